      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Pay/no-pay referral queue. EODDEBIT holds back a scheduled
      * debit that would take its account past the overdraft limit
      * by no more than CONTROL DEBIT-REFERRAL-MARGIN, instead of
      * returning it, and writes a REFERRAL row carrying everything
      * needed to pay or return it later (the item's own fields as
      * the due table held them) together with a snapshot of the
      * customer's history for the decision-maker: the average
      * BALSNAP balance and the SAL salary credits over the last 90
      * days, and the customer's risk segment and RM. PNPFUN lets
      * the RM, or a supervisor, record REFERRAL_DECISION 'P' pay
      * or 'R' return until REFERRAL_CUTOFF_DATE/TIME; the resolve
      * pass of EODDEBIT then pays or returns each item and closes
      * it - an item nobody decided takes the return path it would
      * have taken on the night.
      *
      * REFERRAL_STATUS: 'O' open (awaiting cut-off), 'C' closed.
      * REFERRAL_OUTCOME once closed: 'P' paid, 'R' returned on a
      * decision, 'A' returned at cut-off without a decision.
      *
      * REFAUDIT logs every event on a referral with who did it
      * ('BAT' for the batch): 'Q' queued, 'P' pay decided, 'R'
      * return decided, 'S' settled paid, 'U' returned unpaid.
      * Dates are plain YYYYMMDD.
      ******************************************************************
           EXEC SQL DECLARE REFERRAL TABLE
              ( REFERRAL_ID                  INTEGER      NOT NULL,
                REFERRAL_SORTCODE            CHAR(6)      NOT NULL,
                REFERRAL_BUSINESS_DATE       CHAR(8)      NOT NULL,
                REFERRAL_ACCNO               CHAR(8)      NOT NULL,
                REFERRAL_CUSTNO              CHAR(10)     NOT NULL,
                REFERRAL_ITEM_TYPE           CHAR(1)      NOT NULL,
                REFERRAL_AMOUNT              DECIMAL(12,2) NOT NULL,
                REFERRAL_SHORTFALL           DECIMAL(12,2) NOT NULL,
                REFERRAL_LOAN_ACCNO          CHAR(8)      NOT NULL,
                REFERRAL_INST_NO             INTEGER      NOT NULL,
                REFERRAL_ARREARS_COUNT       INTEGER      NOT NULL,
                REFERRAL_ORIGINATOR          CHAR(10)     NOT NULL,
                REFERRAL_ORIG_NAME           CHAR(30)     NOT NULL,
                REFERRAL_REFERENCE           CHAR(12)     NOT NULL,
                REFERRAL_STANDORD_ID         INTEGER      NOT NULL,
                REFERRAL_TO_SORTCODE         CHAR(6)      NOT NULL,
                REFERRAL_TO_ACC              CHAR(8)      NOT NULL,
                REFERRAL_FREQUENCY           CHAR(1)      NOT NULL,
                REFERRAL_NEXT_DATE           CHAR(10)     NOT NULL,
                REFERRAL_AVG_BALANCE         DECIMAL(12,2) NOT NULL,
                REFERRAL_SAL_COUNT           INTEGER      NOT NULL,
                REFERRAL_SAL_AVG_AMOUNT      DECIMAL(12,2) NOT NULL,
                REFERRAL_SAL_LAST_DATE       CHAR(8)      NOT NULL,
                REFERRAL_RISK_SEGMENT        CHAR(1)      NOT NULL,
                REFERRAL_RM_ID               CHAR(3)      NOT NULL,
                REFERRAL_CUTOFF_DATE         CHAR(8)      NOT NULL,
                REFERRAL_CUTOFF_TIME         CHAR(6)      NOT NULL,
                REFERRAL_STATUS              CHAR(1)      NOT NULL,
                REFERRAL_DECISION            CHAR(1)      NOT NULL,
                REFERRAL_DECIDED_BY          CHAR(3)      NOT NULL,
                REFERRAL_DECIDED_DATE        CHAR(8)      NOT NULL,
                REFERRAL_DECIDED_TIME        CHAR(6)      NOT NULL,
                REFERRAL_OUTCOME             CHAR(1)      NOT NULL )
           END-EXEC.

           EXEC SQL DECLARE REFAUDIT TABLE
              ( REFAUDIT_REFERRAL_ID         INTEGER      NOT NULL,
                REFAUDIT_SORTCODE            CHAR(6)      NOT NULL,
                REFAUDIT_DATE                CHAR(8)      NOT NULL,
                REFAUDIT_TIME                CHAR(6)      NOT NULL,
                REFAUDIT_OPERATOR            CHAR(3)      NOT NULL,
                REFAUDIT_ACTION              CHAR(1)      NOT NULL,
                REFAUDIT_NOTE                CHAR(40)     NOT NULL )
           END-EXEC.
