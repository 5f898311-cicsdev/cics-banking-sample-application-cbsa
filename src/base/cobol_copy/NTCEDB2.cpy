      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Notice savings. One NTCEACC row per account of ACCOUNT_TYPE
      * 'NOTICE', written by NTCEFUN when the account is opened:
      * the notice period the customer signed up to (30, 60 or 95
      * days), the days of interest forfeited on an immediate-access
      * withdrawal, and the nominated account matured notices are
      * paid to (zeros - the customer draws the money themselves).
      *
      * NTCEWD is the withdrawal-notice register. A TYPE 'N' row is
      * a notice the customer gave: AMOUNT becomes available on
      * AVAILABLE_DATE (given date plus the notice period) and stays
      * available until LAPSE_DATE. A notice with a pay-to account
      * is paid there by NTCERLSE on its available date ('R'eleased);
      * one without is drawn down by DBCRFUN/XFRFUN/STORDPRC debits
      * (DRAWN climbs, 'U'sed once it reaches AMOUNT) and whatever
      * is left undrawn at LAPSE_DATE is 'L'apsed by NTCERLSE. 'P' is
      * a notice still running or open for drawing, 'C' one the
      * customer cancelled. A TYPE 'I' row records an immediate-
      * access withdrawal taken without notice: PENALTY is the
      * forfeited interest, status 'I' until NTCERLSE charges it
      * and marks it 'X'. All dates are plain YYYYMMDD.
      ******************************************************************
           EXEC SQL DECLARE NTCEACC TABLE
              ( NTCEACC_SORTCODE             CHAR(6)      NOT NULL,
                NTCEACC_ACCNO                CHAR(8)      NOT NULL,
                NTCEACC_NOTICE_DAYS          SMALLINT     NOT NULL,
                NTCEACC_PENALTY_DAYS         SMALLINT     NOT NULL,
                NTCEACC_PAY_SORTCODE         CHAR(6)      NOT NULL,
                NTCEACC_PAY_ACCNO            CHAR(8)      NOT NULL,
                NTCEACC_OPENED_DATE          CHAR(8)      NOT NULL )
           END-EXEC.

           EXEC SQL DECLARE NTCEWD TABLE
              ( NTCEWD_ID                    INTEGER      NOT NULL,
                NTCEWD_SORTCODE              CHAR(6)      NOT NULL,
                NTCEWD_ACCNO                 CHAR(8)      NOT NULL,
                NTCEWD_TYPE                  CHAR(1)      NOT NULL,
                NTCEWD_AMOUNT                DECIMAL(12,2) NOT NULL,
                NTCEWD_DRAWN                 DECIMAL(12,2) NOT NULL,
                NTCEWD_PENALTY               DECIMAL(12,2) NOT NULL,
                NTCEWD_GIVEN_DATE            CHAR(8)      NOT NULL,
                NTCEWD_AVAILABLE_DATE        CHAR(8)      NOT NULL,
                NTCEWD_LAPSE_DATE            CHAR(8)      NOT NULL,
                NTCEWD_PAY_SORTCODE          CHAR(6)      NOT NULL,
                NTCEWD_PAY_ACCNO             CHAR(8)      NOT NULL,
                NTCEWD_STATUS                CHAR(1)      NOT NULL,
                NTCEWD_GIVEN_BY              CHAR(3)      NOT NULL,
                NTCEWD_CLOSED_DATE           CHAR(8) )
           END-EXEC.
