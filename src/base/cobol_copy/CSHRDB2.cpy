      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * The daily cash-to-ledger reconciliation, one row per sort
      * code and business date written by CASHRECN: the sterling
      * cash physically held (closing drawer declarations, the
      * vault, cash in transit), the cash GL account's balance, the
      * difference and the part of it the listed reconciling items
      * (undeclared drawers, unposted movements, unjournaled
      * variances) do not explain. STATUS is 'B' when the
      * difference is within CONTROL CASH-RECN-TOLERANCE, 'O' for
      * an open break - raised once on the EXCPTION queue - and 'R'
      * once a later day reconciles within tolerance again, with
      * the date that happened in RESOLVED_DATE. Open breaks are
      * aged on every run until then.
      ******************************************************************
           EXEC SQL DECLARE CASHRECN TABLE
              ( CASHRECN_SORTCODE            CHAR(6)      NOT NULL,
                CASHRECN_DATE                CHAR(8)      NOT NULL,
                CASHRECN_DRAWER_TOTAL        DECIMAL(14,2) NOT NULL,
                CASHRECN_VAULT_TOTAL         DECIMAL(14,2) NOT NULL,
                CASHRECN_TRANSIT_TOTAL       DECIMAL(14,2) NOT NULL,
                CASHRECN_GL_BALANCE          DECIMAL(14,2) NOT NULL,
                CASHRECN_DIFFERENCE          DECIMAL(14,2) NOT NULL,
                CASHRECN_UNEXPLAINED         DECIMAL(14,2) NOT NULL,
                CASHRECN_ITEM_COUNT          INTEGER      NOT NULL,
                CASHRECN_STATUS              CHAR(1)      NOT NULL,
                CASHRECN_RESOLVED_DATE       CHAR(8) )
           END-EXEC.
