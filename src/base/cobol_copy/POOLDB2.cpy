      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Notional interest pools. NPOOL holds one row per pool: the
      * customer it belongs to and, where the pool spans a
      * connected-party group (CPGDB2), the group whose members'
      * accounts may join it (zero - the customer's own accounts
      * only). Interest is worked out by POOLINT each business day
      * on the participants' combined net balance at NPOOL_RATE
      * (per cent a year; a net credit earns it, a net debit is
      * charged it) - balances never move between accounts.
      * NPOOL_METHOD says how the accrued interest is allocated when
      * it is posted on NPOOL_NEXT_POST:
      *   'P' - pro-rata to contribution: each day's interest is
      *         shared among the participants on the same side as
      *         the net balance, in proportion to their balances
      *   'H' - all of it to the header account NPOOL_HEADER_ACCNO,
      *         which is always a participant
      * NPOOL_FREQUENCY is 'M' monthly or 'Q' quarterly. NPOOL_STATUS
      * is 'A' active or 'C' closed; a closed pool accrues no more
      * and POOLINT posts what it has accrued on its next run.
      *
      * NPOOLMBR holds one row per participating account, 'A'
      * active or 'R' removed; a removed account keeps its accrued
      * share until it is posted. An account takes part in one
      * active pool at most, and INTACCR accrues nothing on it
      * while it does. Accruals are carried to four places and
      * rounded only when posted. Dates are plain YYYYMMDD.
      ******************************************************************
           EXEC SQL DECLARE NPOOL TABLE
              ( NPOOL_ID                     INTEGER      NOT NULL,
                NPOOL_SORTCODE               CHAR(6)      NOT NULL,
                NPOOL_CUSTNO                 CHAR(10)     NOT NULL,
                NPOOL_CPGROUP_ID             INTEGER      NOT NULL,
                NPOOL_NAME                   CHAR(30)     NOT NULL,
                NPOOL_RATE                   DECIMAL(4,2) NOT NULL,
                NPOOL_METHOD                 CHAR(1)      NOT NULL,
                NPOOL_HEADER_ACCNO           CHAR(8)      NOT NULL,
                NPOOL_FREQUENCY              CHAR(1)      NOT NULL,
                NPOOL_NEXT_POST              CHAR(8)      NOT NULL,
                NPOOL_ACCRUED                DECIMAL(14,4) NOT NULL,
                NPOOL_STATUS                 CHAR(1)      NOT NULL,
                NPOOL_CREATED_DATE           CHAR(8)      NOT NULL,
                NPOOL_CREATED_BY             CHAR(3)      NOT NULL )
           END-EXEC.

           EXEC SQL DECLARE NPOOLMBR TABLE
              ( NPOOLMBR_POOL_ID             INTEGER      NOT NULL,
                NPOOLMBR_SORTCODE            CHAR(6)      NOT NULL,
                NPOOLMBR_ACCNO               CHAR(8)      NOT NULL,
                NPOOLMBR_STATUS              CHAR(1)      NOT NULL,
                NPOOLMBR_ACCRUED             DECIMAL(14,4) NOT NULL,
                NPOOLMBR_ADDED_DATE          CHAR(8)      NOT NULL,
                NPOOLMBR_ADDED_BY            CHAR(3)      NOT NULL )
           END-EXEC.
