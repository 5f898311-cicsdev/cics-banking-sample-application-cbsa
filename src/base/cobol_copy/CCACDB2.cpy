      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Credit card account terms. A credit card is an ACCOUNT of
      * type CREDCARD: the balance runs negative as the card is
      * used and ACCOUNT_OVERDRAFT_LIMIT is the credit limit, so
      * CRDAUTH's headroom check (available balance plus limit)
      * authorises against the limit unchanged. ACCOUNT_INTEREST_
      * RATE is the card's APR.
      *
      * CCACCT holds the billing terms CCACFUN sets up for each
      * card account: the current account repayments are collected
      * from, whether the minimum ('M') or the full statement
      * balance ('F') is collected, and the day of the month the
      * cycle closes (1-28). CCBILL closes the cycle on
      * NEXT_STMT_DATE and records the statement balance owed
      * (positive = owed to the bank), the minimum payment and the
      * due date; CCCOLL collects on the due date, sets COLLECTED
      * 'Y' and PAID_IN_FULL 'Y' or 'N' - a statement not paid in
      * full by its due date loses the interest-free period on the
      * next cycle's purchases. STATUS 'A' active, 'X' closed.
      *
      * CCSTMT keeps one row per statement produced. Dates are
      * YYYYMMDD; LAST_STMT_DATE is '00000000' before the first.
      ******************************************************************
           EXEC SQL DECLARE CCACCT TABLE
              ( CCACCT_SORTCODE              CHAR(6)      NOT NULL,
                CCACCT_ACCNO                 CHAR(8)      NOT NULL,
                CCACCT_PAY_ACCNO             CHAR(8)      NOT NULL,
                CCACCT_PAY_OPTION            CHAR(1)      NOT NULL,
                CCACCT_CYCLE_DAY             INTEGER      NOT NULL,
                CCACCT_LAST_STMT_DATE        CHAR(8)      NOT NULL,
                CCACCT_NEXT_STMT_DATE        CHAR(8)      NOT NULL,
                CCACCT_STMT_BALANCE          DECIMAL(12,2) NOT NULL,
                CCACCT_MIN_DUE               DECIMAL(12,2) NOT NULL,
                CCACCT_DUE_DATE              CHAR(8)      NOT NULL,
                CCACCT_COLLECTED             CHAR(1)      NOT NULL,
                CCACCT_PAID_IN_FULL          CHAR(1)      NOT NULL,
                CCACCT_STATUS                CHAR(1)      NOT NULL )
           END-EXEC.

           EXEC SQL DECLARE CCSTMT TABLE
              ( CCSTMT_SORTCODE              CHAR(6)      NOT NULL,
                CCSTMT_ACCNO                 CHAR(8)      NOT NULL,
                CCSTMT_STMT_DATE             CHAR(8)      NOT NULL,
                CCSTMT_OPENING_BAL           DECIMAL(12,2) NOT NULL,
                CCSTMT_PURCHASES             DECIMAL(12,2) NOT NULL,
                CCSTMT_CASH_ADVANCES         DECIMAL(12,2) NOT NULL,
                CCSTMT_PAYMENTS              DECIMAL(12,2) NOT NULL,
                CCSTMT_OTHER_DEBITS          DECIMAL(12,2) NOT NULL,
                CCSTMT_INTEREST              DECIMAL(12,2) NOT NULL,
                CCSTMT_CLOSING_BAL           DECIMAL(12,2) NOT NULL,
                CCSTMT_MIN_DUE               DECIMAL(12,2) NOT NULL,
                CCSTMT_DUE_DATE              CHAR(8)      NOT NULL,
                CCSTMT_CREDIT_LIMIT          INTEGER      NOT NULL,
                CCSTMT_OVER_LIMIT            CHAR(1)      NOT NULL )
           END-EXEC.
