      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Loan applications. One row per application taken through
      * LAPPFUN, kept whatever the outcome: what was asked for
      * (amount, term in months, purpose), the monthly income and
      * outgoings the customer declared, the branch it came in
      * through, and the figures it was decisioned on - the credit
      * score and risk segment off CUSTOMER at the time, the
      * monthly salary credits and spending CATGRUN had tagged on
      * the customer's accounts, the existing borrowing TOTEXPO
      * consolidated - with the rate and monthly installment
      * offered. Dates are YYYYMMDD.
      *
      * STATUS: 'O' offered (open until OFFER_EXPIRY), 'D' declined,
      * 'C' converted - the offer accepted and drawn down onto
      * LOAN_ACCNO, 'X' the offer lapsed unaccepted, 'W' the offer
      * withdrawn by the customer. A decline keeps up to five
      * two-character reason codes in REASONS, left-justified:
      *   'CS' credit score below the lending minimum
      *   'RH' risk segment high or unscored
      *   'IN' no salary credits seen to support the income
      *   'AF' the installment is not affordable
      *   'EX' existing borrowing too high against income
      *   'EG' existing borrowing could not be fully established
      * LETTER_SENT is set 'Y' once LAPPRPT has produced the
      * adverse-action letter for a decline.
      ******************************************************************
           EXEC SQL DECLARE LOANAPP TABLE
              ( LOANAPP_SORTCODE             CHAR(6)      NOT NULL,
                LOANAPP_ID                   INTEGER      NOT NULL,
                LOANAPP_CUSTNO               CHAR(10)     NOT NULL,
                LOANAPP_CUST_NAME            CHAR(60)     NOT NULL,
                LOANAPP_BRANCH               INTEGER      NOT NULL,
                LOANAPP_AMOUNT               DECIMAL(12,2) NOT NULL,
                LOANAPP_TERM_MONTHS          INTEGER      NOT NULL,
                LOANAPP_PURPOSE              CHAR(30)     NOT NULL,
                LOANAPP_DECL_INCOME          DECIMAL(10,2) NOT NULL,
                LOANAPP_DECL_OUTGOINGS       DECIMAL(10,2) NOT NULL,
                LOANAPP_APPLIED_DATE         CHAR(8)      NOT NULL,
                LOANAPP_CREDIT_SCORE         INTEGER      NOT NULL,
                LOANAPP_RISK_SEGMENT         CHAR(1)      NOT NULL,
                LOANAPP_OBS_INCOME           DECIMAL(10,2) NOT NULL,
                LOANAPP_OBS_SPEND            DECIMAL(10,2) NOT NULL,
                LOANAPP_EXPOSURE             DECIMAL(12,2) NOT NULL,
                LOANAPP_RATE                 DECIMAL(4,2) NOT NULL,
                LOANAPP_INSTALLMENT          DECIMAL(12,2) NOT NULL,
                LOANAPP_STATUS               CHAR(1)      NOT NULL,
                LOANAPP_REASONS              CHAR(10)     NOT NULL,
                LOANAPP_OFFER_EXPIRY         CHAR(8)      NOT NULL,
                LOANAPP_LOAN_ACCNO           CHAR(8)      NOT NULL,
                LOANAPP_CLOSED_DATE          CHAR(8)      NOT NULL,
                LOANAPP_LETTER_SENT          CHAR(1)      NOT NULL )
           END-EXEC.
