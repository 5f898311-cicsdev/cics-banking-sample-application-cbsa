      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Negotiated interest rate overrides. A branch manager who has
      * agreed a bespoke rate with a valuable customer requests it
      * through RTOVFUN, with a reason, a start date and a mandatory
      * expiry date; the request waits on the PENDCHG maker-checker
      * queue as change type RATEOVRD and the row is only written
      * here when PNDCFUN approves it, so RATEOVR_ID is the id of
      * the PENDCHG row that authorised it and RATEOVR_APPROVED_BY
      * its checker. The account's own ACCOUNT_INTEREST_RATE is
      * never touched: INTACCR prices the account at RATEOVR_RATE,
      * in place of its product rate, balance bands and risk
      * margin, on every day from RATEOVR_START_DATE to
      * RATEOVR_EXPIRY_DATE inclusive, so a RATEAPPL base-rate move
      * in the meantime cannot overwrite the agreement. RATEOVR_
      * STATUS is 'A' while in force; RTOVEXPR marks it 'E' the day
      * after it expires and tells the customer the account has gone
      * back to its standard rate, and RTOVRPT lists each month what
      * is due to expire in the next 30 days. RATEOVR_PRIOR_RATE is
      * the account's rate when the override was requested. Dates
      * are YYYYMMDD.
      ******************************************************************
           EXEC SQL DECLARE RATEOVR TABLE
              ( RATEOVR_ID                   INTEGER      NOT NULL,
                RATEOVR_SORTCODE             CHAR(6)      NOT NULL,
                RATEOVR_ACCNO                CHAR(8)      NOT NULL,
                RATEOVR_RATE                 DECIMAL(4,2) NOT NULL,
                RATEOVR_PRIOR_RATE           DECIMAL(4,2) NOT NULL,
                RATEOVR_REASON               CHAR(40)     NOT NULL,
                RATEOVR_START_DATE           CHAR(8)      NOT NULL,
                RATEOVR_EXPIRY_DATE          CHAR(8)      NOT NULL,
                RATEOVR_STATUS               CHAR(1)      NOT NULL,
                RATEOVR_REQUESTED_BY         CHAR(3)      NOT NULL,
                RATEOVR_APPROVED_BY          CHAR(3)      NOT NULL,
                RATEOVR_APPROVED_DATE        CHAR(8)      NOT NULL,
                RATEOVR_REVERTED_DATE        CHAR(8) )
           END-EXEC.
