      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Forbearance arrangements against serviced loans. One row per
      * arrangement, proposed and approved through FORBFUN:
      * FORBEAR_TYPE 'H' payment holiday - nothing collected for
      * FORBEAR_MONTHS months, the interest capitalised onto the
      * balance; 'I' interest only - only the interest collected for
      * FORBEAR_MONTHS months; 'E' term extension - the remaining
      * balance spread over FORBEAR_MONTHS more installments. The
      * arrangement runs from FORBEAR_START_DATE to FORBEAR_END_DATE
      * (YYYYMMDD); while it runs LOANSRV and EODDEBIT do not count
      * a missed installment towards the arrears position, LOANCOLL
      * holds its letters, and CRBEXTR reports the loan with its
      * forbearance flag.
      *
      * FORBEAR_STATUS: 'P' proposed, awaiting a supervisor's
      * approval; 'R' rejected; 'A' approved - the remaining LOANSCHD
      * installments have been regenerated; 'V' review due - set by
      * FORBREV once the end date has passed; 'C' closed, the review
      * recorded. Operator ids are EIBOPID. FORBEAR_OLD_INSTALLMENT
      * and FORBEAR_NEW_INSTALLMENT are the level installment before
      * and after; FORBEAR_CAPITALISED the holiday interest added
      * to the balance.
      ******************************************************************
           EXEC SQL DECLARE FORBEAR TABLE
              ( FORBEAR_SORTCODE             CHAR(6)      NOT NULL,
                FORBEAR_ID                   INTEGER      NOT NULL,
                FORBEAR_ACCNO                CHAR(8)      NOT NULL,
                FORBEAR_TYPE                 CHAR(1)      NOT NULL,
                FORBEAR_MONTHS               INTEGER      NOT NULL,
                FORBEAR_REASON               CHAR(40)     NOT NULL,
                FORBEAR_START_DATE           CHAR(8)      NOT NULL,
                FORBEAR_END_DATE             CHAR(8)      NOT NULL,
                FORBEAR_STATUS               CHAR(1)      NOT NULL,
                FORBEAR_PROPOSED_BY          CHAR(3)      NOT NULL,
                FORBEAR_PROPOSED_DATE        CHAR(8)      NOT NULL,
                FORBEAR_APPROVED_BY          CHAR(3),
                FORBEAR_APPROVED_DATE        CHAR(8),
                FORBEAR_OLD_INSTALLMENT      DECIMAL(12,2) NOT NULL,
                FORBEAR_NEW_INSTALLMENT      DECIMAL(12,2) NOT NULL,
                FORBEAR_CAPITALISED          DECIMAL(12,2) NOT NULL,
                FORBEAR_REVIEWED_BY          CHAR(3),
                FORBEAR_REVIEW_DATE          CHAR(8),
                FORBEAR_REVIEW_NOTE          CHAR(40) )
           END-EXEC.
