      * once per stage and an open promise to pay can hold the
      * next one back. LOANMST_STATUS: 'A' active, 'S' settled
      * (early settlement through LOANFUN), 'W' approved for
      * write-off by the credit team, 'Z' written off by LOANCOLL,
      * 'K' cancelled inside the cooling-off period through COOLFUN.
      * LOANSCHD holds the generated schedule, one row per monthly
      * installment, split principal against interest;
      * LOANSCHD_STATUS is 'D'ue until collected, 'P'aid,
      * 'A'rrears when a collection attempt failed, or 'H'oliday
      * for a month a FORBEAR payment holiday has taken out of
      * collection (FORBFUN reschedules the rows on approval).
      * Due dates are plain YYYYMMDD so the monthly run can
      * compare directly.
      * LOANOVP keeps one row per partial overpayment taken through
      * LOANFUN: the lump sum, the early repayment charge levied on
      * the part above the year's free allowance, which way the
      * customer chose to take the saving ('T' shorter term, 'I'
      * lower installment) and the schedule before and after.
      ******************************************************************
           EXEC SQL DECLARE LOANMST TABLE
              ( LOANMST_SORTCODE             CHAR(6)      NOT NULL,
                LOANSCHD_TOTAL               DECIMAL(12,2) NOT NULL,
                LOANSCHD_STATUS              CHAR(1)      NOT NULL )
           END-EXEC.

           EXEC SQL DECLARE LOANOVP TABLE
              ( LOANOVP_SORTCODE             CHAR(6)      NOT NULL,
                LOANOVP_ACCNO                CHAR(8)      NOT NULL,
                LOANOVP_DATE                 CHAR(8)      NOT NULL,
                LOANOVP_TIME                 CHAR(6)      NOT NULL,
                LOANOVP_AMOUNT               DECIMAL(12,2) NOT NULL,
                LOANOVP_ERC                  DECIMAL(12,2) NOT NULL,
                LOANOVP_OPTION               CHAR(1)      NOT NULL,
                LOANOVP_OLD_INSTALLMENT      DECIMAL(12,2) NOT NULL,
                LOANOVP_NEW_INSTALLMENT      DECIMAL(12,2) NOT NULL,
                LOANOVP_OLD_INSTS_LEFT       INTEGER      NOT NULL,
                LOANOVP_NEW_INSTS_LEFT       INTEGER      NOT NULL )
           END-EXEC.
