      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * The banker's draft register. One BNKDRAFT row per draft
      * DRFTFUN issues, keyed by sort code and serial: the purchasing
      * account it was bought from, the payee and amount printed on
      * it. STATUS is 'O' outstanding, 'S' stopped (reported lost or
      * stolen - still owed, but CHQPRSNT bounces it if presented),
      * 'P' paid on presentment and 'C' cancelled with the amount
      * refunded to the purchaser. An outstanding or stopped draft
      * is the bank's own liability, carried in the drafts-
      * outstanding GL control account until it is paid or
      * cancelled; DRFTLIST lists those rows daily and checks their
      * total against that account. RESOLVED_DATE is the date it
      * was paid or cancelled. Dates are DD.MM.YYYY, as on CHQBOOK.
      *
      * The control account is named by GLMAP: the draft-paid row
      * ('BDP', '*', journalled by CHQPRSNT) has it on the debit
      * side, and the issue and refund rows for each account type
      * ('BDI' and 'BDR', posted by GLPOST off the purchaser's
      * PROCTRAN) carry it on the debit side too, against that
      * account type's customer deposits account on the credit.
      ******************************************************************
           EXEC SQL DECLARE BNKDRAFT TABLE
              ( BNKDRAFT_SERIAL              INTEGER      NOT NULL,
                BNKDRAFT_SORTCODE            CHAR(6)      NOT NULL,
                BNKDRAFT_PURCH_ACCNO         CHAR(8)      NOT NULL,
                BNKDRAFT_PAYEE               CHAR(40)     NOT NULL,
                BNKDRAFT_AMOUNT              DECIMAL(12,2) NOT NULL,
                BNKDRAFT_STATUS              CHAR(1)      NOT NULL,
                BNKDRAFT_ISSUED_DATE         CHAR(10)     NOT NULL,
                BNKDRAFT_STOP_REASON         CHAR(20)     NOT NULL,
                BNKDRAFT_RESOLVED_DATE       CHAR(10) )
           END-EXEC.
