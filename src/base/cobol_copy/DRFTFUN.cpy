      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for DRFTFUN, the banker's draft service. ISSUE
      * debits the purchasing account through DBCRFUN (PROCTRAN type
      * BDI, which GLPOST maps into the drafts-outstanding GL control
      * account) and records the draft with its new serial, payee
      * and amount; STOP marks an outstanding draft lost or stolen
      * so presentment bounces it; CANCEL refunds an outstanding or
      * stopped draft to the purchasing account (PROCTRAN type BDR)
      * and closes it; INQUIRE returns one draft as registered.
      *
      * DRFTFUN-FAIL-CODE, when DRFTFUN-SUCCESS is 'N':
      *   '1' - no draft found for the serial supplied
      *   '2' - a datastore error occurred
      *   '3' - the draft is not in the right status for this step
      *         (stop needs O, cancel needs O or S)
      *   '4' - invalid input (blank payee, or an amount that is
      *         not positive)
      *   '5' - DBCRFUN refused the debit or the refund; its own
      *         fail code is in DRFTFUN-DBCR-FAIL-CODE (a 'D'
      *         possible duplicate may be confirmed with
      *         DRFTFUN-DUP-OVERRIDE 'Y' and the ISSUE resent)
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 DRFTFUN-FUNCTION                PIC X.
              88 DRFTFUN-ISSUE                 VALUE 'I'.
              88 DRFTFUN-STOP                  VALUE 'S'.
              88 DRFTFUN-CANCEL                VALUE 'C'.
              88 DRFTFUN-INQUIRE               VALUE 'Q'.
           03 DRFTFUN-SORTCODE                PIC 9(6).
           03 DRFTFUN-SERIAL                  PIC 9(6).
           03 DRFTFUN-PURCH-ACCNO             PIC X(8).
           03 DRFTFUN-PAYEE                   PIC X(40).
           03 DRFTFUN-AMOUNT                  PIC S9(10)V99.
           03 DRFTFUN-STOP-REASON             PIC X(20).
           03 DRFTFUN-DUP-OVERRIDE            PIC X.
           03 DRFTFUN-STATUS                  PIC X.
           03 DRFTFUN-ISSUED-DATE             PIC X(10).
           03 DRFTFUN-RESOLVED-DATE           PIC X(10).
           03 DRFTFUN-SUCCESS                 PIC X.
           03 DRFTFUN-FAIL-CODE               PIC X.
           03 DRFTFUN-DBCR-FAIL-CODE          PIC X.
