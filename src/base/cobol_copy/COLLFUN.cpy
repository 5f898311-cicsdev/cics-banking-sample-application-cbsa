      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for COLLFUN, the loan security register service.
      * ADD registers an item of collateral and returns its id;
      * REVALUE records a new valuation (date defaults to today);
      * LINK puts an item behind a serviced loan, UNLINK takes it
      * off; RELEASE marks an item released once no loan relies on
      * it; INQUIRE returns an item with the loans it secures.
      *
      * COLLFUN-FAIL-CODE, when COLLFUN-SUCCESS is 'N':
      *   '1' - the item was not found
      *   '2' - a datastore error occurred
      *   '3' - the item or link is not in the right state for
      *         this step (item released, link already there or
      *         not there, item still securing a loan)
      *   '4' - the loan was not found on LOANMST, or it is settled,
      *         cancelled or written off
      *   '8' - invalid input (type not P or A, a valuation that
      *         is not positive, a bad or future valuation date)
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 COLLFUN-FUNCTION                PIC X.
              88 COLLFUN-ADD                   VALUE 'A'.
              88 COLLFUN-REVALUE               VALUE 'V'.
              88 COLLFUN-LINK                  VALUE 'L'.
              88 COLLFUN-UNLINK                VALUE 'U'.
              88 COLLFUN-RELEASE               VALUE 'R'.
              88 COLLFUN-INQUIRE               VALUE 'Q'.
           03 COLLFUN-SORTCODE                PIC 9(6).
           03 COLLFUN-COLLAT-ID               PIC 9(8).
           03 COLLFUN-TYPE                    PIC X.
           03 COLLFUN-DESC                    PIC X(60).
           03 COLLFUN-VALUATION               PIC S9(10)V99.
           03 COLLFUN-VALN-DATE               PIC X(8).
           03 COLLFUN-VALUER                  PIC X(30).
           03 COLLFUN-CHARGE-REF              PIC X(20).
           03 COLLFUN-STATUS                  PIC X.
           03 COLLFUN-LOAN-ACCNO              PIC X(8).
           03 COLLFUN-LOANS-RETURNED          PIC 9(2).
           03 COLLFUN-SUCCESS                 PIC X.
           03 COLLFUN-FAIL-CODE               PIC X.
           03 COLLFUN-LOAN-TABLE OCCURS 10 TIMES.
              05 COLLFUN-LN-ACCNO             PIC X(8).
