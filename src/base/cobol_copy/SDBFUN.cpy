      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for SDBFUN, the safe deposit box service. ADD puts
      * a new box into the strongroom inventory; ALLOCATE lets a
      * vacant box to a customer, with the account its annual rent
      * is charged to (the first year's rent is taken by SDBRENT on
      * the allocation date, and each anniversary after); HOLDER
      * adds another customer to an allocated box, REMOVE takes one
      * off; VISIT logs a customer's access to the vault, once the
      * customer is found to be an active holder and neither they
      * nor any holder is flagged deceased - nor they gone away;
      * SURRENDER gives a box back, vacant; INQUIRE returns a box
      * with its active holders.
      *
      * SDBFUN-FAIL-CODE, when SDBFUN-SUCCESS is 'N':
      *   '1' - the box was not found
      *   '2' - a datastore error occurred
      *   '3' - the box is not in the right status for this step
      *         (ADD needs a new number, ALLOCATE a vacant box,
      *         everything else an allocated one)
      *   '4' - the customer was not found, or the rent account
      *         does not belong to them
      *   '5' - the customer is not an active holder of the box
      *         (or, for HOLDER, already is one)
      *   '6' - access refused: the customer is flagged deceased
      *         or gone away, or a holder of the box is deceased
      *   '7' - access refused: the box is held for drilling over
      *         unpaid rent
      *   '8' - invalid input (size not S, M or L, or a rent that
      *         is not positive)
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 SDBFUN-FUNCTION                 PIC X.
              88 SDBFUN-ADD                    VALUE 'A'.
              88 SDBFUN-ALLOCATE               VALUE 'L'.
              88 SDBFUN-HOLDER                 VALUE 'H'.
              88 SDBFUN-REMOVE                 VALUE 'R'.
              88 SDBFUN-VISIT                  VALUE 'V'.
              88 SDBFUN-SURRENDER              VALUE 'S'.
              88 SDBFUN-INQUIRE                VALUE 'Q'.
           03 SDBFUN-SORTCODE                 PIC 9(6).
           03 SDBFUN-BOX-NUMBER               PIC 9(5).
           03 SDBFUN-BOX-SIZE                 PIC X.
           03 SDBFUN-ANNUAL-RENT              PIC S9(6)V99.
           03 SDBFUN-CUSTNO                   PIC X(10).
           03 SDBFUN-CHARGE-ACCNO             PIC X(8).
           03 SDBFUN-KEY-HOLDER               PIC X.
           03 SDBFUN-KEY-NUMBER               PIC X(10).
           03 SDBFUN-STATUS                   PIC X.
           03 SDBFUN-NEXT-RENT-DATE           PIC X(8).
           03 SDBFUN-RENT-ARREARS             PIC S9(6)V99.
           03 SDBFUN-HOLDERS-RETURNED         PIC 9(2).
           03 SDBFUN-SUCCESS                  PIC X.
           03 SDBFUN-FAIL-CODE                PIC X.
           03 SDBFUN-HOLDER-TABLE OCCURS 8 TIMES.
              05 SDBFUN-HL-CUSTNO             PIC X(10).
              05 SDBFUN-HL-KEY-HOLDER         PIC X.
              05 SDBFUN-HL-KEY-NUMBER         PIC X(10).
