      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for FXCFUN, the counter foreign currency cash
      * service. SELL sells FXCFUN-FOREIGN-AMOUNT of notes to the
      * customer (travel money), BUY buys them back; QUOTE prices
      * either without doing anything - FXCFUN-QUOTE-SIDE says
      * which ('S' or 'B'). The price is the current XRATEHST rate
      * for the currency against sterling (FXCFUN-MID-RATE, pounds
      * per unit) moved by the CONTROL margin for the side, in
      * basis points: FX-SELL-MARGIN-BPS-ccy or FX-BUY-MARGIN-BPS-
      * ccy, else FX-SELL-MARGIN-BPS / FX-BUY-MARGIN-BPS, else 250.
      * The sterling side settles in cash across the counter
      * (FXCFUN-SETTLE 'C') or against FXCFUN-ACCNO ('A', posted
      * through DBCRFUN as facility 495). The notes always pass
      * through the signed-on teller's open drawer session.
      *
      * FXCFUN-FAIL-CODE, when FXCFUN-SUCCESS is 'N':
      *   '1' - no usable rate for the currency (or sterling given)
      *   '2' - a datastore error occurred
      *   '3' - the operator has no open drawer session
      *   '4' - invalid input (amount not positive, or settlement
      *         not 'C' or 'A')
      *   '5' - DBCRFUN refused the account posting; its own fail
      *         code is in FXCFUN-DBCR-FAIL-CODE
      *   '6' - the drawer does not hold enough of the currency
      *         to sell
      *   'S' - the operator is not entitled to post
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 FXCFUN-FUNCTION                 PIC X.
              88 FXCFUN-SELL                   VALUE 'S'.
              88 FXCFUN-BUY                    VALUE 'B'.
              88 FXCFUN-QUOTE                  VALUE 'Q'.
           03 FXCFUN-QUOTE-SIDE               PIC X.
           03 FXCFUN-SORTCODE                 PIC 9(6).
           03 FXCFUN-CURRENCY                 PIC X(3).
           03 FXCFUN-FOREIGN-AMOUNT           PIC S9(10)V99.
           03 FXCFUN-SETTLE                   PIC X.
              88 FXCFUN-SETTLE-CASH            VALUE 'C'.
              88 FXCFUN-SETTLE-ACCOUNT         VALUE 'A'.
           03 FXCFUN-ACCNO                    PIC X(8).
           03 FXCFUN-MID-RATE                 PIC S9(3)V9(6).
           03 FXCFUN-DEAL-RATE                PIC S9(3)V9(6).
           03 FXCFUN-STERLING-AMOUNT          PIC S9(10)V99.
           03 FXCFUN-MARGIN-AMOUNT            PIC S9(10)V99.
           03 FXCFUN-DEAL-ID                  PIC 9(9).
           03 FXCFUN-SUCCESS                  PIC X.
           03 FXCFUN-FAIL-CODE                PIC X.
           03 FXCFUN-DBCR-FAIL-CODE           PIC X.
