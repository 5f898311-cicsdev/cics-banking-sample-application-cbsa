      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for LAPPFUN, the loan application service. APPLY
      * records an application and decisions it there and then:
      * the answer comes back as LAPPFUN-STATUS 'O' with the rate,
      * installment and offer expiry, or 'D' with the decline
      * reason codes (see LAPPDB2). ACCEPT takes up an open offer -
      * the LOAN account is opened, the amount drawn down into the
      * customer's current account and its number returned;
      * WITHDRAW records an offer the customer does not want;
      * INQUIRE returns an application as it stands.
      *
      * LAPPFUN-FAIL-CODE, when LAPPFUN-SUCCESS is 'N' (a decline
      * is a successful APPLY):
      *   '1' - the application was not found
      *   '2' - a datastore error occurred
      *   '3' - the application is not an open offer
      *   '4' - the customer was not found
      *   '5' - the customer has no current account to draw into,
      *         or the LOAN account could not be opened
      *   '6' - the offer has expired
      *   '8' - invalid input (amount or income not positive, term
      *         outside 6 to 360 months)
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 LAPPFUN-FUNCTION                PIC X.
              88 LAPPFUN-APPLY                 VALUE 'A'.
              88 LAPPFUN-ACCEPT                VALUE 'C'.
              88 LAPPFUN-WITHDRAW              VALUE 'W'.
              88 LAPPFUN-INQUIRE               VALUE 'Q'.
           03 LAPPFUN-SORTCODE                PIC 9(6).
           03 LAPPFUN-APP-ID                  PIC 9(8).
           03 LAPPFUN-CUSTNO                  PIC 9(10).
           03 LAPPFUN-BRANCH                  PIC 9(5).
           03 LAPPFUN-AMOUNT                  PIC S9(10)V99.
           03 LAPPFUN-TERM-MONTHS             PIC 9(3).
           03 LAPPFUN-PURPOSE                 PIC X(30).
           03 LAPPFUN-DECL-INCOME             PIC S9(8)V99.
           03 LAPPFUN-DECL-OUTGOINGS          PIC S9(8)V99.
           03 LAPPFUN-STATUS                  PIC X.
           03 LAPPFUN-REASONS                 PIC X(10).
           03 LAPPFUN-RATE                    PIC 9(2)V99.
           03 LAPPFUN-INSTALLMENT             PIC S9(10)V99.
           03 LAPPFUN-OFFER-EXPIRY            PIC X(8).
           03 LAPPFUN-LOAN-ACCNO              PIC X(8).
           03 LAPPFUN-SUCCESS                 PIC X.
           03 LAPPFUN-FAIL-CODE               PIC X.
