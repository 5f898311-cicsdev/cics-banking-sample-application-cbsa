      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for CCACFUN, the credit card terms service. SETUP
      * puts billing terms on a CREDCARD account just opened by
      * CREACC: the current account (the same customer's) that
      * repayments are collected from, the payment option ('M'
      * minimum, 'F' full balance) and the cycle day (1-28; zero
      * means today's day of the month, 28 at most). PAYMENT
      * changes the repayment account and/or option; INQUIRE
      * returns the terms and the last statement's figures.
      *
      * CCACFUN-FAIL-CODE, when CCACFUN-SUCCESS is 'N':
      *   '1' - the card account (or terms, for PAYMENT/INQUIRE)
      *         was not found, or it is not a CREDCARD account
      *   '2' - a datastore error occurred
      *   '3' - SETUP for an account that already has terms
      *   '4' - the repayment account is not a CURRENT account of
      *         the card holder
      *   '8' - invalid option or cycle day
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 CCACFUN-FUNCTION                PIC X.
              88 CCACFUN-SETUP                 VALUE 'S'.
              88 CCACFUN-PAYMENT               VALUE 'P'.
              88 CCACFUN-INQUIRE               VALUE 'Q'.
           03 CCACFUN-SORTCODE                PIC 9(6).
           03 CCACFUN-ACCNO                   PIC X(8).
           03 CCACFUN-PAY-ACCNO               PIC X(8).
           03 CCACFUN-PAY-OPTION              PIC X.
           03 CCACFUN-CYCLE-DAY               PIC 99.
           03 CCACFUN-CREDIT-LIMIT            PIC 9(9).
           03 CCACFUN-NEXT-STMT-DATE          PIC X(8).
           03 CCACFUN-STMT-BALANCE            PIC S9(10)V99.
           03 CCACFUN-MIN-DUE                 PIC S9(10)V99.
           03 CCACFUN-DUE-DATE                PIC X(8).
           03 CCACFUN-SUCCESS                 PIC X.
           03 CCACFUN-FAIL-CODE               PIC X.
