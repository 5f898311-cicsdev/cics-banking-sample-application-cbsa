      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for CVWFUN, the customer overview service behind
      * BNK1CVW. Given CVWFUN-SORTCODE and CVWFUN-CUSTNO it returns
      * every account the customer holds, in account number order,
      * with its actual balance and currency and what sits on it:
      * the live loan's arrears status and count (see LOANDB2), the
      * open term deposit's maturity date (TERMDB2), the cards
      * issued or active on it (CRDRDB2) and its active pots and
      * what they hold (POTDB2). CVWFUN-MORE-SW is 'Y' when the
      * customer holds more accounts than the table has room for.
      * Alongside, the customer's outstanding warnings are counted:
      * active legal holds and restraints on their accounts, open
      * complaints, disputes still raised or provisionally credited
      * and KYC checks with documents outstanding. Needs the
      * inquiry entitlement.
      *
      * CVWFUN-FAIL-CODE, when CVWFUN-SUCCESS is 'N':
      *   '2' - a datastore error occurred
      *   'S' - the operator is not entitled to this function
      ******************************************************************
           03 CVWFUN-SORTCODE                 PIC 9(6).
           03 CVWFUN-CUSTNO                   PIC 9(10).
           03 CVWFUN-PRODUCT-COUNT            PIC 9(2).
           03 CVWFUN-MORE-SW                  PIC X.
              88 CVWFUN-MORE                   VALUE 'Y'.
           03 CVWFUN-PRODUCT OCCURS 10.
              05 CVWFUN-PR-ACCNO              PIC 9(8).
              05 CVWFUN-PR-TYPE               PIC X(8).
              05 CVWFUN-PR-BALANCE            PIC S9(10)V99.
              05 CVWFUN-PR-CURRENCY           PIC X(3).
              05 CVWFUN-PR-LOAN-SW            PIC X.
                 88 CVWFUN-PR-LOAN             VALUE 'Y'.
              05 CVWFUN-PR-ARREARS-STATUS     PIC X.
              05 CVWFUN-PR-ARREARS-COUNT      PIC 9(3).
              05 CVWFUN-PR-TERM-SW            PIC X.
                 88 CVWFUN-PR-TERM             VALUE 'Y'.
              05 CVWFUN-PR-MATURITY-DATE      PIC X(8).
              05 CVWFUN-PR-CARD-COUNT         PIC 9(2).
              05 CVWFUN-PR-POT-COUNT          PIC 9(2).
              05 CVWFUN-PR-POT-BALANCE        PIC S9(10)V99.
           03 CVWFUN-LEGAL-HOLDS              PIC 9(3).
           03 CVWFUN-RESTRAINTS               PIC 9(3).
           03 CVWFUN-COMPLAINTS               PIC 9(3).
           03 CVWFUN-DISPUTES                 PIC 9(3).
           03 CVWFUN-KYC-OUTSTANDING          PIC 9(3).
           03 CVWFUN-SUCCESS                  PIC X.
           03 CVWFUN-FAIL-CODE                PIC X.
