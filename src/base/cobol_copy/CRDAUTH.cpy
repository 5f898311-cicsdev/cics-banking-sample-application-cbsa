           03 CRDAUTH-ACT-BAL                 PIC S9(10)V99.
           03 CRDAUTH-SUCCESS                 PIC X.
           03 CRDAUTH-FAIL-CODE               PIC X.
      * 'C' on AUTHORIZE marks a cash withdrawal (ATM or counter)
      * rather than a purchase. It is kept with the hold, and a
      * capture against a CREDCARD account posts as a cash advance
      * (PROCTRAN CCA) instead of a card purchase (CCP), so CCBILL
      * can charge it interest from day one.
           03 CRDAUTH-TXN-KIND                PIC X.
              88 CRDAUTH-CASH-ADVANCE          VALUE 'C'.
