          03 INQACC-ACTUAL-BAL           PIC S9(10)V99.
          03 INQACC-SUCCESS              PIC X.
          03 INQACC-PCB1-POINTER         POINTER.
      * The account's IBAN (compact, no spaces) and the BIC of its
      * sortcode - spaces when the routing directory holds no BIC
      * for the sortcode.
          03 INQACC-IBAN                 PIC X(34).
          03 INQACC-BIC                  PIC X(11).
