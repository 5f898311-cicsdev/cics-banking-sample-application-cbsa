      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for COOLFUN, the cooling-off cancellation service.
      * The caller names the product's account; COOLFUN works out
      * whether it is an ordinary account, a fixed-term deposit or
      * a serviced loan. CHECK says whether it is still inside the
      * cooling-off window (CONTROL COOLOFF-DAYS, default 14, from
      * ACCOUNT_OPENED, the TERMDEP opening date or the loan
      * drawdown) and what the cancellation would move; CANCEL does
      * it. Funds on an account go to the target the caller names,
      * a deposit goes back to its linked account, and a loan's
      * principal is collected back from its linked account - with
      * no interest, break penalty or early repayment charge. Fees
      * collected since opening are refunded and any still only
      * advised are waived. BRANCH is the branch taking the
      * cancellation, for the monthly report.
      *
      * COOLFUN-FAIL-CODE, when COOLFUN-SUCCESS is 'N':
      *   '1' - no account was found matching the key supplied
      *   '2' - a datastore error occurred
      *   '3' - the cooling-off period has passed
      *   '4' - the loan's linked account cannot cover the principal
      *         to be collected back
      *   '5' - the deposit or loan is already closed, settled or
      *         written off
      *   '6' - ACCLOSE refused the closure (its fail code is in
      *         COOLFUN-CLOSE-FAIL-CD); everything was rolled back
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 COOLFUN-FUNCTION                PIC X.
              88 COOLFUN-CHECK                 VALUE 'Q'.
              88 COOLFUN-CANCEL                VALUE 'C'.
           03 COOLFUN-SORTCODE                PIC 9(6).
           03 COOLFUN-ACCNO                   PIC X(8).
           03 COOLFUN-BRANCH                  PIC 9(5).
           03 COOLFUN-TARGET-SORTCODE         PIC X(6).
           03 COOLFUN-TARGET-ACCNO            PIC X(8).
           03 COOLFUN-PRODUCT                 PIC X.
              88 COOLFUN-ACCOUNT               VALUE 'A'.
              88 COOLFUN-TERM-DEPOSIT          VALUE 'T'.
              88 COOLFUN-LOAN                  VALUE 'L'.
           03 COOLFUN-OPENED-DATE             PIC 9(8).
           03 COOLFUN-DAYS-LEFT               PIC 9(3).
           03 COOLFUN-AMOUNT                  PIC S9(10)V99.
           03 COOLFUN-FEES-REFUNDED           PIC S9(10)V99.
           03 COOLFUN-CLOSE-FAIL-CD           PIC X.
           03 COOLFUN-SUCCESS                 PIC X.
           03 COOLFUN-FAIL-CODE               PIC X.
