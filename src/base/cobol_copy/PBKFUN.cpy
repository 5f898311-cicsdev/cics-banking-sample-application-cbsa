      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for PBKFUN, the passbook service. ISSUE gives a
      * SAVING account its first passbook, or a new one when the
      * book in use is full, carrying the print position forward;
      * LOST cancels the book in use and issues its replacement the
      * same way. UPDATE returns the next lines to print in the book
      * (PBKFUN-SERIAL, or the book in use when zero): every PROCTRAN
      * entry not yet printed, with its running balance, up to the
      * foot of the page. PBKFUN-MORE 'Y' means more entries wait -
      * turn the page and UPDATE again; PBKFUN-BOOK-FULL 'Y' means
      * the book has no pages left - ISSUE a new one and carry on. A
      * backlog larger than CONTROL PASSBOOK-CONDENSE comes back with
      * its oldest entries condensed into one summary line (count in
      * PBKFUN-CONDENSED). VERIFY checks the serial of a passbook
      * presented at the counter; PBKFUN-CURRENT-SERIAL is always
      * the account's book in use.
      *
      * PBKFUN-FAIL-CODE, when PBKFUN-SUCCESS is 'N':
      *   '1' - the account or the passbook was not found
      *   '2' - a datastore error occurred
      *   '3' - the passbook has been superseded (full or lost)
      *   '4' - the account is not a passbook (SAVING) account
      *   '5' - the account's passbook in use still has pages left
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 PBKFUN-FUNCTION                 PIC X.
              88 PBKFUN-ISSUE                  VALUE 'I'.
              88 PBKFUN-LOST                   VALUE 'L'.
              88 PBKFUN-UPDATE                 VALUE 'U'.
              88 PBKFUN-VERIFY                 VALUE 'V'.
           03 PBKFUN-SORTCODE                 PIC 9(6).
           03 PBKFUN-ACCNO                    PIC 9(8).
           03 PBKFUN-SERIAL                   PIC 9(8).
           03 PBKFUN-CURRENT-SERIAL           PIC 9(8).
           03 PBKFUN-ISSUE-DATE               PIC X(10).
           03 PBKFUN-PAGE                     PIC 9(3).
           03 PBKFUN-START-LINE               PIC 9(2).
           03 PBKFUN-LINES-RETURNED           PIC 9(2).
           03 PBKFUN-CONDENSED                PIC 9(5).
           03 PBKFUN-MORE                     PIC X.
              88 PBKFUN-MORE-TO-PRINT          VALUE 'Y'.
           03 PBKFUN-BOOK-FULL                PIC X.
              88 PBKFUN-NEEDS-NEW-BOOK         VALUE 'Y'.
           03 PBKFUN-SUCCESS                  PIC X.
           03 PBKFUN-FAIL-CODE                PIC X.
           03 PBKFUN-LINE OCCURS 20 TIMES.
              05 PBKFUN-LN-DATE               PIC X(8).
              05 PBKFUN-LN-DESC               PIC X(20).
              05 PBKFUN-LN-AMOUNT             PIC S9(10)V99.
              05 PBKFUN-LN-BALANCE            PIC S9(10)V99.
