      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for ISAFUN, the ISA subscription service, and the
      * parameter area for ISASUBS, its batch twin (CALLed). CHECK
      * asks whether ISAFUN-AMOUNT may be credited to the ISA
      * account without breaching the owner's allowance for the tax
      * year or opening a second ISA in it; RECORD checks again and
      * adds the amount to the year's subscriptions - callers RECORD
      * only once the credit is certain to post. INQUIRE returns the
      * year's figures without checking anything. ISAFUN-DATE is the
      * business date (YYYYMMDD) whose tax year applies - zero means
      * today.
      *
      * ISAFUN-FAIL-CODE, when ISAFUN-SUCCESS is 'N':
      *   '1' - the account was not found
      *   '2' - a datastore error occurred
      *   '3' - the amount is not greater than zero
      *   '4' - the account is not an ISA
      *   '5' - the credit would take subscriptions past the allowance
      *   '6' - the customer has already paid into another ISA this
      *         tax year (ISAFUN-SUB-ACCNO)
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 ISAFUN-FUNCTION                 PIC X.
              88 ISAFUN-CHECK                  VALUE 'K'.
              88 ISAFUN-RECORD                 VALUE 'R'.
              88 ISAFUN-INQUIRE                VALUE 'I'.
           03 ISAFUN-SORTCODE                 PIC 9(6).
           03 ISAFUN-ACCNO                    PIC 9(8).
           03 ISAFUN-AMOUNT                   PIC S9(10)V99.
           03 ISAFUN-DATE                     PIC 9(8).
           03 ISAFUN-CUSTNO                   PIC 9(10).
           03 ISAFUN-TAX-YEAR                 PIC X(4).
           03 ISAFUN-ALLOWANCE                PIC S9(10)V99.
           03 ISAFUN-SUBSCRIBED               PIC S9(10)V99.
           03 ISAFUN-REMAINING                PIC S9(10)V99.
           03 ISAFUN-SUB-ACCNO                PIC X(8).
           03 ISAFUN-SUCCESS                  PIC X.
           03 ISAFUN-FAIL-CODE                PIC X.
