      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Parameter area for IBANCALC, the IBAN arithmetic routine.
      * GENERATE builds the GB IBAN for IBANCALC-SORTCODE and
      * IBANCALC-ACCNO with correct check digits, taking the bank
      * code from the first four characters of IBANCALC-BIC (the
      * sortcode's BIC from the routing directory). VALIDATE takes
      * an IBAN as keyed - spaces and lower case allowed - checks
      * its length for the country and its check digits, and
      * returns it compacted; where it is a sortcode IBAN (GB) the
      * sortcode and account number are returned as well, with
      * IBANCALC-MAPPED set to 'Y'. Either way IBANCALC-IBAN-PRINT
      * holds the IBAN in groups of four for documents and screens.
      *
      * IBANCALC-FAIL-CODE, when IBANCALC-SUCCESS is 'N':
      *   '1' - the country code does not issue IBANs
      *   '2' - the length is wrong for the country
      *   '3' - the check digits are wrong
      *   '4' - the IBAN holds characters other than A-Z and 0-9
      *   '5' - no usable bank code in IBANCALC-BIC (GENERATE)
      *   '9' - the function code is not one this routine provides
      ******************************************************************
           03 IBANCALC-FUNCTION               PIC X.
              88 IBANCALC-GENERATE             VALUE 'G'.
              88 IBANCALC-VALIDATE             VALUE 'V'.
           03 IBANCALC-BIC                    PIC X(11).
           03 IBANCALC-SORTCODE               PIC 9(6).
           03 IBANCALC-ACCNO                  PIC 9(8).
           03 IBANCALC-IBAN                   PIC X(34).
           03 IBANCALC-IBAN-PRINT             PIC X(44).
           03 IBANCALC-COUNTRY                PIC X(2).
           03 IBANCALC-MAPPED                 PIC X.
              88 IBANCALC-SORTCODE-IBAN        VALUE 'Y'.
           03 IBANCALC-SUCCESS                PIC X.
           03 IBANCALC-FAIL-CODE              PIC X.
