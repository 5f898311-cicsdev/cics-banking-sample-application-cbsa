      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for ACCCHK, the account number check service.
      * CHECK tests a keyed ACCCHK-SORTCODE/ACCCHK-ACCNO before any
      * lookup is made with it. One of our own sortcodes (one with
      * an ACCOUNT-LAST counter in CONTROL) is held to our check
      * digit; any other is held to the MODWGHT modulus weights for
      * its range. ACCCHK-RESULT comes back:
      *   'V' - the number passes
      *   'F' - the number fails - it has been mistyped
      *   'U' - the number cannot be checked (one of our accounts
      *         issued before check digits, or a sortcode with no
      *         usable weights) and should be let through
      * ACCCHK-SCHEME says which test applied - 'O' our own check
      * digit, 'M' the modulus weights.
      *
      * GENERATE takes the last account number issued at the
      * sortcode in ACCCHK-ACCNO and returns the next one, with its
      * check digit, in the same field.
      *
      * Our check digit: the first seven digits are a serial, the
      * eighth a modulus 11 check. Weights 8 7 6 5 4 3 2 are applied
      * to the serial digits and the products summed; the check
      * digit is 11 less the remainder of that sum divided by 11 -
      * 0 when the remainder is 0. A serial whose check would be 10
      * is never issued. So every issued number's eight digits,
      * weighted 8 7 6 5 4 3 2 1, sum to a multiple of 11.
      *
      * ACCCHK-FAIL-CODE, when ACCCHK-SUCCESS is 'N':
      *   '1' - the account number is not numeric
      *   '2' - a datastore error occurred
      *   '3' - no serial numbers are left at the sortcode
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 ACCCHK-FUNCTION                 PIC X.
              88 ACCCHK-CHECK                  VALUE 'C'.
              88 ACCCHK-GENERATE               VALUE 'G'.
           03 ACCCHK-SORTCODE                 PIC 9(6).
           03 ACCCHK-ACCNO                    PIC 9(8).
           03 ACCCHK-RESULT                   PIC X.
              88 ACCCHK-PASSES                 VALUE 'V'.
              88 ACCCHK-FAILS                  VALUE 'F'.
              88 ACCCHK-UNCHECKED              VALUE 'U'.
           03 ACCCHK-SCHEME                   PIC X.
              88 ACCCHK-OWN-SCHEME             VALUE 'O'.
              88 ACCCHK-MODULUS-SCHEME         VALUE 'M'.
           03 ACCCHK-SUCCESS                  PIC X.
           03 ACCCHK-FAIL-CODE                PIC X.
