      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for NTCEFUN, the notice savings service. OPEN
      * creates the NOTICE account through CREACC and records its
      * notice period (30, 60 or 95 days), the days of interest an
      * immediate-access withdrawal forfeits (zero means the same
      * as the notice period) and the nominated pay-to account on
      * NTCEACC; GIVE records a withdrawal notice and returns its id
      * and the date the money becomes available (a zero pay-to
      * account takes the account's nominated one); CANCEL withdraws
      * a notice still pending; BROWSE lists up to 8 of the
      * account's live notices, soonest first. CHECK and DRAW are
      * called by DBCRFUN and XFRFUN for a debit from a NOTICE
      * account: CHECK only asks whether matured notices cover
      * NTCEFUN-AMOUNT, DRAW draws the amount down against them once
      * the debit is certain to post. With NTCEFUN-IMMEDIATE 'Y'
      * both succeed without notice and DRAW records the immediate-
      * access withdrawal with its penalty (returned in
      * NTCEFUN-PENALTY-AMT) for NTCERLSE to charge.
      *
      * NTCEFUN-FAIL-CODE, when NTCEFUN-SUCCESS is 'N':
      *   '1' - the account or the notice was not found
      *   '2' - a datastore error occurred
      *   '3' - invalid input (notice period, amount, pay-to account)
      *   '4' - the account is not a NOTICE account
      *   '5' - the notice would take notices given past the balance
      *   '6' - the notice is no longer pending
      *   '7' - no matured notice covers the amount
      *   '8' - CREACC refused to open the account
      *   'S' - the operator lacks the entitlement for the function
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 NTCEFUN-FUNCTION                PIC X.
              88 NTCEFUN-OPEN                  VALUE 'O'.
              88 NTCEFUN-GIVE                  VALUE 'G'.
              88 NTCEFUN-CANCEL                VALUE 'C'.
              88 NTCEFUN-BROWSE                VALUE 'B'.
              88 NTCEFUN-CHECK                 VALUE 'K'.
              88 NTCEFUN-DRAW                  VALUE 'D'.
           03 NTCEFUN-SORTCODE                PIC 9(6).
           03 NTCEFUN-CUSTNO                  PIC 9(10).
           03 NTCEFUN-ACCNO                   PIC 9(8).
           03 NTCEFUN-RATE                    PIC 9(4)V99.
           03 NTCEFUN-NOTICE-DAYS             PIC 9(3).
              88 NTCEFUN-NOTICE-DAYS-VALID     VALUES 30 60 95.
           03 NTCEFUN-PENALTY-DAYS            PIC 9(3).
           03 NTCEFUN-PAY-SORTCODE            PIC 9(6).
           03 NTCEFUN-PAY-ACCNO               PIC 9(8).
           03 NTCEFUN-AMOUNT                  PIC S9(10)V99.
           03 NTCEFUN-IMMEDIATE               PIC X.
              88 NTCEFUN-IMMEDIATE-ACCESS      VALUE 'Y'.
           03 NTCEFUN-ID                      PIC 9(9).
           03 NTCEFUN-AVAILABLE-DATE          PIC X(8).
           03 NTCEFUN-PENALTY-AMT             PIC S9(10)V99.
           03 NTCEFUN-ROWS-RETURNED           PIC 9(2).
           03 NTCEFUN-SUCCESS                 PIC X.
           03 NTCEFUN-FAIL-CODE               PIC X.
           03 NTCEFUN-TABLE OCCURS 8 TIMES.
              05 NTCEFUN-NT-ID                PIC 9(9).
              05 NTCEFUN-NT-AMOUNT            PIC S9(10)V99.
              05 NTCEFUN-NT-DRAWN             PIC S9(10)V99.
              05 NTCEFUN-NT-GIVEN-DATE        PIC X(8).
              05 NTCEFUN-NT-AVAILABLE-DATE    PIC X(8).
              05 NTCEFUN-NT-LAPSE-DATE        PIC X(8).
              05 NTCEFUN-NT-PAY-ACCNO         PIC X(8).
              05 NTCEFUN-NT-STATUS            PIC X.
