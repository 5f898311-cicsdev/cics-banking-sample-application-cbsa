      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for ONBFUN, the onboarding application service in
      * front of CRECUST and CREACC (see ONBDB2 for the states).
      * SUBMIT records a new application and takes it as far as it
      * can go at once; PROGRESS picks an application up again where
      * it waits - a screening decision made, a duplicate resolved,
      * documents sighted, a credit agency that did not answer last
      * time - and, once every stage is passed, creates the customer
      * and opens the account. RESOLVE records an operator's answer
      * on a probable duplicate (ONBFUN-DUP-DECISION 'N' a different
      * person, carry on; 'Y' the same person, decline); DOCUMENT
      * records an identity ('IDENTITY') or address ('ADDRESS ')
      * document sighted, with its expiry date (YYYYMMDD); DECLINE
      * ends an application with reason 'OP'. All three go on to
      * PROGRESS and need the maintenance entitlement. INQUIRE
      * returns the application as it stands.
      *
      * ONBFUN-FAIL-CODE, when ONBFUN-SUCCESS is 'N':
      *   '1' - the application was not found
      *   '2' - a datastore error occurred
      *   '3' - the application is closed, or not waiting on what
      *         was asked (RESOLVE when there is no duplicate)
      *   '4' - the document type or its expiry date is not valid
      *   '5' - the duplicate decision is not 'Y' or 'N'
      *   '7' - every stage passed but CRECUST did not create the
      *         customer - its own fail code is in
      *         ONBFUN-CREATE-FAIL-CODE; PROGRESS tries again
      *   '8' - invalid input (no family name, invalid date of
      *         birth, unknown channel)
      *   'S' - the operator is not entitled to this function
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 ONBFUN-FUNCTION                 PIC X.
              88 ONBFUN-SUBMIT                 VALUE 'S'.
              88 ONBFUN-PROGRESS               VALUE 'P'.
              88 ONBFUN-RESOLVE                VALUE 'R'.
              88 ONBFUN-DOCUMENT               VALUE 'K'.
              88 ONBFUN-DECLINE                VALUE 'D'.
              88 ONBFUN-INQUIRE                VALUE 'Q'.
           03 ONBFUN-SORTCODE                 PIC 9(6).
           03 ONBFUN-APP-ID                   PIC 9(8).
           03 ONBFUN-CHANNEL                  PIC X.
              88 ONBFUN-CHANNEL-VALID          VALUE 'W' 'M' 'B' 'P'.
           03 ONBFUN-NAME                     PIC X(60).
           03 ONBFUN-NAME-GROUP REDEFINES ONBFUN-NAME.
              05 ONBFUN-TITLE                 PIC X(8).
              05 ONBFUN-GIVEN-NAME            PIC X(20).
              05 ONBFUN-INITIALS              PIC X(10).
              05 ONBFUN-FAMILY-NAME           PIC X(20).
              05 FILLER                       PIC X(02).
           03 ONBFUN-ADDRESS                  PIC X(160).
           03 ONBFUN-ADDRESS-GROUP REDEFINES ONBFUN-ADDRESS.
              05 FILLER                       PIC X(150).
              05 ONBFUN-POSTCODE-OR-ZIP       PIC X(10).
           03 ONBFUN-DATE-OF-BIRTH            PIC 9(8).
           03 ONBFUN-BRANCH-NUMBER            PIC 9(5).
           03 ONBFUN-ACC-TYPE                 PIC X(8).
           03 ONBFUN-INT-RATE                 PIC 9(4)V99.
           03 ONBFUN-OVERDRAFT                PIC 9(8).
           03 ONBFUN-DOC-TYPE                 PIC X(8).
           03 ONBFUN-DOC-EXPIRY               PIC 9(8).
           03 ONBFUN-DUP-DECISION             PIC X.
           03 ONBFUN-STATUS                   PIC X.
           03 ONBFUN-STAGE                    PIC 9.
           03 ONBFUN-REASON                   PIC X(2).
           03 ONBFUN-DUP-CUSTNO               PIC 9(10).
           03 ONBFUN-CREDIT-SCORE             PIC 999.
           03 ONBFUN-CUSTNO                   PIC 9(10).
           03 ONBFUN-ACCNO                    PIC 9(8).
           03 ONBFUN-ACC-FAIL-CODE            PIC X.
           03 ONBFUN-CREATE-FAIL-CODE         PIC X.
           03 ONBFUN-SUCCESS                  PIC X.
           03 ONBFUN-FAIL-CODE                PIC X.
