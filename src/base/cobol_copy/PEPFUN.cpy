      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for PEPFUN, the politically exposed person service.
      * FLAG marks customer PEPFUN-CUSTNO a PEP of category
      * PEPFUN-CATEGORY (see PEPDB2) and starts their annual
      * enhanced due diligence cycle - SCRNFUN calls it when a PEP
      * list hit is confirmed. REVIEW records a completed EDD
      * review with its outcome in PEPFUN-OUTCOME and sets the next
      * one due a year on. DECLASSIFY takes the PEP marker off and
      * ends the cycle. APPROVE records senior-management approval
      * for the customer to open one account of type
      * PEPFUN-ACC-TYPE and returns its PEPFUN-APPROVAL-ID. CHECK
      * (CREACC, before it opens an account for a PEP) finds an
      * approval in force for that type and returns its id; USE
      * (CREACC, once the account exists) marks approval
      * PEPFUN-APPROVAL-ID used by account PEPFUN-ACCNO. INQUIRE
      * returns the marker, category and review cycle. REVIEW,
      * DECLASSIFY and APPROVE need the supervisor entitlement.
      *
      * PEPFUN-FAIL-CODE, when PEPFUN-SUCCESS is 'N':
      *   '1' - no customer was found matching the key supplied
      *   '2' - a datastore error occurred
      *   '3' - the customer is not a PEP
      *   '4' - no approval in force for this account type (CHECK)
      *   '5' - the category is not one PEPDB2 lists (FLAG), no
      *         review outcome was given (REVIEW), or no account
      *         type was given (APPROVE)
      *   '6' - no unused approval matches the id given (USE)
      *   'S' - the operator is not entitled to this function
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 PEPFUN-FUNCTION                 PIC X.
              88 PEPFUN-FLAG                   VALUE 'F'.
              88 PEPFUN-REVIEW                 VALUE 'R'.
              88 PEPFUN-DECLASSIFY             VALUE 'D'.
              88 PEPFUN-APPROVE                VALUE 'A'.
              88 PEPFUN-CHECK                  VALUE 'C'.
              88 PEPFUN-USE                    VALUE 'U'.
              88 PEPFUN-INQUIRE                VALUE 'I'.
           03 PEPFUN-SORTCODE                 PIC 9(6).
           03 PEPFUN-CUSTNO                   PIC 9(10).
           03 PEPFUN-CATEGORY                 PIC X.
              88 PEPFUN-CATEGORY-VALID         VALUE 'D' 'F' 'I'
                                                     'R' 'A'.
           03 PEPFUN-OUTCOME                  PIC X(60).
           03 PEPFUN-ACC-TYPE                 PIC X(8).
           03 PEPFUN-APPROVAL-ID              PIC 9(9).
           03 PEPFUN-ACCNO                    PIC 9(8).
           03 PEPFUN-PEP                      PIC X.
           03 PEPFUN-CONFIRMED-DATE           PIC X(8).
           03 PEPFUN-LAST-REVIEW-DATE         PIC X(8).
           03 PEPFUN-NEXT-DUE-DATE            PIC X(8).
           03 PEPFUN-REVIEW-STATUS            PIC X.
           03 PEPFUN-SUCCESS                  PIC X.
           03 PEPFUN-FAIL-CODE                PIC X.
