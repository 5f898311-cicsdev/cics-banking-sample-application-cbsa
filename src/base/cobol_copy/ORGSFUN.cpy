      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for ORGSFUN, the organisation signatory register
      * service. ADD records ORGSFUN-SIG-CUSTNO (a person) as a
      * signatory of organisation ORGSFUN-ORG-CUSTNO with a role and
      * personal signing limit, or changes the role and limit of
      * one already there; it also brings the signatory into the
      * organisation's KYC checklist and screens them against the
      * watchlist. REMOVE ends a signatory's authority. Both need
      * the maintenance entitlement. LIST returns up to 8 active
      * signatories; CHECK answers whether ORGSFUN-SIG-CUSTNO may
      * sign for ORGSFUN-AMOUNT on the organisation's behalf
      * (ORGSFUN-ALLOWED 'Y' or 'N').
      *
      * ORGSFUN-FAIL-CODE, when ORGSFUN-SUCCESS is 'N':
      *   '1' - a customer or the signatory was not found
      *   '2' - a datastore error occurred
      *   '3' - invalid input (bad role, negative limit)
      *   '4' - the organisation customer is not an organisation, or
      *         the signatory is not a person
      *   'S' - the operator lacks the entitlement for the function
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 ORGSFUN-FUNCTION                PIC X.
              88 ORGSFUN-ADD                   VALUE 'A'.
              88 ORGSFUN-REMOVE                VALUE 'R'.
              88 ORGSFUN-LIST                  VALUE 'L'.
              88 ORGSFUN-CHECK                 VALUE 'K'.
           03 ORGSFUN-SORTCODE                PIC 9(6).
           03 ORGSFUN-ORG-CUSTNO              PIC 9(10).
           03 ORGSFUN-SIG-CUSTNO              PIC 9(10).
           03 ORGSFUN-ROLE                    PIC X.
              88 ORGSFUN-ROLE-VALID            VALUE 'D' 'P' 'S'
                                                     'T' 'O'.
           03 ORGSFUN-SIGN-LIMIT              PIC S9(10)V99.
           03 ORGSFUN-AMOUNT                  PIC S9(10)V99.
           03 ORGSFUN-ALLOWED                 PIC X.
           03 ORGSFUN-ROWS-RETURNED           PIC 9(2).
           03 ORGSFUN-SUCCESS                 PIC X.
           03 ORGSFUN-FAIL-CODE               PIC X.
           03 ORGSFUN-TABLE OCCURS 8 TIMES.
              05 ORGSFUN-SG-CUSTNO            PIC 9(10).
              05 ORGSFUN-SG-NAME              PIC X(60).
              05 ORGSFUN-SG-ROLE              PIC X.
              05 ORGSFUN-SG-SIGN-LIMIT        PIC S9(10)V99.
              05 ORGSFUN-SG-ADDED-DATE        PIC X(8).
