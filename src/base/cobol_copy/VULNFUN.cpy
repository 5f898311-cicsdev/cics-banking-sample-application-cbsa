      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for VULNFUN, the vulnerable customer service.
      * RECORD adds an indicator of VULNFUN-TYPE with treatment
      * VULNFUN-TREATMENT (see VULNDB2) for customer VULNFUN-CUSTNO
      * and returns its VULNFUN-IND-ID; the customer's consent in
      * VULNFUN-CONSENT is mandatory. VULNFUN-REVIEW-DATE, when
      * given, sets the first review; otherwise it falls due after
      * the CONTROL value VULN-REVIEW-DAYS (default 90). REVIEW
      * records a review of indicator VULNFUN-IND-ID and sets the
      * next review date the same way, taking a new treatment too
      * when one is given. END closes indicator VULNFUN-IND-ID for
      * VULNFUN-END-REASON. INQUIRE returns the customer's active
      * indicators, soonest review first, in VULNFUN-IND-TABLE.
      * Every function needs the need-to-know entitlement - except
      * an INQUIRE that finds nothing active, which answers with a
      * zero count for anyone, so the servicing screens may always
      * ask.
      *
      * VULNFUN-FAIL-CODE, when VULNFUN-SUCCESS is 'N':
      *   '1' - no customer was found matching the key supplied
      *   '2' - a datastore error occurred
      *   '3' - the type, treatment or end reason is not one
      *         VULNDB2 lists
      *   '4' - no consent to hold the indicator was given
      *   '5' - the review date given is not after today
      *   '6' - no active indicator matches the id given
      *   'S' - the operator is not entitled to this function
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 VULNFUN-FUNCTION                PIC X.
              88 VULNFUN-RECORD                VALUE 'A'.
              88 VULNFUN-REVIEW                VALUE 'R'.
              88 VULNFUN-END                   VALUE 'E'.
              88 VULNFUN-INQUIRE               VALUE 'I'.
           03 VULNFUN-SORTCODE                PIC 9(6).
           03 VULNFUN-CUSTNO                  PIC 9(10).
           03 VULNFUN-IND-ID                  PIC 9(9).
           03 VULNFUN-TYPE                    PIC X.
              88 VULNFUN-TYPE-VALID            VALUE 'B' 'I' 'C'
                                                     'F' 'L'.
           03 VULNFUN-TREATMENT               PIC X.
              88 VULNFUN-TREATMENT-VALID       VALUE 'P' 'S'.
           03 VULNFUN-CONSENT                 PIC X.
              88 VULNFUN-CONSENT-VALID         VALUE 'Y' 'T'.
           03 VULNFUN-CONSENT-BY              PIC X(30).
           03 VULNFUN-NOTE                    PIC X(60).
           03 VULNFUN-REVIEW-DATE             PIC X(8).
           03 VULNFUN-END-REASON              PIC X.
              88 VULNFUN-END-REASON-VALID      VALUE 'R' 'W'.
           03 VULNFUN-IND-COUNT               PIC 9(2).
           03 VULNFUN-IND-TABLE OCCURS 5.
              05 VULNFUN-IND-ENTRY-ID         PIC 9(9).
              05 VULNFUN-IND-TYPE             PIC X.
              05 VULNFUN-IND-TREATMENT        PIC X.
              05 VULNFUN-IND-CONSENT          PIC X.
              05 VULNFUN-IND-RECORDED-DATE    PIC X(8).
              05 VULNFUN-IND-REVIEW-DATE      PIC X(8).
           03 VULNFUN-SUCCESS                 PIC X.
           03 VULNFUN-FAIL-CODE               PIC X.
