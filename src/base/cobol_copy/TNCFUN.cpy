      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for TNCFUN, the terms and conditions service.
      * PUBLISH adds the next version of the terms for account type
      * TNCFUN-ACC-TYPE, effective TNCFUN-EFFECTIVE-DATE, and
      * returns its TNCFUN-VERSION; it needs supervisor entitlement.
      * TNCNOTCE mails the notices from the next run. REJECT records
      * that the holder of account TNCFUN-ACCNO refuses the version
      * they were notified of - only while that notice is still
      * pending - and flags the account for closure through ACCLOSE
      * (close reason 'T'); it needs maintenance entitlement.
      * INQUIRE returns the account's terms history, newest version
      * first, in TNCFUN-HIST-TABLE; it needs inquiry entitlement.
      *
      * TNCFUN-FAIL-CODE, when TNCFUN-SUCCESS is 'N':
      *   '1' - no account was found matching the key supplied
      *   '2' - a datastore error occurred
      *   '3' - the account type is not one CREACC opens
      *   '4' - the effective date gives less than the notice
      *         period (CONTROL TNC-NOTICE-DAYS, default 60)
      *   '5' - the account has no notice pending to reject
      *   'S' - the operator is not entitled to this function
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 TNCFUN-FUNCTION                 PIC X.
              88 TNCFUN-PUBLISH                VALUE 'P'.
              88 TNCFUN-REJECT                 VALUE 'R'.
              88 TNCFUN-INQUIRE                VALUE 'I'.
           03 TNCFUN-SORTCODE                 PIC 9(6).
           03 TNCFUN-ACCNO                    PIC X(8).
           03 TNCFUN-ACC-TYPE                 PIC X(8).
           03 TNCFUN-VERSION                  PIC 9(4).
           03 TNCFUN-EFFECTIVE-DATE           PIC X(8).
           03 TNCFUN-SUMMARY                  PIC X(60).
           03 TNCFUN-HIST-COUNT               PIC 9(2).
           03 TNCFUN-HIST-TABLE OCCURS 8.
              05 TNCFUN-HIST-VERSION          PIC 9(4).
              05 TNCFUN-HIST-EFFECTIVE-DATE   PIC X(8).
              05 TNCFUN-HIST-STATUS           PIC X.
              05 TNCFUN-HIST-NOTICE-DATE      PIC X(8).
              05 TNCFUN-HIST-STATUS-DATE      PIC X(8).
           03 TNCFUN-SUCCESS                  PIC X.
           03 TNCFUN-FAIL-CODE                PIC X.
