      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for RTOVFUN, the negotiated rate override service
      * (see RTOVDB2). REQUEST asks for account RTOVFUN-ACCNO to be
      * priced at RTOVFUN-RATE from RTOVFUN-START-DATE (today if
      * blank) to RTOVFUN-EXPIRY-DATE for RTOVFUN-REASON; it needs
      * the maintenance entitlement and is queued for a second
      * operator's approval through PNDCFUN, RTOVFUN-CHANGE-ID
      * returning the maker-checker queue id. INQUIRE returns the
      * account's standard rate and up to 5 of its overrides, the
      * latest first.
      *
      * RTOVFUN-FAIL-CODE, when RTOVFUN-SUCCESS is 'N':
      *   '1' - the account was not found
      *   '2' - a datastore error occurred
      *   '3' - the account type does not earn interest through
      *         INTACCR (term deposits and cards)
      *   '4' - the account already has an override in force over
      *         some of the same dates, or one awaiting approval
      *   '5' - the rate is not valid or no reason was given
      *   '6' - the dates are not valid: the start is in the past,
      *         or the expiry is missing or not after the start
      *   'S' - the operator is not entitled to the function
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 RTOVFUN-FUNCTION                PIC X.
              88 RTOVFUN-REQUEST               VALUE 'R'.
              88 RTOVFUN-INQUIRE               VALUE 'I'.
           03 RTOVFUN-SORTCODE                PIC 9(6).
           03 RTOVFUN-ACCNO                   PIC X(8).
           03 RTOVFUN-RATE                    PIC S9(2)V99.
           03 RTOVFUN-REASON                  PIC X(40).
           03 RTOVFUN-START-DATE              PIC X(8).
           03 RTOVFUN-EXPIRY-DATE             PIC X(8).
           03 RTOVFUN-CHANGE-ID               PIC 9(9).
           03 RTOVFUN-STANDARD-RATE           PIC S9(4)V99.
           03 RTOVFUN-SUCCESS                 PIC X.
           03 RTOVFUN-FAIL-CODE               PIC X.
           03 RTOVFUN-ROWS-RETURNED           PIC 9(2).
           03 RTOVFUN-TABLE OCCURS 5 TIMES.
              05 RTOVFUN-OV-ID                PIC 9(9).
              05 RTOVFUN-OV-RATE              PIC S9(2)V99.
              05 RTOVFUN-OV-REASON            PIC X(40).
              05 RTOVFUN-OV-START-DATE        PIC X(8).
              05 RTOVFUN-OV-EXPIRY-DATE       PIC X(8).
              05 RTOVFUN-OV-STATUS            PIC X.
              05 RTOVFUN-OV-REQUESTED-BY      PIC X(3).
              05 RTOVFUN-OV-APPROVED-BY       PIC X(3).
