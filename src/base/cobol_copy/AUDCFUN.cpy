      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for AUDCFUN, the auditor confirmation request
      * register service. RECORD logs a new request for a business
      * customer (the request date defaults to today); CANCEL
      * withdraws one not yet answered; BROWSE returns one
      * customer's requests, newest first.
      *
      * AUDCFUN-FAIL-CODE, when AUDCFUN-SUCCESS is 'N':
      *   '1' - the customer was not found / no request matching
      *         the id supplied is still awaiting its letter
      *   '2' - a datastore error occurred
      *   '3' - invalid input (missing as-at date, an as-at date
      *         after the request date, or no auditor name or
      *         address)
      *   '4' - the customer is a person, not a business
      *   '5' - no signed customer authority (reference and date)
      *   'S' - the operator is not entitled to maintain registers
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 AUDCFUN-FUNCTION                PIC X.
              88 AUDCFUN-RECORD                VALUE 'R'.
              88 AUDCFUN-CANCEL                VALUE 'C'.
              88 AUDCFUN-BROWSE                VALUE 'B'.
           03 AUDCFUN-SORTCODE                PIC 9(6).
           03 AUDCFUN-ID                      PIC 9(9).
           03 AUDCFUN-CUSTNO                  PIC 9(10).
           03 AUDCFUN-AS-AT-DATE              PIC 9(8).
           03 AUDCFUN-REQUEST-DATE            PIC 9(8).
           03 AUDCFUN-AUDITOR-NAME            PIC X(40).
           03 AUDCFUN-AUDITOR-ADDRESS         PIC X(120).
           03 AUDCFUN-AUTHORITY-REF           PIC X(20).
           03 AUDCFUN-AUTHORITY-DATE          PIC 9(8).
           03 AUDCFUN-ROWS-RETURNED           PIC 9(2).
           03 AUDCFUN-SUCCESS                 PIC X.
           03 AUDCFUN-FAIL-CODE               PIC X.
           03 AUDCFUN-TABLE OCCURS 8 TIMES.
              05 AUDCFUN-AC-ID                PIC 9(9).
              05 AUDCFUN-AC-AS-AT-DATE        PIC X(8).
              05 AUDCFUN-AC-REQUEST-DATE      PIC X(8).
              05 AUDCFUN-AC-AUDITOR-NAME      PIC X(40).
              05 AUDCFUN-AC-STATUS            PIC X.
              05 AUDCFUN-AC-SENT-DATE         PIC X(8).
              05 AUDCFUN-AC-TURNAROUND-DAYS   PIC 9(5).
