      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for EVNTFUN, the business event replay service.
      * REPLAY asks for every event from EVNTFUN-FROM-SEQ onwards
      * to be sent again to EVNTFUN-CONSUMER by the next EVNTPUB
      * run (maintenance entitlement required). The number must
      * already have been delivered - fail '3' otherwise, with the
      * last delivered number in EVNTFUN-LAST-DELIVERED - and a
      * consumer may have only one request outstanding (fail '5').
      * QUERY reads back the consumer's latest request: its
      * status ('R' waiting, 'D' done, 'F' failed), the last
      * number re-sent and how many, plus the last delivered
      * number. Fail '1' not found, '2' DB2 error, '4' no
      * consumer given, 'S' not entitled, '9' bad function.
      ******************************************************************
           03 EVNTFUN-FUNCTION                PIC X.
              88 EVNTFUN-REPLAY                VALUE 'R'.
              88 EVNTFUN-QUERY                 VALUE 'Q'.
           03 EVNTFUN-CONSUMER                PIC X(8).
           03 EVNTFUN-FROM-SEQ                PIC 9(9).
           03 EVNTFUN-LAST-DELIVERED          PIC 9(9).
           03 EVNTFUN-REQ-DATE                PIC X(8).
           03 EVNTFUN-REQ-TIME                PIC X(6).
           03 EVNTFUN-STATUS                  PIC X.
           03 EVNTFUN-TO-SEQ                  PIC 9(9).
           03 EVNTFUN-SENT                    PIC 9(9).
           03 EVNTFUN-DONE-DATE               PIC X(8).
           03 EVNTFUN-SUCCESS                 PIC X.
           03 EVNTFUN-FAIL-CODE               PIC X.
