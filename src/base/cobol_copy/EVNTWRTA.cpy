      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Parameter area for EVNTWRT, the business event writer
      * (CALLed - no CICS, so the online services and the batch
      * posters share it). The caller describes the change - for a
      * posting, the values of the PROCTRAN row it has just
      * inserted - and EVNTWRT numbers it and adds it to the EVNTOUT
      * outbox in the caller's own unit of work. Not best effort:
      * the event is part of the change, so EVNT-SUCCESS 'N' (with
      * the SQLCODE in EVNT-SQLCODE) must be treated exactly as a
      * failure of the change itself and the unit of work backed
      * out.
      ******************************************************************
           03 EVNT-KIND                       PIC X.
              88 EVNT-POSTING                 VALUE 'P'.
              88 EVNT-LIFECYCLE               VALUE 'L'.
           03 EVNT-TYPE                       PIC X(3).
           03 EVNT-SOURCE                     PIC X(8).
           03 EVNT-SORTCODE                   PIC X(6).
           03 EVNT-ACCNO                      PIC X(8).
           03 EVNT-CUSTNO                     PIC X(10).
           03 EVNT-PROC-DATE                  PIC X(8).
           03 EVNT-PROC-TIME                  PIC X(6).
           03 EVNT-REF                        PIC X(12).
           03 EVNT-DESC                       PIC X(40).
           03 EVNT-AMOUNT                     PIC S9(10)V99.
           03 EVNT-SEQ                        PIC 9(9).
           03 EVNT-SQLCODE                    PIC S9(9) COMP.
           03 EVNT-SUCCESS                    PIC X.
