      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Business event message, as EVNTPUB hands it to the queue
      * manager's file bridge (EVNTQOUT). One record per event, in
      * EVNTMSG-SEQ order. DELIVERY 'N' is a first delivery to every
      * subscriber; 'R' is a replay addressed to the one consumer in
      * EVNTMSG-CONSUMER, which is spaces on a first delivery.
      *
      * Delivery is at least once: a run that fails after writing
      * a message but before recording it re-sends that message on
      * the next run, so a consumer discards any sequence number it
      * already holds. A gap in the numbers a consumer receives is
      * never normal - it asks EVNTFUN for a replay from the first
      * number missing.
      ******************************************************************
           03 EVNTMSG-SEQ                     PIC 9(9).
           03 EVNTMSG-DELIVERY                PIC X.
              88 EVNTMSG-FIRST-DELIVERY       VALUE 'N'.
              88 EVNTMSG-REPLAY               VALUE 'R'.
           03 EVNTMSG-CONSUMER                PIC X(8).
           03 EVNTMSG-KIND                    PIC X.
           03 EVNTMSG-TYPE                    PIC X(3).
           03 EVNTMSG-SOURCE                  PIC X(8).
           03 EVNTMSG-SORTCODE                PIC X(6).
           03 EVNTMSG-ACCNO                   PIC X(8).
           03 EVNTMSG-CUSTNO                  PIC X(10).
           03 EVNTMSG-PROC-DATE               PIC X(8).
           03 EVNTMSG-PROC-TIME               PIC X(6).
           03 EVNTMSG-REF                     PIC X(12).
           03 EVNTMSG-DESC                    PIC X(40).
           03 EVNTMSG-AMOUNT                  PIC S9(10)V99
                                              SIGN LEADING SEPARATE.
