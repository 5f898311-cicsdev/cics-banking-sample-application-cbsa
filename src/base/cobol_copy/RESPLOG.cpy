      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for RESPLOG, the response-time logger (see
      * RESPDB2). The caller stamps RESPLOG-START-TIME with its
      * ABSTIME on entry and, around each LINK to a data service,
      * RESPLOG-LINK-START - its own stopwatch, not read by
      * RESPLOG - adding the time the service took to
      * RESPLOG-DB2-MS. Just before it returns it LINKs RESPLOG,
      * which takes the elapsed time from the start stamp to now.
      * RESPLOG-OUTCOME is 'S' completed, 'F' refused or failed by
      * the service, 'A' abending. A failure to log never fails
      * the caller's task. A caller with no sort code to hand
      * leaves RESPLOG-SORTCODE zero and RESPLOG supplies its own.
      ******************************************************************
           03 RESPLOG-SORTCODE                PIC 9(6).
           03 RESPLOG-TRANID                  PIC X(4).
           03 RESPLOG-PROGRAM                 PIC X(8).
           03 RESPLOG-START-TIME              PIC S9(15) COMP-3.
           03 RESPLOG-LINK-START              PIC S9(15) COMP-3.
           03 RESPLOG-LINK-END                PIC S9(15) COMP-3.
           03 RESPLOG-DB2-MS                  PIC S9(9) COMP.
           03 RESPLOG-OUTCOME                 PIC X.
              88 RESPLOG-COMPLETED             VALUE 'S'.
              88 RESPLOG-FAILED                VALUE 'F'.
              88 RESPLOG-ABENDED               VALUE 'A'.
           03 RESPLOG-SUCCESS                 PIC X.
           03 RESPLOG-FAIL-CODE               PIC X.
