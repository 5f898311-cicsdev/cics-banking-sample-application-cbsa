       01 WS-PRINT-AMOUNT                   PIC +9(10).99.
       01 WS-PRINT-AMOUNT2                  PIC +9(10).99.

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
                  :HV-PROCTRAN-AMOUNT)
           END-EXEC.

           IF SQLCODE = 0
              INITIALIZE EVNT-AREA
              SET EVNT-POSTING TO TRUE
              MOVE HV-SORTCODE TO EVNT-SORTCODE
              MOVE HV-ACC-NUMBER TO EVNT-ACCNO
              MOVE HV-PROCTRAN-DATE TO EVNT-PROC-DATE
              MOVE HV-PROCTRAN-TIME TO EVNT-PROC-TIME
              MOVE HV-PROCTRAN-REF TO EVNT-REF
              MOVE HV-PROCTRAN-TYPE TO EVNT-TYPE
              MOVE HV-PROCTRAN-DESC TO EVNT-DESC
              MOVE HV-PROCTRAN-AMOUNT TO EVNT-AMOUNT
              PERFORM WRITE-BUSINESS-EVENT
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SPACES TO ATM-REPORT-LINE
              STRING 'PROCTRAN WRITE FAILED FOR ACCOUNT '
           WRITE ATM-REPORT-LINE.
       POA999.
           EXIT.

      *----------------------------------------------------------------
      * The change just posted, as a business event in the same unit
      * of work (see EVNTWRT). A failure to record it comes back in
      * SQLCODE, so it is handled exactly as a failed PROCTRAN insert.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           MOVE 'ATMIMPRT' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
