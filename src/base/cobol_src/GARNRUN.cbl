       01 EXCPWRT-AREA.
           COPY EXCPWRTA.

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
               INTO HV-XFRSETL-CREATED-DATE
           END-STRING.

      *
      *    A court-ordered payment goes out high priority under the
      *    net debit cap.
      *
           EXEC SQL
              INSERT INTO XFRSETL
                     (XFRSETL_ID, XFRSETL_FSCODE, XFRSETL_FACCNO,
                      XFRSETL_TSCODE, XFRSETL_TACCNO, XFRSETL_AMOUNT,
                      XFRSETL_STATUS, XFRSETL_CREATED_DATE,
                      XFRSETL_PRIORITY)
              VALUES (:HV-XFRSETL-ID, :HV-XFRSETL-FSCODE,
                      :HV-XFRSETL-FACCNO, :HV-XFRSETL-TSCODE,
                      :HV-XFRSETL-TACCNO, :HV-XFRSETL-AMOUNT,
                      :HV-XFRSETL-STATUS, :HV-XFRSETL-CREATED-DATE,
                      'H')
           END-EXEC.

           IF SQLCODE NOT = 0
                  :HV-PROCTRAN-TYPE, :HV-PROCTRAN-DESC,
                  :HV-PROCTRAN-AMOUNT)
           END-EXEC.

           IF SQLCODE = 0
              INITIALIZE EVNT-AREA
              SET EVNT-POSTING TO TRUE
              MOVE HV-SORTCODE TO EVNT-SORTCODE
              MOVE HV-PROCTRAN-ACCNO TO EVNT-ACCNO
              MOVE HV-PROCTRAN-DATE TO EVNT-PROC-DATE
              MOVE HV-PROCTRAN-TIME TO EVNT-PROC-TIME
              MOVE HV-PROCTRAN-REF TO EVNT-REF
              MOVE HV-PROCTRAN-TYPE TO EVNT-TYPE
              MOVE HV-PROCTRAN-DESC TO EVNT-DESC
              MOVE HV-PROCTRAN-AMOUNT TO EVNT-AMOUNT
              PERFORM WRITE-BUSINESS-EVENT
           END-IF.
       WPR999.
           EXIT.

           MOVE HV-CONTROL-VALUE-NUM TO HV-XFRSETL-ID.
       ANXS999.
           EXIT.

      *----------------------------------------------------------------
      * The change just posted, as a business event in the same unit
      * of work (see EVNTWRT). A failure to record it comes back in
      * SQLCODE, so it is handled exactly as a failed PROCTRAN insert.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           MOVE 'GARNRUN' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
