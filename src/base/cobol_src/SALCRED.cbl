      *              settlement queue the same way XFRFUN sends any        *
      *              other outbound credit - and an item that cannot       *
      *              be paid is refunded to the funding account and        *
      *              reported, without stopping the run. A credit into     *
      *              one of our ISAs must fit its owner's allowance for    *
      *              the tax year (ISASUBS) or it is refunded likewise.    *
      *              Every item gets a line on the employer's results      *
      *              file, and                                             *
      *              the control report proves debits equal credits        *
      *              for the file before the run is allowed to end         *
      *              clean.                                                 *

       01 WS-PRINT-AMOUNT                   PIC +9(10).99.

      * ISA subscriptions (see ISASUBS).
       01 ISAFUN-AREA.
           COPY ISAFUN.

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
              GO TO POI999
           END-IF.

      *
      *    A wage into one of our ISAs must fit inside its owner's
      *    allowance for the tax year, and go into the one ISA they
      *    pay into this year. An account that is not an ISA comes
      *    back with fail code '4' and is paid as normal.
      *
           INITIALIZE ISAFUN-AREA.
           SET ISAFUN-CHECK TO TRUE.
           PERFORM CALL-ISA-SUBS.

           IF ISAFUN-SUCCESS = 'N'
              AND (ISAFUN-FAIL-CODE = '5' OR ISAFUN-FAIL-CODE = '6')
              PERFORM REFUND-ONE-ITEM
              MOVE 'REJECTED' TO RESULT-STATUS
              IF ISAFUN-FAIL-CODE = '6'
                 MOVE 'SECOND ISA IN TAX YEAR' TO RESULT-REASON
              ELSE
                 MOVE 'ISA ALLOWANCE EXCEEDED' TO RESULT-REASON
              END-IF
              WRITE RESULTS-RECORD
              GO TO POI999
           END-IF.

           COMPUTE HV-ACCOUNT-AVAIL-BAL =
              HV-ACCOUNT-AVAIL-BAL + SALIN-AMOUNT.
           COMPUTE HV-ACCOUNT-ACTUAL-BAL =

           PERFORM WRITE-PROCTRAN-ROW.

           INITIALIZE ISAFUN-AREA.
           SET ISAFUN-RECORD TO TRUE.
           PERFORM CALL-ISA-SUBS.

           ADD 1 TO WS-ITEMS-PAID.
           ADD SALIN-AMOUNT TO WS-TOTAL-PAID.

               INTO HV-XFRSETL-CREATED-DATE
           END-STRING.

      *
      *    Wages must land on pay day, so the item is time-critical
      *    and goes ahead of the queue under the net debit cap.
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
                      'T')
           END-EXEC.

           IF SQLCODE NOT = 0
       ROI999.
           EXIT.

      *----------------------------------------------------------------
      * CHECK or RECORD the item against the target account's ISA
      * subscriptions for the tax year the run date falls in.
      *----------------------------------------------------------------
       CALL-ISA-SUBS SECTION.
       CIS010.
           MOVE HV-SORTCODE TO ISAFUN-SORTCODE.
           MOVE SALIN-TARGET-ACCNO TO ISAFUN-ACCNO.
           MOVE SALIN-AMOUNT TO ISAFUN-AMOUNT.
           MOVE HV-RUN-DATE TO ISAFUN-DATE.

           CALL 'ISASUBS' USING ISAFUN-AREA.
       CIS999.
           EXIT.

      *----------------------------------------------------------------
       WRITE-PROCTRAN-ROW SECTION.
       WPR010.
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

           END-IF.
       PCP999.
           EXIT.

      *----------------------------------------------------------------
      * The change just posted, as a business event in the same unit
      * of work (see EVNTWRT). A failure to record it comes back in
      * SQLCODE, so it is handled exactly as a failed PROCTRAN insert.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           MOVE 'SALCRED' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
