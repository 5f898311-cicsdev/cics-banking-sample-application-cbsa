                                        PIC X(6).
       01 WS-PNDC-OD-X                  PIC 9(8).

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY UPDACC.
              GO TO UAD999
           END-IF.

      *
      *    The amendment as a business event, in this same unit of
      *    work - if it cannot be recorded the amendment is backed
      *    out with it.
      *
           PERFORM WRITE-BUSINESS-EVENT.

           IF EVNT-SUCCESS NOT = 'Y'
              IF EVNT-SQLCODE = -911 OR EVNT-SQLCODE = -913
                 MOVE 'Y' TO WS-DB2-CONTENTION-SW
              END-IF

              MOVE 'N' TO COMM-SUCCESS
              MOVE '4' TO COMM-FAIL-CODE
              MOVE EVNT-SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'ERROR: UPDACC returned ' SQLCODE-DISPLAY
              ' on the business event'

              EXEC CICS SYNCPOINT ROLLBACK
                 RESP(WS-CICS-RESP)
              END-EXEC

              GO TO UAD999
           END-IF.

      *
      *    If the SQLCODE was normal then we just need to set the
      *    SUCCESS CODE
           EXIT.


      *----------------------------------------------------------------
      * The amendment as a lifecycle event - PROCTRAN records no row
      * for it, so the event carries the account, its owner and the
      * new account type.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           PERFORM POPULATE-TIME-DATE.

           MOVE WS-ORIG-DATE-DD TO WS-ORIG-DATE-DD-X.
           MOVE WS-ORIG-DATE-MM TO WS-ORIG-DATE-MM-X.
           MOVE WS-ORIG-DATE-YYYY TO WS-ORIG-DATE-YYYY-X.

           INITIALIZE EVNT-AREA.
           SET EVNT-LIFECYCLE TO TRUE.
           MOVE 'OUA' TO EVNT-TYPE.
           MOVE 'UPDACC' TO EVNT-SOURCE.
           MOVE HV-ACCOUNT-SORTCODE TO EVNT-SORTCODE.
           MOVE HV-ACCOUNT-ACC-NO TO EVNT-ACCNO.
           MOVE HV-ACCOUNT-CUST-NO TO EVNT-CUSTNO.
           MOVE WS-ORIG-DATE-GRP-X TO EVNT-PROC-DATE.
           MOVE WS-TIME-NOW TO EVNT-PROC-TIME.
           MOVE EIBTASKN TO WS-EIBTASKN12.
           MOVE WS-EIBTASKN12 TO EVNT-REF.
           STRING 'ACCOUNT AMENDED - TYPE ' DELIMITED BY SIZE
                  HV-ACCOUNT-ACC-TYPE DELIMITED BY SIZE
                  INTO EVNT-DESC
           END-STRING.
           MOVE 0 TO EVNT-AMOUNT.

           CALL 'EVNTWRT' USING EVNT-AREA.
       WBE999.
           EXIT.
