      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: EVNTPUB                                                 *
      *                                                                *
      * Description: Business event publisher. EVNTWRT fills the      *
      *              EVNTOUT outbox inside each change's own unit of  *
      *              work; this batch is what finally delivers it.    *
      *              Every event after the CONTROL high-water mark    *
      *              EVENT-LAST-PUBLISHED is handed, strictly in      *
      *              sequence order, to the queue manager's file      *
      *              bridge EVNTQOUT (layout EVNTMSG), stamped 'D'    *
      *              with the delivery date and time, and the mark    *
      *              moved on - the stamps and the mark committed     *
      *              together every batch of rows.                    *
      *                                                                *
      *              A sequence number missing from the outbox means  *
      *              a change still in flight (its number is taken    *
      *              but not yet committed). Delivery stops in front  *
      *              of it rather than pass it, so no consumer ever   *
      *              sees the events out of order; the next run picks *
      *              up from there. One that is still missing then is *
      *              raised on the exception queue.                   *
      *                                                                *
      *              Replay requests (EVNTRPLY, made through EVNTFUN) *
      *              are then served oldest first: everything from    *
      *              the requested sequence number up to the last     *
      *              event delivered is re-sent, addressed to the     *
      *              requesting consumer alone, and the request       *
      *              closed 'D' - or 'F' when it asks for a number    *
      *              that has not been delivered yet.                 *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        (labels only - the outbox is region-wide) and yyyymmdd *
      *        the run date (defaults to today).                      *
      *                                                                *
      * Output: Queue handoff EVNTQOUT and report EVNTPRPT.           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVNTPUB.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVNT-QUEUE-FILE
                  ASSIGN TO EVNTQOUT
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EVNT-REPORT
                  ASSIGN TO EVNTPRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EVNT-QUEUE-FILE.
       01  EVNT-QUEUE-RECORD.
           COPY EVNTMSG.

       FD  EVNT-REPORT.
       01  EVNT-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE EVNTDB2 END-EXEC.
           EXEC SQL INCLUDE EVRPDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 HV-DELIV-TIME                     PIC X(6).

       01 HV-CONTROL-NAME                   PIC X(32)
             VALUE 'EVENT-LAST-PUBLISHED'.
       01 HV-LAST-PUBLISHED                 PIC S9(9) COMP.

       01 HOST-EVNTOUT-ROW.
          03 HV-EVNT-SEQ                    PIC S9(9) COMP.
          03 HV-EVNT-KIND                   PIC X.
          03 HV-EVNT-TYPE                   PIC X(3).
          03 HV-EVNT-SOURCE                 PIC X(8).
          03 HV-EVNT-SORTCODE               PIC X(6).
          03 HV-EVNT-ACCNO                  PIC X(8).
          03 HV-EVNT-CUSTNO                 PIC X(10).
          03 HV-EVNT-PROC-DATE              PIC X(8).
          03 HV-EVNT-PROC-TIME              PIC X(6).
          03 HV-EVNT-REF                    PIC X(12).
          03 HV-EVNT-DESC                   PIC X(40).
          03 HV-EVNT-AMOUNT                 PIC S9(10)V99 COMP-3.

       01 HOST-EVNTRPLY-ROW.
          03 HV-RPLY-CONSUMER               PIC X(8).
          03 HV-RPLY-FROM-SEQ               PIC S9(9) COMP.
          03 HV-RPLY-REQ-DATE               PIC X(8).
          03 HV-RPLY-REQ-TIME               PIC X(6).
          03 HV-RPLY-STATUS                 PIC X.
          03 HV-RPLY-TO-SEQ                 PIC S9(9) COMP.
          03 HV-RPLY-SENT                   PIC S9(9) COMP.

      * Rows taken per cursor pass - the stamps and the high-water
      * mark are committed after each pass, so a failure never
      * re-sends more than this many events.
       01 WS-BATCH-LIMIT                    PIC S9(4) COMP VALUE 500.
       01 WS-BATCH-COUNT                    PIC S9(4) COMP.

       01 WS-TODAY                          PIC 9(8).
       01 WS-TIME-NOW                       PIC 9(8).
       01 WS-EXPECTED-SEQ                   PIC S9(9) COMP.

       01 WS-STOP-SW                        PIC X VALUE 'N'.
          88 WS-STOP                        VALUE 'Y'.
       01 WS-FAILED-SW                      PIC X VALUE 'N'.
          88 WS-FAILED                      VALUE 'Y'.
       01 WS-NO-MORE-REQUESTS-SW            PIC X VALUE 'N'.
          88 WS-NO-MORE-REQUESTS            VALUE 'Y'.

       01 WS-DELIVERED                      PIC 9(8) VALUE 0.
       01 WS-REPLAYS-DONE                   PIC 9(6) VALUE 0.
       01 WS-REPLAYS-FAILED                 PIC 9(6) VALUE 0.
       01 WS-REPLAYED                       PIC 9(8) VALUE 0.

       01 WS-PRINT-SEQ                      PIC 9(9).
       01 WS-PRINT-SEQ-2                    PIC 9(9).
       01 WS-PRINT-COUNT                    PIC 9(8).

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

      * Run-control registration (see RUNCTL) - every overnight
      * program records its run and honours the sequencing rules.
       01 RUNCTL-AREA.
           COPY RUNCTLA.

      * Consolidated exception queue hookup (see EXCPWRT).
       01 EXCPWRT-AREA.
           COPY EXCPWRTA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
           05 PARM                          PIC X(256).

       PROCEDURE DIVISION USING PARM-BUFFER.
       PREMIERE SECTION.
       A010.
           OPEN OUTPUT EVNT-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO EVNT-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO EVNT-REPORT-LINE
              END-STRING
              WRITE EVNT-REPORT-LINE
              CLOSE EVNT-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE 0 TO RETURN-CODE.

           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO HV-DELIV-TIME.

           MOVE SPACES TO EVNT-REPORT-LINE
           STRING 'BUSINESS EVENT PUBLISHER - SORTCODE '
               DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO EVNT-REPORT-LINE
           END-STRING
           WRITE EVNT-REPORT-LINE.

           OPEN OUTPUT EVNT-QUEUE-FILE.

           PERFORM GET-LAST-PUBLISHED.

           IF NOT WS-FAILED
              PERFORM DELIVER-NEW-EVENTS
           END-IF.

           IF NOT WS-FAILED
              PERFORM SERVE-REPLAY-REQUESTS
           END-IF.

           CLOSE EVNT-QUEUE-FILE.

           MOVE HV-LAST-PUBLISHED TO WS-PRINT-SEQ.

           MOVE SPACES TO EVNT-REPORT-LINE
           STRING 'EVENTS DELIVERED=' DELIMITED BY SIZE
               WS-DELIVERED DELIMITED BY SIZE
               ' LAST DELIVERED SEQ=' DELIMITED BY SIZE
               WS-PRINT-SEQ DELIMITED BY SIZE
               ' REPLAYS DONE=' DELIMITED BY SIZE
               WS-REPLAYS-DONE DELIMITED BY SIZE
               ' REPLAYS FAILED=' DELIMITED BY SIZE
               WS-REPLAYS-FAILED DELIMITED BY SIZE
               ' EVENTS RE-SENT=' DELIMITED BY SIZE
               WS-REPLAYED DELIMITED BY SIZE
               INTO EVNT-REPORT-LINE
           END-STRING
           WRITE EVNT-REPORT-LINE.

           CLOSE EVNT-REPORT.

           PERFORM REGISTER-RUN-END.

           GOBACK.

       A999.
           EXIT.

      *----------------------------------------------------------------
      * Register this run on the RUNCTL ledger and honour its
      * sequencing rules - see RUNCTL for the two refusals.
      *----------------------------------------------------------------
       REGISTER-RUN-START SECTION.
       RGS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'EVNTPUB' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-DELIVERED TO RUNCTL-RECORD-COUNT.
           MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGE999.
           EXIT.

      *----------------------------------------------------------------
       GET-RUN-PARMS SECTION.
       GRP010.
           MOVE SPACES TO HV-SORTCODE HV-RUN-DATE.

           IF PARM-LENGTH > 0
              UNSTRING PARM(1:PARM-LENGTH) DELIMITED BY ','
                 INTO HV-SORTCODE HV-RUN-DATE
           END-IF.

           IF HV-RUN-DATE = SPACES OR HV-RUN-DATE = LOW-VALUES
              ACCEPT WS-TODAY FROM DATE YYYYMMDD
              MOVE WS-TODAY TO HV-RUN-DATE
           END-IF.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * Where the last run stopped. No CONTROL row yet means nothing
      * has ever been delivered.
      *----------------------------------------------------------------
       GET-LAST-PUBLISHED SECTION.
       GLP010.
           MOVE 0 TO HV-LAST-PUBLISHED.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-LAST-PUBLISHED
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 0 TO HV-LAST-PUBLISHED
              WHEN OTHER
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 MOVE SPACES TO EVNT-REPORT-LINE
                 STRING 'UNABLE TO READ EVENT-LAST-PUBLISHED SQLCODE='
                     DELIMITED BY SIZE
                     SQLCODE-DISPLAY DELIMITED BY SIZE
                     INTO EVNT-REPORT-LINE
                 END-STRING
                 WRITE EVNT-REPORT-LINE
                 MOVE 'Y' TO WS-FAILED-SW
                 MOVE 12 TO RETURN-CODE
           END-EVALUATE.
       GLP999.
           EXIT.

      *----------------------------------------------------------------
      * A pass at a time until the outbox is drained, a gap is met
      * or something fails.
      *----------------------------------------------------------------
       DELIVER-NEW-EVENTS SECTION.
       DNE010.
           MOVE 'N' TO WS-STOP-SW.

           PERFORM DELIVER-ONE-BATCH
              UNTIL WS-STOP.
       DNE999.
           EXIT.

      *----------------------------------------------------------------
      * One cursor pass. A row that fails to stamp backs the whole
      * pass out - its messages are already on the queue, so they
      * simply go again next run, which consumers are built for.
      *----------------------------------------------------------------
       DELIVER-ONE-BATCH SECTION.
       DOB010.
           MOVE 0 TO WS-BATCH-COUNT.

           EXEC SQL
              DECLARE NEW_CSR CURSOR FOR
                 SELECT EVNTOUT_SEQ, EVNTOUT_KIND, EVNTOUT_TYPE,
                        EVNTOUT_SOURCE, EVNTOUT_SORTCODE,
                        EVNTOUT_ACCNO, EVNTOUT_CUSTNO,
                        EVNTOUT_PROC_DATE, EVNTOUT_PROC_TIME,
                        EVNTOUT_REF, EVNTOUT_DESC, EVNTOUT_AMOUNT
                 FROM EVNTOUT
                 WHERE EVNTOUT_SEQ > :HV-LAST-PUBLISHED
                 ORDER BY EVNTOUT_SEQ
                 FETCH FIRST 500 ROWS ONLY
           END-EXEC.

           EXEC SQL OPEN NEW_CSR END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE
              MOVE 'Y' TO WS-STOP-SW
              GO TO DOB999
           END-IF.

           PERFORM FETCH-NEW-EVENT.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-STOP
              PERFORM DELIVER-ONE-EVENT
              IF NOT WS-STOP
                 PERFORM FETCH-NEW-EVENT
              END-IF
           END-PERFORM.

           IF SQLCODE < 0 AND NOT WS-FAILED
              PERFORM REPORT-SQL-FAILURE
              MOVE 'Y' TO WS-STOP-SW
           END-IF.

           EXEC SQL CLOSE NEW_CSR END-EXEC.

           IF WS-FAILED
              EXEC SQL
                 ROLLBACK WORK
              END-EXEC
              GO TO DOB999
           END-IF.

           IF WS-BATCH-COUNT > 0
              PERFORM SAVE-LAST-PUBLISHED
           END-IF.

           IF WS-BATCH-COUNT < WS-BATCH-LIMIT
              MOVE 'Y' TO WS-STOP-SW
           END-IF.
       DOB999.
           EXIT.

       FETCH-NEW-EVENT SECTION.
       FNE010.
           EXEC SQL
              FETCH NEW_CSR
              INTO :HV-EVNT-SEQ, :HV-EVNT-KIND, :HV-EVNT-TYPE,
                   :HV-EVNT-SOURCE, :HV-EVNT-SORTCODE,
                   :HV-EVNT-ACCNO, :HV-EVNT-CUSTNO,
                   :HV-EVNT-PROC-DATE, :HV-EVNT-PROC-TIME,
                   :HV-EVNT-REF, :HV-EVNT-DESC, :HV-EVNT-AMOUNT
           END-EXEC.
       FNE999.
           EXIT.

      *----------------------------------------------------------------
      * Only the very next number may go. Anything else is a gap,
      * and nothing after it is delivered this run.
      *----------------------------------------------------------------
       DELIVER-ONE-EVENT SECTION.
       DOE010.
           COMPUTE WS-EXPECTED-SEQ = HV-LAST-PUBLISHED + 1.

           IF HV-EVNT-SEQ NOT = WS-EXPECTED-SEQ
              PERFORM REPORT-SEQUENCE-GAP
              MOVE 'Y' TO WS-STOP-SW
              GO TO DOE999
           END-IF.

           MOVE SPACES TO EVNT-QUEUE-RECORD.
           SET EVNTMSG-FIRST-DELIVERY TO TRUE.
           PERFORM WRITE-EVENT-MESSAGE.

           EXEC SQL
              UPDATE EVNTOUT
              SET EVNTOUT_STATUS = 'D',
                  EVNTOUT_DELIV_DATE = :HV-RUN-DATE,
                  EVNTOUT_DELIV_TIME = :HV-DELIV-TIME
              WHERE EVNTOUT_SEQ = :HV-EVNT-SEQ
           END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE
              MOVE 'Y' TO WS-STOP-SW
              GO TO DOE999
           END-IF.

           MOVE HV-EVNT-SEQ TO HV-LAST-PUBLISHED.
           ADD 1 TO WS-BATCH-COUNT.
           ADD 1 TO WS-DELIVERED.
       DOE999.
           EXIT.

      *----------------------------------------------------------------
      * The fetched outbox row as a queue message. The caller has
      * set the delivery flag and, for a replay, the consumer.
      *----------------------------------------------------------------
       WRITE-EVENT-MESSAGE SECTION.
       WEM010.
           MOVE HV-EVNT-SEQ TO EVNTMSG-SEQ.
           MOVE HV-EVNT-KIND TO EVNTMSG-KIND.
           MOVE HV-EVNT-TYPE TO EVNTMSG-TYPE.
           MOVE HV-EVNT-SOURCE TO EVNTMSG-SOURCE.
           MOVE HV-EVNT-SORTCODE TO EVNTMSG-SORTCODE.
           MOVE HV-EVNT-ACCNO TO EVNTMSG-ACCNO.
           MOVE HV-EVNT-CUSTNO TO EVNTMSG-CUSTNO.
           MOVE HV-EVNT-PROC-DATE TO EVNTMSG-PROC-DATE.
           MOVE HV-EVNT-PROC-TIME TO EVNTMSG-PROC-TIME.
           MOVE HV-EVNT-REF TO EVNTMSG-REF.
           MOVE HV-EVNT-DESC TO EVNTMSG-DESC.
           MOVE HV-EVNT-AMOUNT TO EVNTMSG-AMOUNT.

           WRITE EVNT-QUEUE-RECORD.
       WEM999.
           EXIT.

      *----------------------------------------------------------------
      * The high-water mark moves in the same unit of work as the
      * stamps it covers.
      *----------------------------------------------------------------
       SAVE-LAST-PUBLISHED SECTION.
       SLP010.
           EXEC SQL
              UPDATE CONTROL
              SET CONTROL_VALUE_NUM = :HV-LAST-PUBLISHED
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO CONTROL
                        (CONTROL_NAME, CONTROL_VALUE_NUM,
                         CONTROL_VALUE_STR)
                 VALUES (:HV-CONTROL-NAME,
                         :HV-LAST-PUBLISHED, ' ')
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE
              MOVE 'Y' TO WS-STOP-SW
              EXEC SQL
                 ROLLBACK WORK
              END-EXEC
              GO TO SLP999
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.
       SLP999.
           EXIT.

      *----------------------------------------------------------------
      * Usually a change still in flight, and gone by the next run.
      * Reported every time, and on the exception queue too, so one
      * that does not clear is chased rather than left holding up
      * every consumer.
      *----------------------------------------------------------------
       REPORT-SEQUENCE-GAP SECTION.
       RSG010.
           MOVE WS-EXPECTED-SEQ TO WS-PRINT-SEQ.
           MOVE HV-EVNT-SEQ TO WS-PRINT-SEQ-2.

           MOVE SPACES TO EVNT-REPORT-LINE
           STRING 'SEQUENCE GAP - EXPECTED ' DELIMITED BY SIZE
               WS-PRINT-SEQ DELIMITED BY SIZE
               ' NEXT ON OUTBOX ' DELIMITED BY SIZE
               WS-PRINT-SEQ-2 DELIMITED BY SIZE
               ' - DELIVERY HELD AT THE GAP' DELIMITED BY SIZE
               INTO EVNT-REPORT-LINE
           END-STRING
           WRITE EVNT-REPORT-LINE.

           INITIALIZE EXCPWRT-AREA.
           MOVE 'EVNTPUB' TO EXCP-SOURCE.
           MOVE HV-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'W' TO EXCP-SEVERITY.
           STRING 'EVENT DELIVERY HELD - SEQUENCE ' DELIMITED BY SIZE
               WS-PRINT-SEQ DELIMITED BY SIZE
               ' MISSING FROM OUTBOX' DELIMITED BY SIZE
               INTO EXCP-MESSAGE
           END-STRING.

           CALL 'EXCPWRT' USING EXCPWRT-AREA.

           IF RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
       RSG999.
           EXIT.

       REPORT-SQL-FAILURE SECTION.
       RSF010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           MOVE HV-EVNT-SEQ TO WS-PRINT-SEQ.

           MOVE SPACES TO EVNT-REPORT-LINE
           STRING 'EVNTOUT FAILURE AT SEQ ' DELIMITED BY SIZE
               WS-PRINT-SEQ DELIMITED BY SIZE
               ' SQLCODE=' DELIMITED BY SIZE
               SQLCODE-DISPLAY DELIMITED BY SIZE
               ' - PASS BACKED OUT' DELIMITED BY SIZE
               INTO EVNT-REPORT-LINE
           END-STRING
           WRITE EVNT-REPORT-LINE.

           MOVE 'Y' TO WS-FAILED-SW.
           MOVE 12 TO RETURN-CODE.
       RSF999.
           EXIT.

      *----------------------------------------------------------------
      * Oldest request first, one at a time, until none is left
      * outstanding. Each is closed and committed before the next
      * is looked at.
      *----------------------------------------------------------------
       SERVE-REPLAY-REQUESTS SECTION.
       SRR010.
           MOVE 'N' TO WS-NO-MORE-REQUESTS-SW.

           PERFORM UNTIL WS-NO-MORE-REQUESTS
              EXEC SQL
                 SELECT EVNTRPLY_CONSUMER, EVNTRPLY_FROM_SEQ,
                        EVNTRPLY_REQ_DATE, EVNTRPLY_REQ_TIME
                 INTO :HV-RPLY-CONSUMER, :HV-RPLY-FROM-SEQ,
                      :HV-RPLY-REQ-DATE, :HV-RPLY-REQ-TIME
                 FROM EVNTRPLY
                 WHERE EVNTRPLY_STATUS = 'R'
                 ORDER BY EVNTRPLY_REQ_DATE, EVNTRPLY_REQ_TIME,
                          EVNTRPLY_CONSUMER
                 FETCH FIRST 1 ROW ONLY
              END-EXEC

              IF SQLCODE = 0
                 PERFORM SERVE-ONE-REPLAY
              ELSE
                 MOVE 'Y' TO WS-NO-MORE-REQUESTS-SW
              END-IF
           END-PERFORM.
       SRR999.
           EXIT.

      *----------------------------------------------------------------
      * Re-send FROM_SEQ up to the last event delivered. A number
      * beyond that has not gone to anyone yet - it will arrive in
      * the normal way, so the request is refused rather than
      * served early and out of order.
      *----------------------------------------------------------------
       SERVE-ONE-REPLAY SECTION.
       SOR010.
           MOVE 0 TO HV-RPLY-TO-SEQ HV-RPLY-SENT.

           IF HV-RPLY-FROM-SEQ < 1 OR
              HV-RPLY-FROM-SEQ > HV-LAST-PUBLISHED
              MOVE 'F' TO HV-RPLY-STATUS
              GO TO SOR090
           END-IF.

           MOVE 'D' TO HV-RPLY-STATUS.

           EXEC SQL
              DECLARE RPLY_CSR CURSOR FOR
                 SELECT EVNTOUT_SEQ, EVNTOUT_KIND, EVNTOUT_TYPE,
                        EVNTOUT_SOURCE, EVNTOUT_SORTCODE,
                        EVNTOUT_ACCNO, EVNTOUT_CUSTNO,
                        EVNTOUT_PROC_DATE, EVNTOUT_PROC_TIME,
                        EVNTOUT_REF, EVNTOUT_DESC, EVNTOUT_AMOUNT
                 FROM EVNTOUT
                 WHERE EVNTOUT_SEQ >= :HV-RPLY-FROM-SEQ
                   AND EVNTOUT_SEQ <= :HV-LAST-PUBLISHED
                 ORDER BY EVNTOUT_SEQ
           END-EXEC.

           EXEC SQL OPEN RPLY_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'F' TO HV-RPLY-STATUS
              GO TO SOR090
           END-IF.

           PERFORM FETCH-REPLAY-EVENT.

           PERFORM UNTIL SQLCODE NOT = 0
              MOVE SPACES TO EVNT-QUEUE-RECORD
              SET EVNTMSG-REPLAY TO TRUE
              MOVE HV-RPLY-CONSUMER TO EVNTMSG-CONSUMER
              PERFORM WRITE-EVENT-MESSAGE
              MOVE HV-EVNT-SEQ TO HV-RPLY-TO-SEQ
              ADD 1 TO HV-RPLY-SENT
              PERFORM FETCH-REPLAY-EVENT
           END-PERFORM.

           IF SQLCODE < 0
              MOVE 'F' TO HV-RPLY-STATUS
           END-IF.

           EXEC SQL CLOSE RPLY_CSR END-EXEC.

       SOR090.
           EXEC SQL
              UPDATE EVNTRPLY
              SET EVNTRPLY_STATUS = :HV-RPLY-STATUS,
                  EVNTRPLY_TO_SEQ = :HV-RPLY-TO-SEQ,
                  EVNTRPLY_SENT = :HV-RPLY-SENT,
                  EVNTRPLY_DONE_DATE = :HV-RUN-DATE
              WHERE EVNTRPLY_CONSUMER = :HV-RPLY-CONSUMER
                AND EVNTRPLY_FROM_SEQ = :HV-RPLY-FROM-SEQ
                AND EVNTRPLY_REQ_DATE = :HV-RPLY-REQ-DATE
                AND EVNTRPLY_REQ_TIME = :HV-RPLY-REQ-TIME
                AND EVNTRPLY_STATUS = 'R'
           END-EXEC.

      *
      *    A request that cannot be closed would be picked up again
      *    straight away - stop serving rather than loop on it.
      *
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              MOVE SPACES TO EVNT-REPORT-LINE
              STRING 'UNABLE TO CLOSE REPLAY REQUEST FOR '
                  DELIMITED BY SIZE
                  HV-RPLY-CONSUMER DELIMITED BY SIZE
                  ' SQLCODE=' DELIMITED BY SIZE
                  SQLCODE-DISPLAY DELIMITED BY SIZE
                  INTO EVNT-REPORT-LINE
              END-STRING
              WRITE EVNT-REPORT-LINE
              EXEC SQL
                 ROLLBACK WORK
              END-EXEC
              MOVE 'Y' TO WS-NO-MORE-REQUESTS-SW
              MOVE 12 TO RETURN-CODE
              GO TO SOR999
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.

           MOVE HV-RPLY-FROM-SEQ TO WS-PRINT-SEQ.
           MOVE HV-RPLY-SENT TO WS-PRINT-COUNT.

           MOVE SPACES TO EVNT-REPORT-LINE
           IF HV-RPLY-STATUS = 'D'
              ADD 1 TO WS-REPLAYS-DONE
              ADD HV-RPLY-SENT TO WS-REPLAYED
              STRING 'REPLAY FOR ' DELIMITED BY SIZE
                  HV-RPLY-CONSUMER DELIMITED BY SIZE
                  ' FROM SEQ ' DELIMITED BY SIZE
                  WS-PRINT-SEQ DELIMITED BY SIZE
                  ' - EVENTS RE-SENT=' DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
                  INTO EVNT-REPORT-LINE
              END-STRING
           ELSE
              ADD 1 TO WS-REPLAYS-FAILED
              STRING 'REPLAY FOR ' DELIMITED BY SIZE
                  HV-RPLY-CONSUMER DELIMITED BY SIZE
                  ' FROM SEQ ' DELIMITED BY SIZE
                  WS-PRINT-SEQ DELIMITED BY SIZE
                  ' REFUSED - NOT YET DELIVERED OR UNREADABLE'
                     DELIMITED BY SIZE
                  INTO EVNT-REPORT-LINE
              END-STRING
           END-IF.
           WRITE EVNT-REPORT-LINE.
       SOR999.
           EXIT.

       FETCH-REPLAY-EVENT SECTION.
       FRE010.
           EXEC SQL
              FETCH RPLY_CSR
              INTO :HV-EVNT-SEQ, :HV-EVNT-KIND, :HV-EVNT-TYPE,
                   :HV-EVNT-SOURCE, :HV-EVNT-SORTCODE,
                   :HV-EVNT-ACCNO, :HV-EVNT-CUSTNO,
                   :HV-EVNT-PROC-DATE, :HV-EVNT-PROC-TIME,
                   :HV-EVNT-REF, :HV-EVNT-DESC, :HV-EVNT-AMOUNT
           END-EXEC.
       FRE999.
           EXIT.
