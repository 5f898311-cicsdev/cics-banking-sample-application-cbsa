      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: EVNTRECN                                                *
      *                                                                *
      * Description: Daily control reconciliation of the business     *
      *              event outbox against PROCTRAN. Every PROCTRAN    *
      *              row is meant to have a posting event written in  *
      *              the same unit of work (see EVNTWRT), so for the  *
      *              business date and sort code the two must agree  *
      *              type by type, in count and in amount. Checked    *
      *              both ways: each PROCTRAN type against its        *
      *              events (a poster that skipped its event) and     *
      *              each event type against PROCTRAN (an event with  *
      *              no posting behind it). The outbox sequence is    *
      *              also proved gap-free - lowest to highest number  *
      *              with nothing missing between.                    *
      *                                                                *
      *              Any disagreement goes to the exception queue and *
      *              ends the run RC 8; the last line of the report   *
      *              states the outcome either way.                   *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        to reconcile and yyyymmdd the business date (defaults  *
      *        to today).                                             *
      *                                                                *
      * Output: Sequential report EVNTRRPT.                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVNTRECN.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVRC-REPORT
                  ASSIGN TO EVNTRRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EVRC-REPORT.
       01  EVRC-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE EVNTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 HV-RUN-DATE-X REDEFINES HV-RUN-DATE.
          03 HV-RUN-DATE-YYYY               PIC 9(4).
          03 HV-RUN-DATE-MM                 PIC 99.
          03 HV-RUN-DATE-DD                 PIC 99.

      * PROCTRAN_DATE is only stored as an 8-byte truncation of
      * "DD.MM.YYYY" (see DBCRFUN), and the posting events carry
      * the same value, so both sides are selected in that form,
      * exactly the way GLPOST does.
       01 HV-PROCTRAN-CMP-DATE              PIC X(8).

       01 HV-TYPE                           PIC X(3).
       01 HV-PROC-COUNT                     PIC S9(9) COMP.
       01 HV-PROC-TOTAL                     PIC S9(12)V99 COMP-3.
       01 HV-EVNT-COUNT                     PIC S9(9) COMP.
       01 HV-EVNT-TOTAL                     PIC S9(12)V99 COMP-3.
       01 HV-LIFECYCLE-COUNT                PIC S9(9) COMP.

       01 HV-SEQ-LOW                        PIC S9(9) COMP.
       01 HV-SEQ-HIGH                       PIC S9(9) COMP.
       01 HV-SEQ-COUNT                      PIC S9(9) COMP.
       01 WS-SEQ-SPAN                       PIC S9(9) COMP.

       01 WS-TODAY                          PIC 9(8).

       01 WS-TYPES-CHECKED                  PIC 9(6) VALUE 0.
       01 WS-MISMATCHES                     PIC 9(6) VALUE 0.
       01 WS-PROC-ROWS                      PIC 9(9) VALUE 0.
       01 WS-EVNT-ROWS                      PIC 9(9) VALUE 0.

       01 WS-PRINT-PROC-COUNT               PIC 9(9).
       01 WS-PRINT-EVNT-COUNT               PIC 9(9).
       01 WS-PRINT-PROC-TOTAL               PIC -(12)9.99.
       01 WS-PRINT-EVNT-TOTAL               PIC -(12)9.99.
       01 WS-PRINT-SEQ-LOW                  PIC 9(9).
       01 WS-PRINT-SEQ-HIGH                 PIC 9(9).
       01 WS-PRINT-SEQ-COUNT                PIC 9(9).
       01 WS-VERDICT                        PIC X(8).

       01 WS-EXCP-TEXT                      PIC X(80).

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
           OPEN OUTPUT EVRC-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO EVRC-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO EVRC-REPORT-LINE
              END-STRING
              WRITE EVRC-REPORT-LINE
              CLOSE EVRC-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE 0 TO RETURN-CODE.

           MOVE SPACES TO EVRC-REPORT-LINE
           STRING 'EVENT OUTBOX / PROCTRAN CONTROL - SORTCODE '
                  DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO EVRC-REPORT-LINE
           END-STRING
           WRITE EVRC-REPORT-LINE.

           PERFORM CHECK-PROCTRAN-HAS-EVENTS.
           PERFORM CHECK-EVENTS-HAVE-PROCTRAN.
           PERFORM COUNT-LIFECYCLE-EVENTS.
           PERFORM CHECK-SEQUENCE-GAP-FREE.

           MOVE WS-PROC-ROWS TO WS-PRINT-PROC-COUNT.
           MOVE WS-EVNT-ROWS TO WS-PRINT-EVNT-COUNT.

           MOVE SPACES TO EVRC-REPORT-LINE
           STRING 'TYPES CHECKED=' DELIMITED BY SIZE
               WS-TYPES-CHECKED DELIMITED BY SIZE
               ' PROCTRAN ROWS=' DELIMITED BY SIZE
               WS-PRINT-PROC-COUNT DELIMITED BY SIZE
               ' POSTING EVENTS=' DELIMITED BY SIZE
               WS-PRINT-EVNT-COUNT DELIMITED BY SIZE
               ' MISMATCHES=' DELIMITED BY SIZE
               WS-MISMATCHES DELIMITED BY SIZE
               INTO EVRC-REPORT-LINE
           END-STRING
           WRITE EVRC-REPORT-LINE.

           MOVE SPACES TO EVRC-REPORT-LINE
           IF WS-MISMATCHES = 0
              MOVE 'EVENT OUTBOX AGREES WITH PROCTRAN'
                 TO EVRC-REPORT-LINE
           ELSE
              MOVE 'EVENT OUTBOX DOES NOT AGREE WITH PROCTRAN'
                 TO EVRC-REPORT-LINE
              MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE EVRC-REPORT-LINE.

           CLOSE EVRC-REPORT.

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
           MOVE 'EVNTRECN' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-PROC-ROWS TO RUNCTL-RECORD-COUNT.
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

           STRING HV-RUN-DATE-DD    DELIMITED BY SIZE
                  '.'               DELIMITED BY SIZE
                  HV-RUN-DATE-MM    DELIMITED BY SIZE
                  '.'               DELIMITED BY SIZE
                  HV-RUN-DATE-YYYY(1:2) DELIMITED BY SIZE
                  INTO HV-PROCTRAN-CMP-DATE
           END-STRING.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * PROCTRAN side first: every type posted today, and the
      * posting events recorded for that same type.
      *----------------------------------------------------------------
       CHECK-PROCTRAN-HAS-EVENTS SECTION.
       CPE010.
           EXEC SQL
              DECLARE PRC_CSR CURSOR FOR
                 SELECT PROCTRAN_TYPE, COUNT(*),
                        COALESCE(SUM(PROCTRAN_AMOUNT), 0)
                 FROM PROCTRAN
                 WHERE PROCTRAN_SORTCODE = :HV-SORTCODE
                   AND PROCTRAN_DATE = :HV-PROCTRAN-CMP-DATE
                 GROUP BY PROCTRAN_TYPE
                 ORDER BY PROCTRAN_TYPE
           END-EXEC.

           EXEC SQL OPEN PRC_CSR END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE
              GO TO CPE999
           END-IF.

           PERFORM FETCH-PROCTRAN-TYPE.

           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM CHECK-ONE-PROCTRAN-TYPE
              PERFORM FETCH-PROCTRAN-TYPE
           END-PERFORM.

           IF SQLCODE < 0
              PERFORM REPORT-SQL-FAILURE
           END-IF.

           EXEC SQL CLOSE PRC_CSR END-EXEC.
       CPE999.
           EXIT.

       FETCH-PROCTRAN-TYPE SECTION.
       FPT010.
           EXEC SQL
              FETCH PRC_CSR
              INTO :HV-TYPE, :HV-PROC-COUNT, :HV-PROC-TOTAL
           END-EXEC.
       FPT999.
           EXIT.

       CHECK-ONE-PROCTRAN-TYPE SECTION.
       COP010.
           ADD 1 TO WS-TYPES-CHECKED.
           ADD HV-PROC-COUNT TO WS-PROC-ROWS.

           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(EVNTOUT_AMOUNT), 0)
              INTO :HV-EVNT-COUNT, :HV-EVNT-TOTAL
              FROM EVNTOUT
              WHERE EVNTOUT_KIND = 'P'
                AND EVNTOUT_SORTCODE = :HV-SORTCODE
                AND EVNTOUT_PROC_DATE = :HV-PROCTRAN-CMP-DATE
                AND EVNTOUT_TYPE = :HV-TYPE
           END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE
              GO TO COP999
           END-IF.

           ADD HV-EVNT-COUNT TO WS-EVNT-ROWS.

           PERFORM PRINT-TYPE-LINE.
       COP999.
           EXIT.

      *----------------------------------------------------------------
      * Then the event side, for the types PROCTRAN never posted
      * at all today - those agreeing types already printed above
      * are not counted twice.
      *----------------------------------------------------------------
       CHECK-EVENTS-HAVE-PROCTRAN SECTION.
       CEP010.
           EXEC SQL
              DECLARE EVT_CSR CURSOR FOR
                 SELECT EVNTOUT_TYPE, COUNT(*),
                        COALESCE(SUM(EVNTOUT_AMOUNT), 0)
                 FROM EVNTOUT
                 WHERE EVNTOUT_KIND = 'P'
                   AND EVNTOUT_SORTCODE = :HV-SORTCODE
                   AND EVNTOUT_PROC_DATE = :HV-PROCTRAN-CMP-DATE
                 GROUP BY EVNTOUT_TYPE
                 ORDER BY EVNTOUT_TYPE
           END-EXEC.

           EXEC SQL OPEN EVT_CSR END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE
              GO TO CEP999
           END-IF.

           PERFORM FETCH-EVENT-TYPE.

           PERFORM UNTIL SQLCODE NOT = 0
              PERFORM CHECK-ONE-EVENT-TYPE
              PERFORM FETCH-EVENT-TYPE
           END-PERFORM.

           IF SQLCODE < 0
              PERFORM REPORT-SQL-FAILURE
           END-IF.

           EXEC SQL CLOSE EVT_CSR END-EXEC.
       CEP999.
           EXIT.

       FETCH-EVENT-TYPE SECTION.
       FET010.
           EXEC SQL
              FETCH EVT_CSR
              INTO :HV-TYPE, :HV-EVNT-COUNT, :HV-EVNT-TOTAL
           END-EXEC.
       FET999.
           EXIT.

       CHECK-ONE-EVENT-TYPE SECTION.
       COE010.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-PROC-COUNT
              FROM PROCTRAN
              WHERE PROCTRAN_SORTCODE = :HV-SORTCODE
                AND PROCTRAN_DATE = :HV-PROCTRAN-CMP-DATE
                AND PROCTRAN_TYPE = :HV-TYPE
           END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE
              GO TO COE999
           END-IF.

           IF HV-PROC-COUNT > 0
              GO TO COE999
           END-IF.

           ADD 1 TO WS-TYPES-CHECKED.
           ADD HV-EVNT-COUNT TO WS-EVNT-ROWS.
           MOVE 0 TO HV-PROC-TOTAL.

           PERFORM PRINT-TYPE-LINE.
       COE999.
           EXIT.

      *----------------------------------------------------------------
      * One line per type, and a mismatch raised on the queue.
      *----------------------------------------------------------------
       PRINT-TYPE-LINE SECTION.
       PTL010.
           IF HV-PROC-COUNT = HV-EVNT-COUNT AND
              HV-PROC-TOTAL = HV-EVNT-TOTAL
              MOVE 'AGREED' TO WS-VERDICT
           ELSE
              MOVE 'MISMATCH' TO WS-VERDICT
           END-IF.

           MOVE HV-PROC-COUNT TO WS-PRINT-PROC-COUNT.
           MOVE HV-EVNT-COUNT TO WS-PRINT-EVNT-COUNT.
           MOVE HV-PROC-TOTAL TO WS-PRINT-PROC-TOTAL.
           MOVE HV-EVNT-TOTAL TO WS-PRINT-EVNT-TOTAL.

           MOVE SPACES TO EVRC-REPORT-LINE
           STRING 'TYPE=' DELIMITED BY SIZE
               HV-TYPE DELIMITED BY SIZE
               ' PROCTRAN=' DELIMITED BY SIZE
               WS-PRINT-PROC-COUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-PROC-TOTAL DELIMITED BY SIZE
               ' EVENTS=' DELIMITED BY SIZE
               WS-PRINT-EVNT-COUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-EVNT-TOTAL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-VERDICT DELIMITED BY SIZE
               INTO EVRC-REPORT-LINE
           END-STRING
           WRITE EVRC-REPORT-LINE.

           IF WS-VERDICT = 'MISMATCH'
              MOVE SPACES TO WS-EXCP-TEXT
              STRING 'EVENTS DO NOT AGREE WITH PROCTRAN FOR TYPE '
                     DELIMITED BY SIZE
                  HV-TYPE DELIMITED BY SIZE
                  INTO WS-EXCP-TEXT
              END-STRING
              PERFORM RAISE-MISMATCH
           END-IF.
       PTL999.
           EXIT.

      *----------------------------------------------------------------
      * Amendments write no PROCTRAN row, so there is nothing to
      * agree them with - counted for the record only.
      *----------------------------------------------------------------
       COUNT-LIFECYCLE-EVENTS SECTION.
       CLE010.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-LIFECYCLE-COUNT
              FROM EVNTOUT
              WHERE EVNTOUT_KIND = 'L'
                AND EVNTOUT_SORTCODE = :HV-SORTCODE
                AND EVNTOUT_PROC_DATE = :HV-PROCTRAN-CMP-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE
              GO TO CLE999
           END-IF.

           MOVE HV-LIFECYCLE-COUNT TO WS-PRINT-EVNT-COUNT.

           MOVE SPACES TO EVRC-REPORT-LINE
           STRING 'AMENDMENT EVENTS (NO PROCTRAN ROW)='
                  DELIMITED BY SIZE
               WS-PRINT-EVNT-COUNT DELIMITED BY SIZE
               INTO EVRC-REPORT-LINE
           END-STRING
           WRITE EVRC-REPORT-LINE.
       CLE999.
           EXIT.

      *----------------------------------------------------------------
      * The whole outbox, every sort code: as many rows as numbers
      * between the lowest and the highest means none is missing
      * (EVNTOUT_SEQ is unique, so none can be there twice).
      *----------------------------------------------------------------
       CHECK-SEQUENCE-GAP-FREE SECTION.
       CSG010.
           EXEC SQL
              SELECT COALESCE(MIN(EVNTOUT_SEQ), 0),
                     COALESCE(MAX(EVNTOUT_SEQ), 0), COUNT(*)
              INTO :HV-SEQ-LOW, :HV-SEQ-HIGH, :HV-SEQ-COUNT
              FROM EVNTOUT
           END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM REPORT-SQL-FAILURE
              GO TO CSG999
           END-IF.

           IF HV-SEQ-COUNT = 0
              MOVE 0 TO WS-SEQ-SPAN
           ELSE
              COMPUTE WS-SEQ-SPAN = HV-SEQ-HIGH - HV-SEQ-LOW + 1
           END-IF.

           MOVE HV-SEQ-LOW TO WS-PRINT-SEQ-LOW.
           MOVE HV-SEQ-HIGH TO WS-PRINT-SEQ-HIGH.
           MOVE HV-SEQ-COUNT TO WS-PRINT-SEQ-COUNT.

           IF WS-SEQ-SPAN = HV-SEQ-COUNT
              MOVE 'GAP-FREE' TO WS-VERDICT
           ELSE
              MOVE 'GAPPED' TO WS-VERDICT
           END-IF.

           MOVE SPACES TO EVRC-REPORT-LINE
           STRING 'OUTBOX SEQUENCE ' DELIMITED BY SIZE
               WS-PRINT-SEQ-LOW DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WS-PRINT-SEQ-HIGH DELIMITED BY SIZE
               ' ROWS=' DELIMITED BY SIZE
               WS-PRINT-SEQ-COUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-VERDICT DELIMITED BY SIZE
               INTO EVRC-REPORT-LINE
           END-STRING
           WRITE EVRC-REPORT-LINE.

           IF WS-VERDICT = 'GAPPED'
              MOVE 'EVENT OUTBOX SEQUENCE HAS GAPS' TO WS-EXCP-TEXT
              PERFORM RAISE-MISMATCH
           END-IF.
       CSG999.
           EXIT.

       RAISE-MISMATCH SECTION.
       RMM010.
           ADD 1 TO WS-MISMATCHES.

           INITIALIZE EXCPWRT-AREA.
           MOVE 'EVNTRECN' TO EXCP-SOURCE.
           MOVE HV-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'E' TO EXCP-SEVERITY.
           MOVE WS-EXCP-TEXT TO EXCP-MESSAGE.

           CALL 'EXCPWRT' USING EXCPWRT-AREA.
       RMM999.
           EXIT.

      *----------------------------------------------------------------
      * A check that could not be made has not been passed.
      *----------------------------------------------------------------
       REPORT-SQL-FAILURE SECTION.
       RSF010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.

           MOVE SPACES TO EVRC-REPORT-LINE
           STRING 'CHECK COULD NOT BE MADE - SQLCODE='
                  DELIMITED BY SIZE
               SQLCODE-DISPLAY DELIMITED BY SIZE
               INTO EVRC-REPORT-LINE
           END-STRING
           WRITE EVRC-REPORT-LINE.

           MOVE 'EVENT RECONCILIATION CHECK FAILED ON DB2'
              TO WS-EXCP-TEXT.
           PERFORM RAISE-MISMATCH.
       RSF999.
           EXIT.
