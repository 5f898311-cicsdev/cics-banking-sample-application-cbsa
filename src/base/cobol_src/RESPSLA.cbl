      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: RESPSLA                                                 *
      *                                                                *
      * Description: Daily response-time service-level report. Run   *
      *              after RESPSUMM's close-of-day pass, it reads     *
      *              the day's RESPHOUR rows for the sort code and,   *
      *              for each transaction and program, sets the       *
      *              day's tasks, failures, abends and mean elapsed   *
      *              time against the program's target 95th           *
      *              percentile in CONTROL. The target is looked up   *
      *              as RESP-TARGET-<program>, then                   *
      *              RESP-TARGET-<tranid>, then RESP-TARGET-DEFAULT   *
      *              (2000 ms if none is held). An hour whose 95th   *
      *              percentile is over the target is a breached      *
      *              hour; a run of RESP-BREACH-HOURS consecutive     *
      *              breached hours (default 3) is a sustained        *
      *              breach, raised to the exception queue as a       *
      *              severity W item naming the worst hour - the one  *
      *              with the highest 95th percentile. Hours with no  *
      *              traffic break a run. RESPTIME detail older than  *
      *              RESP-DETAIL-DAYS (default 35) is then purged;    *
      *              RESPHOUR is kept.                                *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the date to report (defaults to today).    *
      *                                                                *
      * Output: Report RESPSLA1 and EXCPTION rows.                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPSLA.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLA-REPORT
                  ASSIGN TO RESPSLA1
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SLA-REPORT.
       01  SLA-REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE RESPDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 WS-RUN-DATE-NUM REDEFINES HV-RUN-DATE PIC 9(8).
       01 HV-PURGE-DATE                     PIC X(8).
       01 HV-PURGE-DATE-NUM REDEFINES HV-PURGE-DATE PIC 9(8).

       01 HV-TRANID                         PIC X(4).
       01 HV-PROGRAM                        PIC X(8).
       01 HV-TXN-COUNT                      PIC S9(9) COMP.
       01 HV-FAIL-COUNT                     PIC S9(9) COMP.
       01 HV-ABEND-COUNT                    PIC S9(9) COMP.
       01 HV-SUM-MS                         PIC S9(15) COMP-3.
       01 HV-MAX-MS                         PIC S9(9) COMP.

       01 HV-LOG-HOUR                       PIC X(2).
       01 HV-LOG-HOUR-NUM REDEFINES HV-LOG-HOUR PIC 9(2).
       01 HV-HOUR-COUNT                     PIC S9(9) COMP.
       01 HV-P95-MS                         PIC S9(9) COMP.

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.

      * Tunables - defaults here, overridden by a positive CONTROL
      * value of the same name.
       01 WS-DEFAULT-TARGET                 PIC S9(9) COMP VALUE 2000.
       01 WS-BREACH-HOURS                   PIC S9(5) COMP VALUE 3.
       01 WS-DETAIL-DAYS                    PIC S9(5) COMP VALUE 35.
       01 WS-TUNABLE                        PIC S9(9) COMP.

       01 WS-TODAY                          PIC 9(8).
       01 WS-RUN-INTEGER                    PIC S9(9) COMP.

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.
       01 WS-HOUR-EOF-SW                    PIC X VALUE 'N'.
          88 WS-HOUR-EOF                    VALUE 'Y'.

      * One transaction and program's day, hour by hour.
       01 WS-TARGET                         PIC S9(9) COMP.
       01 WS-AVG-MS                         PIC S9(9) COMP.
       01 WS-WORST-P95                      PIC S9(9) COMP.
       01 WS-WORST-HOUR                     PIC X(2).
       01 WS-BREACHED-HOURS                 PIC S9(4) COMP.
       01 WS-RUN-LENGTH                     PIC S9(4) COMP.
       01 WS-LONGEST-RUN                    PIC S9(4) COMP.
       01 WS-PREV-HOUR                      PIC S9(4) COMP.
       01 WS-SLA-STATUS                     PIC X(9).

       01 WS-PAIRS-REPORTED                 PIC 9(8) VALUE 0.
       01 WS-PAIRS-BREACHED                 PIC 9(8) VALUE 0.
       01 WS-PAIRS-SUSTAINED                PIC 9(8) VALUE 0.
       01 WS-ROWS-PURGED                    PIC 9(8) VALUE 0.
       01 WS-RUN-FAILED                     PIC 9(8) VALUE 0.

       01 WS-PRINT-COUNT                    PIC Z(6)9.
       01 WS-PRINT-FAILS                    PIC Z(5)9.
       01 WS-PRINT-ABENDS                   PIC Z(5)9.
       01 WS-PRINT-AVG                      PIC Z(8)9.
       01 WS-PRINT-P95                      PIC Z(8)9.
       01 WS-PRINT-MAX                      PIC Z(8)9.
       01 WS-PRINT-TARGET                   PIC Z(8)9.
       01 WS-PRINT-HOURS                    PIC Z9.
       01 WS-PRINT-RUN                      PIC Z9.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

      * Batch exception writer (see EXCPWRT).
       01 EXCP-AREA.
           COPY EXCPWRTA.

      * Run-control registration (see RUNCTL) - every overnight
      * program records its run and honours the sequencing rules.
       01 RUNCTL-AREA.
           COPY RUNCTLA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
           05 PARM                          PIC X(256).

       PROCEDURE DIVISION USING PARM-BUFFER.
       PREMIERE SECTION.
       A010.
           OPEN OUTPUT SLA-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO SLA-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO SLA-REPORT-LINE
              END-STRING
              WRITE SLA-REPORT-LINE
              CLOSE SLA-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM GET-TUNABLES.

           MOVE SPACES TO SLA-REPORT-LINE
           STRING 'RESPONSE TIME SERVICE LEVELS - SORTCODE '
               DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO SLA-REPORT-LINE
           END-STRING
           WRITE SLA-REPORT-LINE.

           MOVE SPACES TO SLA-REPORT-LINE
           STRING 'TRAN PROGRAM    TASKS  FAILS ABENDS'
               DELIMITED BY SIZE
               '   AVG-MS WORST-P95    MAX-MS    TARGET'
               DELIMITED BY SIZE
               ' HRS RUN WORST-HR STATUS' DELIMITED BY SIZE
               INTO SLA-REPORT-LINE
           END-STRING
           WRITE SLA-REPORT-LINE.

           PERFORM REPORT-SERVICE-LEVELS.

           PERFORM PURGE-OLD-DETAIL.

           MOVE SPACES TO SLA-REPORT-LINE
           STRING 'TRANSACTIONS REPORTED=' DELIMITED BY SIZE
               WS-PAIRS-REPORTED DELIMITED BY SIZE
               ' BREACHED=' DELIMITED BY SIZE
               WS-PAIRS-BREACHED DELIMITED BY SIZE
               ' SUSTAINED=' DELIMITED BY SIZE
               WS-PAIRS-SUSTAINED DELIMITED BY SIZE
               ' DETAIL PURGED=' DELIMITED BY SIZE
               WS-ROWS-PURGED DELIMITED BY SIZE
               ' FAILED=' DELIMITED BY SIZE
               WS-RUN-FAILED DELIMITED BY SIZE
               INTO SLA-REPORT-LINE
           END-STRING
           WRITE SLA-REPORT-LINE.

           CLOSE SLA-REPORT.

           IF WS-RUN-FAILED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM REGISTER-RUN-END.

           GOBACK.

       A999.
           EXIT.

      *----------------------------------------------------------------
       REGISTER-RUN-START SECTION.
       RGS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'RESPSLA' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-PAIRS-REPORTED TO RUNCTL-RECORD-COUNT.
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

           COMPUTE WS-RUN-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).

           MOVE 0 TO RETURN-CODE.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * Each tunable keeps its default unless CONTROL holds a
      * positive value under its name.
      *----------------------------------------------------------------
       GET-TUNABLES SECTION.
       GTU010.
           MOVE 'RESP-TARGET-DEFAULT' TO HV-CONTROL-NAME.
           MOVE WS-DEFAULT-TARGET TO WS-TUNABLE.
           PERFORM GET-ONE-TUNABLE.
           MOVE WS-TUNABLE TO WS-DEFAULT-TARGET.

           MOVE 'RESP-BREACH-HOURS' TO HV-CONTROL-NAME.
           MOVE WS-BREACH-HOURS TO WS-TUNABLE.
           PERFORM GET-ONE-TUNABLE.
           MOVE WS-TUNABLE TO WS-BREACH-HOURS.

           MOVE 'RESP-DETAIL-DAYS' TO HV-CONTROL-NAME.
           MOVE WS-DETAIL-DAYS TO WS-TUNABLE.
           PERFORM GET-ONE-TUNABLE.
           MOVE WS-TUNABLE TO WS-DETAIL-DAYS.

           COMPUTE HV-PURGE-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-RUN-INTEGER - WS-DETAIL-DAYS).
       GTU999.
           EXIT.

       GET-ONE-TUNABLE SECTION.
       GOT010.
           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-TUNABLE
           END-IF.
       GOT999.
           EXIT.

      *----------------------------------------------------------------
      * The day per transaction and program. The mean is rebuilt
      * from each hour's mean weighted by its task count.
      *----------------------------------------------------------------
       REPORT-SERVICE-LEVELS SECTION.
       RSL010.
           EXEC SQL
              DECLARE DAY_CSR CURSOR FOR
                 SELECT RESPHOUR_TRANID, RESPHOUR_PROGRAM,
                        SUM(RESPHOUR_TXN_COUNT),
                        SUM(RESPHOUR_FAIL_COUNT),
                        SUM(RESPHOUR_ABEND_COUNT),
                        SUM(DECIMAL(RESPHOUR_AVG_MS, 15, 0)
                            * RESPHOUR_TXN_COUNT),
                        MAX(RESPHOUR_MAX_MS)
                 FROM RESPHOUR
                 WHERE RESPHOUR_SORTCODE = :HV-SORTCODE
                   AND RESPHOUR_LOG_DATE = :HV-RUN-DATE
                 GROUP BY RESPHOUR_TRANID, RESPHOUR_PROGRAM
                 ORDER BY RESPHOUR_TRANID, RESPHOUR_PROGRAM
           END-EXEC.

           EXEC SQL OPEN DAY_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'RESPSLA UNABLE TO OPEN DAY_CSR'
                 ' SQLCODE=' SQLCODE-DISPLAY
              ADD 1 TO WS-RUN-FAILED
              GO TO RSL999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM UNTIL WS-EOF
              EXEC SQL
                 FETCH DAY_CSR
                 INTO :HV-TRANID, :HV-PROGRAM, :HV-TXN-COUNT,
                      :HV-FAIL-COUNT, :HV-ABEND-COUNT, :HV-SUM-MS,
                      :HV-MAX-MS
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-EOF-SW
              ELSE
                 PERFORM JUDGE-ONE-TRANSACTION
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE DAY_CSR END-EXEC.
       RSL999.
           EXIT.

      *----------------------------------------------------------------
       JUDGE-ONE-TRANSACTION SECTION.
       JOT010.
           ADD 1 TO WS-PAIRS-REPORTED.

           IF HV-TXN-COUNT > 0
              COMPUTE WS-AVG-MS ROUNDED = HV-SUM-MS / HV-TXN-COUNT
           ELSE
              MOVE 0 TO WS-AVG-MS
           END-IF.

           PERFORM GET-TARGET.

           PERFORM SCAN-THE-HOURS.

           IF WS-BREACHED-HOURS = 0
              MOVE 'MET' TO WS-SLA-STATUS
           ELSE
              ADD 1 TO WS-PAIRS-BREACHED
              IF WS-LONGEST-RUN >= WS-BREACH-HOURS
                 MOVE 'SUSTAINED' TO WS-SLA-STATUS
                 ADD 1 TO WS-PAIRS-SUSTAINED
                 PERFORM RAISE-SUSTAINED-BREACH
              ELSE
                 MOVE 'BREACHED' TO WS-SLA-STATUS
              END-IF
           END-IF.

           MOVE HV-TXN-COUNT TO WS-PRINT-COUNT.
           MOVE HV-FAIL-COUNT TO WS-PRINT-FAILS.
           MOVE HV-ABEND-COUNT TO WS-PRINT-ABENDS.
           MOVE WS-AVG-MS TO WS-PRINT-AVG.
           MOVE WS-WORST-P95 TO WS-PRINT-P95.
           MOVE HV-MAX-MS TO WS-PRINT-MAX.
           MOVE WS-TARGET TO WS-PRINT-TARGET.
           MOVE WS-BREACHED-HOURS TO WS-PRINT-HOURS.
           MOVE WS-LONGEST-RUN TO WS-PRINT-RUN.

           MOVE SPACES TO SLA-REPORT-LINE
           STRING HV-TRANID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-PROGRAM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-FAILS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-ABENDS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-AVG DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-P95 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-MAX DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-TARGET DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PRINT-HOURS DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PRINT-RUN DELIMITED BY SIZE
               '       ' DELIMITED BY SIZE
               WS-WORST-HOUR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-SLA-STATUS DELIMITED BY SIZE
               INTO SLA-REPORT-LINE
           END-STRING
           WRITE SLA-REPORT-LINE.
       JOT999.
           EXIT.

      *----------------------------------------------------------------
      * The most particular target held wins: the program's own,
      * then the transaction's, then the installation default.
      *----------------------------------------------------------------
       GET-TARGET SECTION.
       GTG010.
           MOVE WS-DEFAULT-TARGET TO WS-TARGET.

           MOVE SPACES TO HV-CONTROL-NAME.
           STRING 'RESP-TARGET-' DELIMITED BY SIZE
               HV-PROGRAM DELIMITED BY SPACE
               INTO HV-CONTROL-NAME
           END-STRING.

           MOVE 0 TO WS-TUNABLE.
           PERFORM GET-ONE-TUNABLE.

           IF WS-TUNABLE > 0
              MOVE WS-TUNABLE TO WS-TARGET
              GO TO GTG999
           END-IF.

           MOVE SPACES TO HV-CONTROL-NAME.
           STRING 'RESP-TARGET-' DELIMITED BY SIZE
               HV-TRANID DELIMITED BY SPACE
               INTO HV-CONTROL-NAME
           END-STRING.

           PERFORM GET-ONE-TUNABLE.

           IF WS-TUNABLE > 0
              MOVE WS-TUNABLE TO WS-TARGET
           END-IF.
       GTG999.
           EXIT.

      *----------------------------------------------------------------
      * The hours in order. A breached hour that follows the hour
      * before it extends the current run; any other hour, or a gap
      * with no traffic, ends it. The worst hour is the breached
      * hour with the highest 95th percentile, or the day's highest
      * when none breached.
      *----------------------------------------------------------------
       SCAN-THE-HOURS SECTION.
       STH010.
           MOVE 0 TO WS-WORST-P95 WS-BREACHED-HOURS WS-RUN-LENGTH
                     WS-LONGEST-RUN.
           MOVE -1 TO WS-PREV-HOUR.
           MOVE SPACES TO WS-WORST-HOUR.

           EXEC SQL
              DECLARE SLAHR_CSR CURSOR FOR
                 SELECT RESPHOUR_LOG_HOUR, RESPHOUR_TXN_COUNT,
                        RESPHOUR_P95_MS
                 FROM RESPHOUR
                 WHERE RESPHOUR_SORTCODE = :HV-SORTCODE
                   AND RESPHOUR_LOG_DATE = :HV-RUN-DATE
                   AND RESPHOUR_TRANID = :HV-TRANID
                   AND RESPHOUR_PROGRAM = :HV-PROGRAM
                 ORDER BY RESPHOUR_LOG_HOUR
           END-EXEC.

           EXEC SQL OPEN SLAHR_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'RESPSLA UNABLE TO OPEN SLAHR_CSR'
                 ' SQLCODE=' SQLCODE-DISPLAY
              ADD 1 TO WS-RUN-FAILED
              GO TO STH999
           END-IF.

           MOVE 'N' TO WS-HOUR-EOF-SW.

           PERFORM UNTIL WS-HOUR-EOF
              EXEC SQL
                 FETCH SLAHR_CSR
                 INTO :HV-LOG-HOUR, :HV-HOUR-COUNT, :HV-P95-MS
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-HOUR-EOF-SW
              ELSE
                 PERFORM JUDGE-ONE-HOUR
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE SLAHR_CSR END-EXEC.
       STH999.
           EXIT.

       JUDGE-ONE-HOUR SECTION.
       JOH010.
           IF HV-P95-MS > WS-TARGET
              ADD 1 TO WS-BREACHED-HOURS
              IF HV-LOG-HOUR-NUM = WS-PREV-HOUR + 1
                 AND WS-RUN-LENGTH > 0
                 ADD 1 TO WS-RUN-LENGTH
              ELSE
                 MOVE 1 TO WS-RUN-LENGTH
              END-IF
              IF WS-RUN-LENGTH > WS-LONGEST-RUN
                 MOVE WS-RUN-LENGTH TO WS-LONGEST-RUN
              END-IF
           ELSE
              MOVE 0 TO WS-RUN-LENGTH
           END-IF.

           IF WS-WORST-HOUR = SPACES OR HV-P95-MS > WS-WORST-P95
              MOVE HV-P95-MS TO WS-WORST-P95
              MOVE HV-LOG-HOUR TO WS-WORST-HOUR
           END-IF.

           MOVE HV-LOG-HOUR-NUM TO WS-PREV-HOUR.
       JOH999.
           EXIT.

      *----------------------------------------------------------------
       RAISE-SUSTAINED-BREACH SECTION.
       RSB010.
           MOVE WS-WORST-P95 TO WS-PRINT-P95.
           MOVE WS-TARGET TO WS-PRINT-TARGET.
           MOVE WS-LONGEST-RUN TO WS-PRINT-RUN.

           INITIALIZE EXCP-AREA.
           MOVE 'RESPSLA' TO EXCP-SOURCE.
           MOVE HV-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'W' TO EXCP-SEVERITY.
           MOVE SPACES TO EXCP-ACCNO EXCP-CUSTNO.
           STRING 'SLA MISSED ' DELIMITED BY SIZE
               HV-TRANID DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               HV-PROGRAM DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-PRINT-RUN DELIMITED BY SIZE
               ' HRS WORST HR ' DELIMITED BY SIZE
               WS-WORST-HOUR DELIMITED BY SIZE
               ' P95 ' DELIMITED BY SIZE
               WS-PRINT-P95 DELIMITED BY SIZE
               ' TGT ' DELIMITED BY SIZE
               WS-PRINT-TARGET DELIMITED BY SIZE
               INTO EXCP-MESSAGE
           END-STRING.
           CALL 'EXCPWRT' USING EXCP-AREA.
       RSB999.
           EXIT.

      *----------------------------------------------------------------
      * Task-level detail is only needed until the hours are built
      * and looked into; the hourly summary is what is kept.
      *----------------------------------------------------------------
       PURGE-OLD-DETAIL SECTION.
       POD010.
           EXEC SQL
              DELETE FROM RESPTIME
              WHERE RESPTIME_SORTCODE = :HV-SORTCODE
                AND RESPTIME_LOG_DATE < :HV-PURGE-DATE
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3) TO WS-ROWS-PURGED
              WHEN 100
                 MOVE 0 TO WS-ROWS-PURGED
              WHEN OTHER
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'RESPSLA UNABLE TO PURGE RESPTIME'
                    ' SQLCODE=' SQLCODE-DISPLAY
                 ADD 1 TO WS-RUN-FAILED
           END-EVALUATE.
       POD999.
           EXIT.
