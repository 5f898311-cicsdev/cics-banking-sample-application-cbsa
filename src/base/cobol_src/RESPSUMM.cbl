      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: RESPSUMM                                                *
      *                                                                *
      * Description: Hourly response-time summary. Run every hour     *
      *              through the online day (and once more after     *
      *              close), it takes the RESPTIME rows RESPLOG has   *
      *              written for the sort code and date and builds   *
      *              one RESPHOUR row for each transaction, program  *
      *              and hour: the number of tasks, of failures and  *
      *              of abends, and the mean, 95th percentile and     *
      *              worst elapsed time with the mean and 95th       *
      *              percentile DB2 time. Only hours that are over   *
      *              are summarised - on the run date's own day the  *
      *              hour in progress is left for the next run - and *
      *              an hour already in RESPHOUR is never summarised *
      *              twice, so a run can be repeated or missed        *
      *              without harm. The 95th percentile is the value   *
      *              at rank ceil(0.95 x count) in ascending order.   *
      *              Being an intraday job it does not register with *
      *              RUNCTL; RESPSLA, which reads what this builds,  *
      *              does.                                            *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the date to summarise (defaults to         *
      *        today).                                                 *
      *                                                                *
      * Output: RESPHOUR rows and report RESPSUMM1.                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPSUMM.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUMM-REPORT
                  ASSIGN TO RESPSUMM1
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMM-REPORT.
       01  SUMM-REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE RESPDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 WS-RUN-DATE-NUM REDEFINES HV-RUN-DATE PIC 9(8).
       01 HV-HOUR-LIMIT                     PIC X(2).

       01 HV-TRANID                         PIC X(4).
       01 HV-PROGRAM                        PIC X(8).
       01 HV-LOG-HOUR                       PIC X(2).
       01 HV-TXN-COUNT                      PIC S9(9) COMP.
       01 HV-FAIL-COUNT                     PIC S9(9) COMP.
       01 HV-ABEND-COUNT                    PIC S9(9) COMP.
       01 HV-SUM-MS                         PIC S9(15) COMP-3.
       01 HV-SUM-DB2-MS                     PIC S9(15) COMP-3.
       01 HV-MAX-MS                         PIC S9(9) COMP.
       01 HV-AVG-MS                         PIC S9(9) COMP.
       01 HV-AVG-DB2-MS                     PIC S9(9) COMP.
       01 HV-P95-MS                         PIC S9(9) COMP.
       01 HV-P95-DB2-MS                     PIC S9(9) COMP.
       01 HV-RANK-VALUE                     PIC S9(9) COMP.

       01 WS-TODAY                          PIC 9(8).
       01 WS-TIME-NOW                       PIC 9(8).
       01 WS-TIME-NOW-X REDEFINES WS-TIME-NOW.
          03 WS-TIME-NOW-HH                 PIC X(2).
          03 FILLER                         PIC X(6).

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.
       01 WS-RANK-EOF-SW                    PIC X VALUE 'N'.
          88 WS-RANK-EOF                    VALUE 'Y'.

       01 WS-P95-RANK                       PIC S9(9) COMP.
       01 WS-ROWS-READ                      PIC S9(9) COMP.

       01 WS-HOURS-WRITTEN                  PIC 9(8) VALUE 0.
       01 WS-TASKS-SUMMARISED               PIC 9(8) VALUE 0.
       01 WS-HOURS-FAILED                   PIC 9(8) VALUE 0.

       01 WS-PRINT-COUNT                    PIC Z(6)9.
       01 WS-PRINT-FAILS                    PIC Z(5)9.
       01 WS-PRINT-ABENDS                   PIC Z(5)9.
       01 WS-PRINT-AVG                      PIC Z(8)9.
       01 WS-PRINT-P95                      PIC Z(8)9.
       01 WS-PRINT-MAX                      PIC Z(8)9.
       01 WS-PRINT-DB2-AVG                  PIC Z(8)9.
       01 WS-PRINT-DB2-P95                  PIC Z(8)9.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
           05 PARM                          PIC X(256).

       PROCEDURE DIVISION USING PARM-BUFFER.
       PREMIERE SECTION.
       A010.
           OPEN OUTPUT SUMM-REPORT.

           PERFORM GET-RUN-PARMS.

           MOVE SPACES TO SUMM-REPORT-LINE
           STRING 'RESPONSE TIME HOURLY SUMMARY - SORTCODE '
               DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               ' HOURS BEFORE ' DELIMITED BY SIZE
               HV-HOUR-LIMIT DELIMITED BY SIZE
               INTO SUMM-REPORT-LINE
           END-STRING
           WRITE SUMM-REPORT-LINE.

           MOVE SPACES TO SUMM-REPORT-LINE
           STRING 'HR TRAN PROGRAM    TASKS  FAILS ABENDS'
               DELIMITED BY SIZE
               '   AVG-MS    P95-MS    MAX-MS'
               DELIMITED BY SIZE
               '   DB2-AVG   DB2-P95' DELIMITED BY SIZE
               INTO SUMM-REPORT-LINE
           END-STRING
           WRITE SUMM-REPORT-LINE.

           PERFORM SUMMARISE-HOURS.

           MOVE SPACES TO SUMM-REPORT-LINE
           STRING 'HOURS WRITTEN=' DELIMITED BY SIZE
               WS-HOURS-WRITTEN DELIMITED BY SIZE
               ' TASKS=' DELIMITED BY SIZE
               WS-TASKS-SUMMARISED DELIMITED BY SIZE
               ' FAILED=' DELIMITED BY SIZE
               WS-HOURS-FAILED DELIMITED BY SIZE
               INTO SUMM-REPORT-LINE
           END-STRING
           WRITE SUMM-REPORT-LINE.

           CLOSE SUMM-REPORT.

           IF WS-HOURS-FAILED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

       A999.
           EXIT.

      *----------------------------------------------------------------
      * The hour limit is exclusive: '24' takes the whole day, and a
      * run on the day itself stops short of the current hour.
      *----------------------------------------------------------------
       GET-RUN-PARMS SECTION.
       GRP010.
           MOVE SPACES TO HV-SORTCODE HV-RUN-DATE.

           IF PARM-LENGTH > 0
              UNSTRING PARM(1:PARM-LENGTH) DELIMITED BY ','
                 INTO HV-SORTCODE HV-RUN-DATE
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           IF HV-RUN-DATE = SPACES OR HV-RUN-DATE = LOW-VALUES
              MOVE WS-TODAY TO HV-RUN-DATE
           END-IF.

           MOVE '24' TO HV-HOUR-LIMIT.

           IF WS-RUN-DATE-NUM = WS-TODAY
              ACCEPT WS-TIME-NOW FROM TIME
              MOVE WS-TIME-NOW-HH TO HV-HOUR-LIMIT
           END-IF.

           MOVE 0 TO RETURN-CODE.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * One row per transaction, program and hour not yet summarised.
      * Counts, sums and the worst time come from the grouping; the
      * percentiles need the group's own times in order and are
      * read separately.
      *----------------------------------------------------------------
       SUMMARISE-HOURS SECTION.
       SMH010.
           EXEC SQL
              DECLARE HOUR_CSR CURSOR FOR
                 SELECT T.RESPTIME_TRANID, T.RESPTIME_PROGRAM,
                        T.RESPTIME_LOG_HOUR, COUNT(*),
                        SUM(CASE WHEN T.RESPTIME_OUTCOME = 'F'
                                 THEN 1 ELSE 0 END),
                        SUM(CASE WHEN T.RESPTIME_OUTCOME = 'A'
                                 THEN 1 ELSE 0 END),
                        SUM(DECIMAL(T.RESPTIME_ELAPSED_MS, 15, 0)),
                        SUM(DECIMAL(T.RESPTIME_DB2_MS, 15, 0)),
                        MAX(T.RESPTIME_ELAPSED_MS)
                 FROM RESPTIME T
                 WHERE T.RESPTIME_SORTCODE = :HV-SORTCODE
                   AND T.RESPTIME_LOG_DATE = :HV-RUN-DATE
                   AND T.RESPTIME_LOG_HOUR < :HV-HOUR-LIMIT
                   AND NOT EXISTS
                       (SELECT 1 FROM RESPHOUR H
                        WHERE H.RESPHOUR_SORTCODE = T.RESPTIME_SORTCODE
                          AND H.RESPHOUR_TRANID = T.RESPTIME_TRANID
                          AND H.RESPHOUR_PROGRAM = T.RESPTIME_PROGRAM
                          AND H.RESPHOUR_LOG_DATE = T.RESPTIME_LOG_DATE
                          AND H.RESPHOUR_LOG_HOUR = T.RESPTIME_LOG_HOUR)
                 GROUP BY T.RESPTIME_LOG_HOUR, T.RESPTIME_TRANID,
                          T.RESPTIME_PROGRAM
                 ORDER BY T.RESPTIME_LOG_HOUR, T.RESPTIME_TRANID,
                          T.RESPTIME_PROGRAM
           END-EXEC.

           EXEC SQL OPEN HOUR_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'RESPSUMM UNABLE TO OPEN HOUR_CSR'
                 ' SQLCODE=' SQLCODE-DISPLAY
              ADD 1 TO WS-HOURS-FAILED
              GO TO SMH999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM UNTIL WS-EOF
              EXEC SQL
                 FETCH HOUR_CSR
                 INTO :HV-TRANID, :HV-PROGRAM, :HV-LOG-HOUR,
                      :HV-TXN-COUNT, :HV-FAIL-COUNT, :HV-ABEND-COUNT,
                      :HV-SUM-MS, :HV-SUM-DB2-MS, :HV-MAX-MS
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-EOF-SW
              ELSE
                 PERFORM SUMMARISE-ONE-HOUR
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE HOUR_CSR END-EXEC.
       SMH999.
           EXIT.

      *----------------------------------------------------------------
       SUMMARISE-ONE-HOUR SECTION.
       SOH010.
           COMPUTE HV-AVG-MS ROUNDED = HV-SUM-MS / HV-TXN-COUNT.
           COMPUTE HV-AVG-DB2-MS ROUNDED =
              HV-SUM-DB2-MS / HV-TXN-COUNT.

           COMPUTE WS-P95-RANK = (HV-TXN-COUNT * 95 + 99) / 100.
           IF WS-P95-RANK < 1
              MOVE 1 TO WS-P95-RANK
           END-IF.

           PERFORM FIND-ELAPSED-P95.
           PERFORM FIND-DB2-P95.

           EXEC SQL
              INSERT INTO RESPHOUR
                 (RESPHOUR_SORTCODE, RESPHOUR_TRANID,
                  RESPHOUR_PROGRAM, RESPHOUR_LOG_DATE,
                  RESPHOUR_LOG_HOUR, RESPHOUR_TXN_COUNT,
                  RESPHOUR_FAIL_COUNT, RESPHOUR_ABEND_COUNT,
                  RESPHOUR_AVG_MS, RESPHOUR_P95_MS,
                  RESPHOUR_MAX_MS, RESPHOUR_AVG_DB2_MS,
                  RESPHOUR_P95_DB2_MS)
              VALUES
                 (:HV-SORTCODE, :HV-TRANID,
                  :HV-PROGRAM, :HV-RUN-DATE,
                  :HV-LOG-HOUR, :HV-TXN-COUNT,
                  :HV-FAIL-COUNT, :HV-ABEND-COUNT,
                  :HV-AVG-MS, :HV-P95-MS,
                  :HV-MAX-MS, :HV-AVG-DB2-MS,
                  :HV-P95-DB2-MS)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'RESPSUMM UNABLE TO INSERT RESPHOUR '
                 HV-TRANID ' ' HV-PROGRAM ' HOUR ' HV-LOG-HOUR
                 ' SQLCODE=' SQLCODE-DISPLAY
              ADD 1 TO WS-HOURS-FAILED
              GO TO SOH999
           END-IF.

           ADD 1 TO WS-HOURS-WRITTEN.
           ADD HV-TXN-COUNT TO WS-TASKS-SUMMARISED.

           MOVE HV-TXN-COUNT TO WS-PRINT-COUNT.
           MOVE HV-FAIL-COUNT TO WS-PRINT-FAILS.
           MOVE HV-ABEND-COUNT TO WS-PRINT-ABENDS.
           MOVE HV-AVG-MS TO WS-PRINT-AVG.
           MOVE HV-P95-MS TO WS-PRINT-P95.
           MOVE HV-MAX-MS TO WS-PRINT-MAX.
           MOVE HV-AVG-DB2-MS TO WS-PRINT-DB2-AVG.
           MOVE HV-P95-DB2-MS TO WS-PRINT-DB2-P95.

           MOVE SPACES TO SUMM-REPORT-LINE
           STRING HV-LOG-HOUR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-TRANID DELIMITED BY SIZE
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
               WS-PRINT-DB2-AVG DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-DB2-P95 DELIMITED BY SIZE
               INTO SUMM-REPORT-LINE
           END-STRING
           WRITE SUMM-REPORT-LINE.
       SOH999.
           EXIT.

      *----------------------------------------------------------------
      * The group's elapsed times in ascending order, read as far as
      * the percentile rank. Should the rows run out first - only a
      * purge running alongside could cause that - the last value
      * read stands.
      *----------------------------------------------------------------
       FIND-ELAPSED-P95 SECTION.
       FEP010.
           MOVE HV-MAX-MS TO HV-P95-MS.

           EXEC SQL
              DECLARE ELAP_CSR CURSOR FOR
                 SELECT RESPTIME_ELAPSED_MS
                 FROM RESPTIME
                 WHERE RESPTIME_SORTCODE = :HV-SORTCODE
                   AND RESPTIME_LOG_DATE = :HV-RUN-DATE
                   AND RESPTIME_LOG_HOUR = :HV-LOG-HOUR
                   AND RESPTIME_TRANID = :HV-TRANID
                   AND RESPTIME_PROGRAM = :HV-PROGRAM
                 ORDER BY RESPTIME_ELAPSED_MS
           END-EXEC.

           EXEC SQL OPEN ELAP_CSR END-EXEC.

           IF SQLCODE NOT = 0
              GO TO FEP999
           END-IF.

           MOVE 'N' TO WS-RANK-EOF-SW.
           MOVE 0 TO WS-ROWS-READ.

           PERFORM UNTIL WS-RANK-EOF OR WS-ROWS-READ >= WS-P95-RANK
              EXEC SQL
                 FETCH ELAP_CSR
                 INTO :HV-RANK-VALUE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-RANK-EOF-SW
              ELSE
                 ADD 1 TO WS-ROWS-READ
                 MOVE HV-RANK-VALUE TO HV-P95-MS
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE ELAP_CSR END-EXEC.
       FEP999.
           EXIT.

      *----------------------------------------------------------------
       FIND-DB2-P95 SECTION.
       FDP010.
           MOVE HV-AVG-DB2-MS TO HV-P95-DB2-MS.

           EXEC SQL
              DECLARE DB2T_CSR CURSOR FOR
                 SELECT RESPTIME_DB2_MS
                 FROM RESPTIME
                 WHERE RESPTIME_SORTCODE = :HV-SORTCODE
                   AND RESPTIME_LOG_DATE = :HV-RUN-DATE
                   AND RESPTIME_LOG_HOUR = :HV-LOG-HOUR
                   AND RESPTIME_TRANID = :HV-TRANID
                   AND RESPTIME_PROGRAM = :HV-PROGRAM
                 ORDER BY RESPTIME_DB2_MS
           END-EXEC.

           EXEC SQL OPEN DB2T_CSR END-EXEC.

           IF SQLCODE NOT = 0
              GO TO FDP999
           END-IF.

           MOVE 'N' TO WS-RANK-EOF-SW.
           MOVE 0 TO WS-ROWS-READ.

           PERFORM UNTIL WS-RANK-EOF OR WS-ROWS-READ >= WS-P95-RANK
              EXEC SQL
                 FETCH DB2T_CSR
                 INTO :HV-RANK-VALUE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-RANK-EOF-SW
              ELSE
                 ADD 1 TO WS-ROWS-READ
                 MOVE HV-RANK-VALUE TO HV-P95-DB2-MS
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE DB2T_CSR END-EXEC.
       FDP999.
           EXIT.
