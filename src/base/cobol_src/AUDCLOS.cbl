      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: AUDCLOS                                                 *
      *                                                                *
      * Description: Internal audit sample close-out. For every drawn *
      *              AUDSAMP sample on this sort code (or covering    *
      *              every branch, '*') the worklist is summarised   *
      *              stratum by stratum - branch and value band -    *
      *              giving the items drawn, how many have been      *
      *              reviewed, how many failed and the exception     *
      *              rate (failed as a percentage of reviewed), with *
      *              the sample totals after. Every failed item is   *
      *              listed with the reviewer's comment. A sample    *
      *              whose every item carries an outcome is closed;  *
      *              one still being worked shows how many items are *
      *              outstanding and stays open.                     *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the run date (defaults to today).          *
      *                                                                *
      * Output: Report AUDCLOS1, AUDSAMP updated.                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCLOS.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-REPORT
                  ASSIGN TO AUDCLOS1
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-REPORT.
       01  CLOSE-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE AUDTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).

       01 HV-SAMP-ID                        PIC S9(9) COMP.
       01 HV-SAMP-TITLE                     PIC X(40).
       01 HV-SAMP-POPULATION                PIC X.
       01 HV-SAMP-SORTCODE                  PIC X(6).
       01 HV-SAMP-FROM-DATE                 PIC X(8).
       01 HV-SAMP-TO-DATE                   PIC X(8).
       01 HV-SAMP-POP-COUNT                 PIC S9(9) COMP.
       01 HV-LAST-SAMP-ID                   PIC S9(9) COMP.
       01 HV-NEXT-SAMP-ID                   PIC S9(9) COMP.
       01 HV-NEXT-SAMP-IND                  PIC S9(4) COMP.

       01 HV-STR-SORTCODE                   PIC X(6).
       01 HV-STR-BAND                       PIC X.
       01 HV-STR-POP                        PIC S9(9) COMP.
       01 HV-STR-ITEMS                      PIC S9(9) COMP.
       01 HV-STR-REVIEWED                   PIC S9(9) COMP.
       01 HV-STR-FAILED                     PIC S9(9) COMP.

       01 HV-ITEM-SEQ                       PIC S9(9) COMP.
       01 HV-ITEM-SOURCE                    PIC X(20).
       01 HV-ITEM-ACCNO                     PIC X(8).
       01 HV-ITEM-COMMENT                   PIC X(60).
       01 HV-ITEM-REVIEWED-BY               PIC X(3).

       01 WS-TODAY                          PIC 9(8).

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.
       01 WS-SAMPLES-DONE-SW                PIC X VALUE 'N'.
          88 WS-SAMPLES-DONE                VALUE 'Y'.

       01 WS-SAMP-ITEMS                     PIC S9(9) COMP.
       01 WS-SAMP-REVIEWED                  PIC S9(9) COMP.
       01 WS-SAMP-FAILED                    PIC S9(9) COMP.
       01 WS-OUTSTANDING                    PIC S9(9) COMP.
       01 WS-RATE                           PIC S9(3)V99 COMP-3.

       01 WS-SAMPLES-REPORTED               PIC 9(8) VALUE 0.
       01 WS-SAMPLES-CLOSED                 PIC 9(8) VALUE 0.
       01 WS-SAMPLES-FAILED                 PIC 9(8) VALUE 0.

       01 WS-PRINT-SAMP-ID                  PIC 9(9).
       01 WS-PRINT-SEQ                      PIC Z(5)9.
       01 WS-PRINT-POP                      PIC Z(8)9.
       01 WS-PRINT-ITEMS                    PIC Z(8)9.
       01 WS-PRINT-REVIEWED                 PIC Z(8)9.
       01 WS-PRINT-FAILED                   PIC Z(8)9.
       01 WS-PRINT-RATE                     PIC ZZ9.99.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

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
           OPEN OUTPUT CLOSE-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO CLOSE-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO CLOSE-REPORT-LINE
              END-STRING
              WRITE CLOSE-REPORT-LINE
              CLOSE CLOSE-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING 'INTERNAL AUDIT SAMPLE CLOSE-OUT - SORTCODE '
               DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE
           END-STRING
           WRITE CLOSE-REPORT-LINE.

           MOVE 0 TO HV-LAST-SAMP-ID.
           MOVE 'N' TO WS-SAMPLES-DONE-SW.

           PERFORM UNTIL WS-SAMPLES-DONE
              PERFORM FIND-NEXT-SAMPLE
              IF NOT WS-SAMPLES-DONE
                 PERFORM REPORT-ONE-SAMPLE
                 MOVE HV-SAMP-ID TO HV-LAST-SAMP-ID
              END-IF
           END-PERFORM.

           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING 'SAMPLES REPORTED=' DELIMITED BY SIZE
               WS-SAMPLES-REPORTED DELIMITED BY SIZE
               ' CLOSED=' DELIMITED BY SIZE
               WS-SAMPLES-CLOSED DELIMITED BY SIZE
               ' FAILED=' DELIMITED BY SIZE
               WS-SAMPLES-FAILED DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE
           END-STRING
           WRITE CLOSE-REPORT-LINE.

           CLOSE CLOSE-REPORT.

           IF WS-SAMPLES-FAILED > 0
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
           MOVE 'AUDCLOS' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-SAMPLES-REPORTED TO RUNCTL-RECORD-COUNT.
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

           MOVE 0 TO RETURN-CODE.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * Drawn samples, one at a time in id order, as AUDSMPL takes
      * them.
      *----------------------------------------------------------------
       FIND-NEXT-SAMPLE SECTION.
       FNS010.
           EXEC SQL
              SELECT MIN(AUDSAMP_ID)
              INTO :HV-NEXT-SAMP-ID :HV-NEXT-SAMP-IND
              FROM AUDSAMP
              WHERE AUDSAMP_STATUS = 'S'
                AND AUDSAMP_ID > :HV-LAST-SAMP-ID
                AND (AUDSAMP_SORTCODE = :HV-SORTCODE
                     OR AUDSAMP_SORTCODE = '*')
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-NEXT-SAMP-IND < 0
              MOVE 'Y' TO WS-SAMPLES-DONE-SW
              GO TO FNS999
           END-IF.

           MOVE HV-NEXT-SAMP-ID TO HV-SAMP-ID.

           EXEC SQL
              SELECT AUDSAMP_TITLE, AUDSAMP_POPULATION,
                     AUDSAMP_SORTCODE, AUDSAMP_FROM_DATE,
                     AUDSAMP_TO_DATE, AUDSAMP_POP_COUNT
              INTO :HV-SAMP-TITLE, :HV-SAMP-POPULATION,
                   :HV-SAMP-SORTCODE, :HV-SAMP-FROM-DATE,
                   :HV-SAMP-TO-DATE, :HV-SAMP-POP-COUNT
              FROM AUDSAMP
              WHERE AUDSAMP_ID = :HV-SAMP-ID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-SAMPLES-DONE-SW
           END-IF.
       FNS999.
           EXIT.

      *----------------------------------------------------------------
      * One sample: its heading, a line per stratum, the totals, the
      * failed items, and the close if nothing is outstanding.
      *----------------------------------------------------------------
       REPORT-ONE-SAMPLE SECTION.
       ROS010.
           ADD 1 TO WS-SAMPLES-REPORTED.
           MOVE 0 TO WS-SAMP-ITEMS WS-SAMP-REVIEWED WS-SAMP-FAILED.

           MOVE HV-SAMP-ID TO WS-PRINT-SAMP-ID.
           MOVE HV-SAMP-POP-COUNT TO WS-PRINT-POP.

           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING 'SAMPLE ' DELIMITED BY SIZE
               WS-PRINT-SAMP-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-SAMP-TITLE DELIMITED BY SIZE
               ' POP=' DELIMITED BY SIZE
               HV-SAMP-POPULATION DELIMITED BY SIZE
               ' BRANCH=' DELIMITED BY SIZE
               HV-SAMP-SORTCODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-SAMP-FROM-DATE DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               HV-SAMP-TO-DATE DELIMITED BY SIZE
               ' POPULATION=' DELIMITED BY SIZE
               WS-PRINT-POP DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE
           END-STRING
           WRITE CLOSE-REPORT-LINE.

           EXEC SQL
              DECLARE STRATUM_CSR CURSOR FOR
                 SELECT AUDITEM_SORTCODE, AUDITEM_BAND,
                        MAX(AUDITEM_STRATUM_POP), COUNT(*),
                        SUM(CASE WHEN AUDITEM_OUTCOME <> ' '
                                 THEN 1 ELSE 0 END),
                        SUM(CASE WHEN AUDITEM_OUTCOME = 'F'
                                 THEN 1 ELSE 0 END)
                 FROM AUDITEM
                 WHERE AUDITEM_SAMPLE_ID = :HV-SAMP-ID
                 GROUP BY AUDITEM_SORTCODE, AUDITEM_BAND
                 ORDER BY AUDITEM_SORTCODE, AUDITEM_BAND
           END-EXEC.

           EXEC SQL OPEN STRATUM_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'AUDCLOS UNABLE TO OPEN STRATUM_CSR'
                 ' SQLCODE=' SQLCODE-DISPLAY
              ADD 1 TO WS-SAMPLES-FAILED
              GO TO ROS999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM UNTIL WS-EOF
              EXEC SQL
                 FETCH STRATUM_CSR
                 INTO :HV-STR-SORTCODE, :HV-STR-BAND,
                      :HV-STR-POP, :HV-STR-ITEMS,
                      :HV-STR-REVIEWED, :HV-STR-FAILED
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-EOF-SW
              ELSE
                 PERFORM REPORT-ONE-STRATUM
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE STRATUM_CSR END-EXEC.

           MOVE WS-SAMP-ITEMS TO HV-STR-ITEMS.
           MOVE WS-SAMP-REVIEWED TO HV-STR-REVIEWED.
           MOVE WS-SAMP-FAILED TO HV-STR-FAILED.
           PERFORM CALCULATE-RATE.

           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING '  SAMPLE TOTAL' DELIMITED BY SIZE
               '                  ITEMS=' DELIMITED BY SIZE
               WS-PRINT-ITEMS DELIMITED BY SIZE
               ' REVIEWED=' DELIMITED BY SIZE
               WS-PRINT-REVIEWED DELIMITED BY SIZE
               ' FAILED=' DELIMITED BY SIZE
               WS-PRINT-FAILED DELIMITED BY SIZE
               ' EXCEPTION RATE=' DELIMITED BY SIZE
               WS-PRINT-RATE DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE
           END-STRING
           WRITE CLOSE-REPORT-LINE.

           IF WS-SAMP-FAILED > 0
              PERFORM LIST-FAILED-ITEMS
           END-IF.

           COMPUTE WS-OUTSTANDING = WS-SAMP-ITEMS - WS-SAMP-REVIEWED.

           IF WS-OUTSTANDING > 0
              MOVE WS-OUTSTANDING TO WS-PRINT-ITEMS
              MOVE SPACES TO CLOSE-REPORT-LINE
              STRING '  ' DELIMITED BY SIZE
                  WS-PRINT-ITEMS DELIMITED BY SIZE
                  ' ITEMS AWAITING REVIEW - SAMPLE LEFT OPEN'
                     DELIMITED BY SIZE
                  INTO CLOSE-REPORT-LINE
              END-STRING
              WRITE CLOSE-REPORT-LINE
              GO TO ROS999
           END-IF.

           EXEC SQL
              UPDATE AUDSAMP
              SET AUDSAMP_STATUS = 'C',
                  AUDSAMP_CLOSED_DATE = :HV-RUN-DATE
              WHERE AUDSAMP_ID = :HV-SAMP-ID
                AND AUDSAMP_STATUS = 'S'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'AUDCLOS UNABLE TO CLOSE SAMPLE '
                 WS-PRINT-SAMP-ID ' SQLCODE=' SQLCODE-DISPLAY
              ADD 1 TO WS-SAMPLES-FAILED
              GO TO ROS999
           END-IF.

           ADD 1 TO WS-SAMPLES-CLOSED.

           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING '  ALL ITEMS REVIEWED - SAMPLE CLOSED'
                  DELIMITED BY SIZE
                  INTO CLOSE-REPORT-LINE
           END-STRING
           WRITE CLOSE-REPORT-LINE.
       ROS999.
           EXIT.

       REPORT-ONE-STRATUM SECTION.
       RST010.
           ADD HV-STR-ITEMS TO WS-SAMP-ITEMS.
           ADD HV-STR-REVIEWED TO WS-SAMP-REVIEWED.
           ADD HV-STR-FAILED TO WS-SAMP-FAILED.

           PERFORM CALCULATE-RATE.
           MOVE HV-STR-POP TO WS-PRINT-POP.

           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING '  BRANCH=' DELIMITED BY SIZE
               HV-STR-SORTCODE DELIMITED BY SIZE
               ' BAND=' DELIMITED BY SIZE
               HV-STR-BAND DELIMITED BY SIZE
               ' POP=' DELIMITED BY SIZE
               WS-PRINT-POP DELIMITED BY SIZE
               ' ITEMS=' DELIMITED BY SIZE
               WS-PRINT-ITEMS DELIMITED BY SIZE
               ' REVIEWED=' DELIMITED BY SIZE
               WS-PRINT-REVIEWED DELIMITED BY SIZE
               ' FAILED=' DELIMITED BY SIZE
               WS-PRINT-FAILED DELIMITED BY SIZE
               ' EXCEPTION RATE=' DELIMITED BY SIZE
               WS-PRINT-RATE DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE
           END-STRING
           WRITE CLOSE-REPORT-LINE.
       RST999.
           EXIT.

      *----------------------------------------------------------------
      * Failed items as a percentage of those reviewed - an item not
      * yet looked at is neither a pass nor an exception.
      *----------------------------------------------------------------
       CALCULATE-RATE SECTION.
       CRT010.
           MOVE HV-STR-ITEMS TO WS-PRINT-ITEMS.
           MOVE HV-STR-REVIEWED TO WS-PRINT-REVIEWED.
           MOVE HV-STR-FAILED TO WS-PRINT-FAILED.

           IF HV-STR-REVIEWED > 0
              COMPUTE WS-RATE ROUNDED =
                 HV-STR-FAILED * 100 / HV-STR-REVIEWED
           ELSE
              MOVE 0 TO WS-RATE
           END-IF.

           MOVE WS-RATE TO WS-PRINT-RATE.
       CRT999.
           EXIT.

      *----------------------------------------------------------------
       LIST-FAILED-ITEMS SECTION.
       LFI010.
           EXEC SQL
              DECLARE FAILED_CSR CURSOR FOR
                 SELECT AUDITEM_SEQ, AUDITEM_SOURCE, AUDITEM_ACCNO,
                        AUDITEM_COMMENT, AUDITEM_REVIEWED_BY
                 FROM AUDITEM
                 WHERE AUDITEM_SAMPLE_ID = :HV-SAMP-ID
                   AND AUDITEM_OUTCOME = 'F'
                 ORDER BY AUDITEM_SEQ
           END-EXEC.

           EXEC SQL OPEN FAILED_CSR END-EXEC.

           IF SQLCODE NOT = 0
              GO TO LFI999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM UNTIL WS-EOF
              EXEC SQL
                 FETCH FAILED_CSR
                 INTO :HV-ITEM-SEQ, :HV-ITEM-SOURCE, :HV-ITEM-ACCNO,
                      :HV-ITEM-COMMENT, :HV-ITEM-REVIEWED-BY
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-EOF-SW
              ELSE
                 MOVE HV-ITEM-SEQ TO WS-PRINT-SEQ
                 MOVE SPACES TO CLOSE-REPORT-LINE
                 STRING '    FAILED ITEM ' DELIMITED BY SIZE
                     WS-PRINT-SEQ DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     HV-ITEM-SOURCE DELIMITED BY SIZE
                     ' ACC=' DELIMITED BY SIZE
                     HV-ITEM-ACCNO DELIMITED BY SIZE
                     ' BY ' DELIMITED BY SIZE
                     HV-ITEM-REVIEWED-BY DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     HV-ITEM-COMMENT DELIMITED BY SIZE
                     INTO CLOSE-REPORT-LINE
                 END-STRING
                 WRITE CLOSE-REPORT-LINE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE FAILED_CSR END-EXEC.
       LFI999.
           EXIT.
