      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: PEPEDD                                                  *
      *                                                                *
      * Description: Daily escalation of overdue PEP enhanced due     *
      *              diligence reviews. Every active PEPREVW cycle     *
      *              whose next review fell due before the run date    *
      *              gets an AML case opened on AMLCASE for the        *
      *              investigators (SCRNQ_ID zero - no screening hit   *
      *              behind it), and the cycle is marked escalated     *
      *              with the case id so it is not escalated again.    *
      *              Recording the review through PEPFUN puts the      *
      *              cycle back to active.                             *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the run date (defaults to today).          *
      *                                                                *
      * Output: Sequential report PEPERPT.                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEPEDD.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEPE-REPORT
                  ASSIGN TO PEPERPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PEPE-REPORT.
       01  PEPE-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE PEPDB2 END-EXEC.
           EXEC SQL INCLUDE AMLCDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 WS-RUN-DATE-X REDEFINES HV-RUN-DATE.
          03 WS-RUN-DATE-YYYY               PIC X(4).
          03 WS-RUN-DATE-MM                 PIC X(2).
          03 WS-RUN-DATE-DD                 PIC X(2).

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.

       01 HV-PEPREVW-CUSTNO                 PIC X(10).
       01 HV-PEPREVW-CATEGORY               PIC X.
       01 HV-PEPREVW-NEXT-DUE-DATE          PIC X(8).

       01 HV-AMLCASE-ID                     PIC S9(9) COMP.
       01 HV-AMLCASE-OPENED-DATE            PIC X(10).
       01 HV-AMLCASE-NARRATIVE              PIC X(200).

       01 WS-TODAY                          PIC 9(8).

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-REVIEWS-ESCALATED              PIC 9(8) VALUE 0.
       01 WS-REVIEWS-FAILED                 PIC 9(8) VALUE 0.

       01 WS-PRINT-CASE-ID                  PIC 9(9).

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
           OPEN OUTPUT PEPE-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO PEPE-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO PEPE-REPORT-LINE
              END-STRING
              WRITE PEPE-REPORT-LINE
              CLOSE PEPE-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO PEPE-REPORT-LINE
           STRING 'PEP EDD REVIEW ESCALATION - SORTCODE '
                  DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO PEPE-REPORT-LINE
           END-STRING
           WRITE PEPE-REPORT-LINE.

           PERFORM ESCALATE-OVERDUE-REVIEWS.

           MOVE SPACES TO PEPE-REPORT-LINE
           STRING 'REVIEWS ESCALATED=' DELIMITED BY SIZE
               WS-REVIEWS-ESCALATED DELIMITED BY SIZE
               ' NOT ESCALATED (ERROR)=' DELIMITED BY SIZE
               WS-REVIEWS-FAILED DELIMITED BY SIZE
               INTO PEPE-REPORT-LINE
           END-STRING
           WRITE PEPE-REPORT-LINE.

           CLOSE PEPE-REPORT.

           IF WS-REVIEWS-FAILED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM REGISTER-RUN-END.

           GOBACK.

       A999.
           EXIT.

      *----------------------------------------------------------------
      * Register this run on the RUNCTL ledger and honour its
      * sequencing rules - see RUNCTL for the two refusals.
      *----------------------------------------------------------------
       REGISTER-RUN-START SECTION.
       RRS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'PEPEDD' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RRS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RRE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-REVIEWS-ESCALATED TO RUNCTL-RECORD-COUNT.
           MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RRE999.
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

      *    AMLCASE dates are held DD.MM.YYYY, as SCRNFUN opens them.
           STRING WS-RUN-DATE-DD DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               WS-RUN-DATE-MM DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               WS-RUN-DATE-YYYY DELIMITED BY SIZE
               INTO HV-AMLCASE-OPENED-DATE
           END-STRING.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
       ESCALATE-OVERDUE-REVIEWS SECTION.
       EOR010.
           EXEC SQL
              DECLARE EDD_CSR CURSOR FOR
                 SELECT PEPREVW_CUSTNO, PEPREVW_CATEGORY,
                        PEPREVW_NEXT_DUE_DATE
                 FROM PEPREVW
                 WHERE PEPREVW_SORTCODE = :HV-SORTCODE
                   AND PEPREVW_STATUS = 'A'
                   AND PEPREVW_NEXT_DUE_DATE < :HV-RUN-DATE
                 ORDER BY PEPREVW_NEXT_DUE_DATE, PEPREVW_CUSTNO
           END-EXEC.

           EXEC SQL OPEN EDD_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              MOVE SPACES TO PEPE-REPORT-LINE
              STRING 'UNABLE TO OPEN PEPREVW CURSOR, SQLCODE='
                  DELIMITED BY SIZE
                  SQLCODE-DISPLAY DELIMITED BY SIZE
                  INTO PEPE-REPORT-LINE
              END-STRING
              WRITE PEPE-REPORT-LINE
              ADD 1 TO WS-REVIEWS-FAILED
              GO TO EOR999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-REVIEW.

           PERFORM UNTIL WS-EOF
              PERFORM ESCALATE-ONE-REVIEW
              PERFORM FETCH-NEXT-REVIEW
           END-PERFORM.

           EXEC SQL CLOSE EDD_CSR END-EXEC.
       EOR999.
           EXIT.

       FETCH-NEXT-REVIEW SECTION.
       FNR010.
           EXEC SQL
              FETCH EDD_CSR
              INTO :HV-PEPREVW-CUSTNO, :HV-PEPREVW-CATEGORY,
                   :HV-PEPREVW-NEXT-DUE-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNR999.
           EXIT.

      *----------------------------------------------------------------
      * Open the case, then mark the cycle escalated against it.
      * The case id comes off CONTROL directly, the same counter
      * SCRNFUN and AMLCFUN bump via GETCTRL.
      *----------------------------------------------------------------
       ESCALATE-ONE-REVIEW SECTION.
       EOV010.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING HV-SORTCODE DELIMITED BY SIZE
               '-AMLC-LAST' DELIMITED BY SIZE
               INTO HV-CONTROL-NAME
           END-STRING.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO HV-CONTROL-VALUE-NUM
                 EXEC SQL
                    UPDATE CONTROL
                    SET CONTROL_VALUE_NUM = :HV-CONTROL-VALUE-NUM
                    WHERE CONTROL_NAME = :HV-CONTROL-NAME
                 END-EXEC
              WHEN 100
                 MOVE 1 TO HV-CONTROL-VALUE-NUM
                 EXEC SQL
                    INSERT INTO CONTROL
                           (CONTROL_NAME, CONTROL_VALUE_NUM,
                            CONTROL_VALUE_STR)
                    VALUES (:HV-CONTROL-NAME,
                            :HV-CONTROL-VALUE-NUM, ' ')
                 END-EXEC
              WHEN OTHER
                 ADD 1 TO WS-REVIEWS-FAILED
                 GO TO EOV999
           END-EVALUATE.

           MOVE HV-CONTROL-VALUE-NUM TO HV-AMLCASE-ID.

           MOVE SPACES TO HV-AMLCASE-NARRATIVE.
           STRING 'PEP ENHANCED DUE DILIGENCE REVIEW OVERDUE - '
                  DELIMITED BY SIZE
               'CATEGORY ' DELIMITED BY SIZE
               HV-PEPREVW-CATEGORY DELIMITED BY SIZE
               ', REVIEW WAS DUE ' DELIMITED BY SIZE
               HV-PEPREVW-NEXT-DUE-DATE DELIMITED BY SIZE
               INTO HV-AMLCASE-NARRATIVE
           END-STRING.

           EXEC SQL
              INSERT INTO AMLCASE
                 (AMLCASE_ID, AMLCASE_SORTCODE, AMLCASE_CUSTNO,
                  AMLCASE_SCRNQ_ID, AMLCASE_OPENED_DATE,
                  AMLCASE_OPENED_BY, AMLCASE_STATUS,
                  AMLCASE_NARRATIVE)
              VALUES
                 (:HV-AMLCASE-ID, :HV-SORTCODE,
                  :HV-PEPREVW-CUSTNO, 0,
                  :HV-AMLCASE-OPENED-DATE, 'BAT', 'O',
                  :HV-AMLCASE-NARRATIVE)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'PEPEDD UNABLE TO INSERT AMLCASE ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              ADD 1 TO WS-REVIEWS-FAILED
              GO TO EOV999
           END-IF.

           EXEC SQL
              UPDATE PEPREVW
              SET PEPREVW_STATUS = 'E',
                  PEPREVW_AMLCASE_ID = :HV-AMLCASE-ID
              WHERE (PEPREVW_SORTCODE = :HV-SORTCODE AND
                     PEPREVW_CUSTNO = :HV-PEPREVW-CUSTNO)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'PEPEDD UNABLE TO UPDATE PEPREVW ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              ADD 1 TO WS-REVIEWS-FAILED
              GO TO EOV999
           END-IF.

           ADD 1 TO WS-REVIEWS-ESCALATED.

           MOVE HV-AMLCASE-ID TO WS-PRINT-CASE-ID.

           MOVE SPACES TO PEPE-REPORT-LINE
           STRING 'CUSTOMER=' DELIMITED BY SIZE
               HV-PEPREVW-CUSTNO DELIMITED BY SIZE
               ' CATEGORY=' DELIMITED BY SIZE
               HV-PEPREVW-CATEGORY DELIMITED BY SIZE
               ' REVIEW DUE=' DELIMITED BY SIZE
               HV-PEPREVW-NEXT-DUE-DATE DELIMITED BY SIZE
               ' AML CASE=' DELIMITED BY SIZE
               WS-PRINT-CASE-ID DELIMITED BY SIZE
               INTO PEPE-REPORT-LINE
           END-STRING
           WRITE PEPE-REPORT-LINE.
       EOV999.
           EXIT.
