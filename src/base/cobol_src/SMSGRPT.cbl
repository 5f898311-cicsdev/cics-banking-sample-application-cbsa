      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: SMSGRPT                                                 *
      *                                                                *
      * Description: Secure message service levels. Every customer    *
      *              message sent in the period (SECMSG, see SMSGFUN) *
      *              is counted against the branch whose queue holds  *
      *              it now and the category it is filed under: how   *
      *              many came in, how many have been answered, how   *
      *              many of those within the SMSG-REPLY-HOURS        *
      *              standard on CONTROL, the average and longest     *
      *              time to the first reply in hours, how many are   *
      *              still unanswered and how many of those are       *
      *              already past the standard as the run finds them, *
      *              how many had to be transferred between branches  *
      *              and how many became complaint cases. Each        *
      *              branch's categories are followed by a branch     *
      *              total, and the report ends with a total for all  *
      *              branches.                                        *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd,yyyymmdd' - sort code, period     *
      *        start and period end (end defaults to today, start     *
      *        defaults to the first of the end date's month).        *
      *                                                                *
      * Output: Sequential report SMSGRPT1.                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMSGRPT.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLA-REPORT
                  ASSIGN TO SMSGRPT1
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SLA-REPORT.
       01  SLA-REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE SMSGDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-FROM-DATE                      PIC X(8).
       01 HV-TO-DATE                        PIC X(8).

       01 HV-QUEUE-SORTCODE                 PIC X(6).
       01 HV-CATEGORY                       PIC X(4).
       01 HV-STATUS                         PIC X.
       01 HV-SENT-DATE                      PIC X(8).
       01 HV-SENT-TIME                      PIC X(6).
       01 HV-REPLY-DATE                     PIC X(8).
       01 HV-REPLY-TIME                     PIC X(6).
       01 HV-TRANSFERS                      PIC S9(9) COMP.

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.

       01 WS-REPLY-HOURS                    PIC S9(9) COMP.
       01 WS-REPLY-MINUTES                  PIC S9(9) COMP.

       01 WS-TODAY                          PIC 9(8).
       01 WS-NOW-TIME                       PIC 9(8).
       01 WS-NOW-TIME-X REDEFINES WS-NOW-TIME.
          03 WS-NOW-HHMMSS                  PIC X(6).
          03 FILLER                         PIC X(2).

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-FIRST-ROW-SW                   PIC X VALUE 'Y'.
          88 WS-FIRST-ROW                   VALUE 'Y'.

       01 WS-CURR-SORTCODE                  PIC X(6).
       01 WS-CURR-CATEGORY                  PIC X(4).

      * The time between two stamps, for a reply (or, unanswered,
      * the wait so far) - dates YYYYMMDD and times HHMMSS.
       01 WS-FROM-DATE                      PIC 9(8).
       01 WS-FROM-TIME                      PIC X(6).
       01 WS-FROM-TIME-X REDEFINES WS-FROM-TIME.
          03 WS-FROM-HH                     PIC 99.
          03 WS-FROM-MM                     PIC 99.
          03 WS-FROM-SS                     PIC 99.
       01 WS-UNTIL-DATE                     PIC 9(8).
       01 WS-UNTIL-TIME                     PIC X(6).
       01 WS-UNTIL-TIME-X REDEFINES WS-UNTIL-TIME.
          03 WS-UNTIL-HH                    PIC 99.
          03 WS-UNTIL-MM                    PIC 99.
          03 WS-UNTIL-SS                    PIC 99.
       01 WS-ELAPSED-MINUTES                PIC S9(9) COMP.

      * Counters at three levels - the category within a branch,
      * the branch, and all branches - rolled up at each break.
       01 WS-LEVEL-CAT                      PIC S9(4) COMP VALUE 1.
       01 WS-LEVEL-BRANCH                   PIC S9(4) COMP VALUE 2.
       01 WS-LEVEL-ALL                      PIC S9(4) COMP VALUE 3.
       01 WS-LEVEL                          PIC S9(4) COMP.
       01 WS-COUNTERS.
          03 WS-COUNTER-SET OCCURS 3 TIMES.
             05 WS-RECEIVED                 PIC 9(8).
             05 WS-REPLIED                  PIC 9(8).
             05 WS-IN-SLA                   PIC 9(8).
             05 WS-TOTAL-MINUTES            PIC 9(13).
             05 WS-MAX-MINUTES              PIC 9(9).
             05 WS-UNANSWERED               PIC 9(8).
             05 WS-OVERDUE                  PIC 9(8).
             05 WS-TRANSFERRED              PIC 9(8).
             05 WS-TO-COMPLAINT             PIC 9(8).

       01 WS-SLA-PCT                        PIC S9(3)V99.
       01 WS-HOURS                          PIC S9(7)V9.

       01 WS-PRINT-LINE.
          03 WS-PRINT-BRANCH                PIC X(8).
          03 WS-PRINT-CATEGORY              PIC X(6).
          03 WS-PRINT-COLUMN OCCURS 10 TIMES.
             05 FILLER                      PIC X(2).
             05 WS-PRINT-VALUE              PIC X(9).
          03 FILLER                         PIC X(8).

       01 WS-HEADING-LINE.
          03 FILLER PIC X(14) VALUE 'BRANCH  CAT'.
          03 FILLER PIC X(33) VALUE
             '   RECEIVED    REPLIED     IN-SLA'.
          03 FILLER PIC X(33) VALUE
             '       SLA%    AVG-HRS    MAX-HRS'.
          03 FILLER PIC X(33) VALUE
             ' UNANSWERED    OVERDUE  TRANSFERS'.
          03 FILLER PIC X(11) VALUE
             ' COMPLAINTS'.
          03 FILLER PIC X(8) VALUE SPACES.

       01 WS-PRINT-COUNT                    PIC ZZZZZZZZ9.
       01 WS-PRINT-PCT                      PIC ZZZZ9.99.
       01 WS-PRINT-HOURS                    PIC ZZZZZZ9.9.

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

           PERFORM GET-REPLY-STANDARD.

           MOVE SPACES TO SLA-REPORT-LINE
           STRING 'SECURE MESSAGE SERVICE LEVELS - SORTCODE '
               DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' MESSAGES SENT ' DELIMITED BY SIZE
               HV-FROM-DATE DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               HV-TO-DATE DELIMITED BY SIZE
               INTO SLA-REPORT-LINE
           END-STRING
           WRITE SLA-REPORT-LINE.

           MOVE WS-REPLY-HOURS TO WS-PRINT-COUNT.
           MOVE SPACES TO SLA-REPORT-LINE
           STRING 'REPLY STANDARD (SMSG-REPLY-HOURS) ' DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               ' HOURS - AS AT ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-NOW-HHMMSS DELIMITED BY SIZE
               INTO SLA-REPORT-LINE
           END-STRING
           WRITE SLA-REPORT-LINE.

           MOVE SPACES TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.

           MOVE WS-HEADING-LINE TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.

           INITIALIZE WS-COUNTERS.

           PERFORM TALLY-MESSAGES.

           IF WS-RECEIVED(WS-LEVEL-ALL) = 0
              MOVE 'NO MESSAGES WERE SENT IN THE PERIOD' TO
                 SLA-REPORT-LINE
              WRITE SLA-REPORT-LINE
           ELSE
              MOVE SPACES TO SLA-REPORT-LINE
              WRITE SLA-REPORT-LINE
              MOVE WS-LEVEL-ALL TO WS-LEVEL
              MOVE 'ALL' TO WS-CURR-SORTCODE
              MOVE SPACES TO WS-CURR-CATEGORY
              PERFORM PRINT-COUNTERS
           END-IF.

           CLOSE SLA-REPORT.

           MOVE 0 TO RETURN-CODE.

           PERFORM REGISTER-RUN-END.

           GOBACK.

       A999.
           EXIT.

      *----------------------------------------------------------------
       REGISTER-RUN-START SECTION.
       RRS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'SMSGRPT' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-TO-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RRS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RRE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-RECEIVED(WS-LEVEL-ALL) TO RUNCTL-RECORD-COUNT.
           MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RRE999.
           EXIT.

      *----------------------------------------------------------------
       GET-RUN-PARMS SECTION.
       GRP010.
           MOVE SPACES TO HV-SORTCODE HV-FROM-DATE HV-TO-DATE.

           IF PARM-LENGTH > 0
              UNSTRING PARM(1:PARM-LENGTH) DELIMITED BY ','
                 INTO HV-SORTCODE HV-FROM-DATE HV-TO-DATE
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.

           IF HV-TO-DATE = SPACES OR HV-TO-DATE = LOW-VALUES
              MOVE WS-TODAY TO HV-TO-DATE
           END-IF.

           IF HV-FROM-DATE = SPACES OR HV-FROM-DATE = LOW-VALUES
              MOVE HV-TO-DATE TO HV-FROM-DATE
              MOVE '01' TO HV-FROM-DATE(7:2)
           END-IF.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * The reply standard lives on CONTROL like every other
      * configurable limit; two working days when it is not set.
      *----------------------------------------------------------------
       GET-REPLY-STANDARD SECTION.
       GRS010.
           MOVE 48 TO WS-REPLY-HOURS.
           MOVE 'SMSG-REPLY-HOURS' TO HV-CONTROL-NAME.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-REPLY-HOURS
           END-IF.

           COMPUTE WS-REPLY-MINUTES = WS-REPLY-HOURS * 60.
       GRS999.
           EXIT.

      *----------------------------------------------------------------
      * The customer's messages (not the replies) in queue branch
      * and category order, so each change of either is a break.
      *----------------------------------------------------------------
       TALLY-MESSAGES SECTION.
       TMS010.
           EXEC SQL
              DECLARE SLA_CSR CURSOR FOR
                 SELECT SECMSG_QUEUE_SORTCODE, SECMSG_CATEGORY,
                        SECMSG_STATUS, SECMSG_SENT_DATE,
                        SECMSG_SENT_TIME, SECMSG_REPLY_DATE,
                        SECMSG_REPLY_TIME, SECMSG_TRANSFERS
                 FROM SECMSG
                 WHERE SECMSG_CUST_SORTCODE = :HV-SORTCODE
                   AND SECMSG_DIRECTION = 'I'
                   AND SECMSG_SENT_DATE BETWEEN :HV-FROM-DATE
                                            AND :HV-TO-DATE
                 ORDER BY SECMSG_QUEUE_SORTCODE, SECMSG_CATEGORY
           END-EXEC.

           EXEC SQL OPEN SLA_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.
           MOVE 'Y' TO WS-FIRST-ROW-SW.

           PERFORM FETCH-NEXT-MESSAGE.

           PERFORM TALLY-ONE-MESSAGE
              UNTIL WS-EOF.

           EXEC SQL CLOSE SLA_CSR END-EXEC.

           IF NOT WS-FIRST-ROW
              PERFORM CATEGORY-BREAK
              PERFORM BRANCH-BREAK
           END-IF.
       TMS999.
           EXIT.

       FETCH-NEXT-MESSAGE SECTION.
       FNM010.
           EXEC SQL
              FETCH SLA_CSR
              INTO :HV-QUEUE-SORTCODE, :HV-CATEGORY,
                   :HV-STATUS, :HV-SENT-DATE,
                   :HV-SENT-TIME, :HV-REPLY-DATE,
                   :HV-REPLY-TIME, :HV-TRANSFERS
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNM999.
           EXIT.

       TALLY-ONE-MESSAGE SECTION.
       TOM010.
           IF WS-FIRST-ROW
              MOVE 'N' TO WS-FIRST-ROW-SW
              MOVE HV-QUEUE-SORTCODE TO WS-CURR-SORTCODE
              MOVE HV-CATEGORY TO WS-CURR-CATEGORY
           END-IF.

           IF HV-QUEUE-SORTCODE NOT = WS-CURR-SORTCODE
              PERFORM CATEGORY-BREAK
              PERFORM BRANCH-BREAK
              MOVE HV-QUEUE-SORTCODE TO WS-CURR-SORTCODE
              MOVE HV-CATEGORY TO WS-CURR-CATEGORY
           ELSE
              IF HV-CATEGORY NOT = WS-CURR-CATEGORY
                 PERFORM CATEGORY-BREAK
                 MOVE HV-CATEGORY TO WS-CURR-CATEGORY
              END-IF
           END-IF.

           ADD 1 TO WS-RECEIVED(WS-LEVEL-CAT).

           MOVE HV-SENT-DATE TO WS-FROM-DATE.
           MOVE HV-SENT-TIME TO WS-FROM-TIME.

      *
      *    Answered: the clock stops at the first reply. Not yet
      *    answered: it is still running, so the wait so far says
      *    whether the message is already overdue.
      *
           IF HV-REPLY-DATE NOT = SPACES
              ADD 1 TO WS-REPLIED(WS-LEVEL-CAT)
              MOVE HV-REPLY-DATE TO WS-UNTIL-DATE
              MOVE HV-REPLY-TIME TO WS-UNTIL-TIME
              PERFORM COMPUTE-ELAPSED-MINUTES
              ADD WS-ELAPSED-MINUTES TO WS-TOTAL-MINUTES(WS-LEVEL-CAT)
              IF WS-ELAPSED-MINUTES > WS-MAX-MINUTES(WS-LEVEL-CAT)
                 MOVE WS-ELAPSED-MINUTES TO
                    WS-MAX-MINUTES(WS-LEVEL-CAT)
              END-IF
              IF WS-ELAPSED-MINUTES NOT > WS-REPLY-MINUTES
                 ADD 1 TO WS-IN-SLA(WS-LEVEL-CAT)
              END-IF
           ELSE
              IF HV-STATUS NOT = 'X' AND HV-STATUS NOT = 'P'
                 ADD 1 TO WS-UNANSWERED(WS-LEVEL-CAT)
                 MOVE WS-TODAY TO WS-UNTIL-DATE
                 MOVE WS-NOW-HHMMSS TO WS-UNTIL-TIME
                 PERFORM COMPUTE-ELAPSED-MINUTES
                 IF WS-ELAPSED-MINUTES > WS-REPLY-MINUTES
                    ADD 1 TO WS-OVERDUE(WS-LEVEL-CAT)
                 END-IF
              END-IF
           END-IF.

           IF HV-TRANSFERS > 0
              ADD 1 TO WS-TRANSFERRED(WS-LEVEL-CAT)
           END-IF.

           IF HV-STATUS = 'P'
              ADD 1 TO WS-TO-COMPLAINT(WS-LEVEL-CAT)
           END-IF.

           PERFORM FETCH-NEXT-MESSAGE.
       TOM999.
           EXIT.

       COMPUTE-ELAPSED-MINUTES SECTION.
       CEM010.
           COMPUTE WS-ELAPSED-MINUTES =
              (FUNCTION INTEGER-OF-DATE(WS-UNTIL-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)) * 1440
              + (WS-UNTIL-HH * 60 + WS-UNTIL-MM)
              - (WS-FROM-HH * 60 + WS-FROM-MM).

           IF WS-ELAPSED-MINUTES < 0
              MOVE 0 TO WS-ELAPSED-MINUTES
           END-IF.
       CEM999.
           EXIT.

      *----------------------------------------------------------------
      * Print the category just finished and add it into its
      * branch; the branch break does the same into the total.
      *----------------------------------------------------------------
       CATEGORY-BREAK SECTION.
       CBK010.
           MOVE WS-LEVEL-CAT TO WS-LEVEL.
           PERFORM PRINT-COUNTERS.
           PERFORM ROLL-UP-COUNTERS.
       CBK999.
           EXIT.

       BRANCH-BREAK SECTION.
       BBK010.
           MOVE WS-LEVEL-BRANCH TO WS-LEVEL.
           MOVE 'TOTAL' TO WS-CURR-CATEGORY.
           PERFORM PRINT-COUNTERS.
           PERFORM ROLL-UP-COUNTERS.

           MOVE SPACES TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
       BBK999.
           EXIT.

       ROLL-UP-COUNTERS SECTION.
       RUC010.
           ADD WS-RECEIVED(WS-LEVEL) TO WS-RECEIVED(WS-LEVEL + 1).
           ADD WS-REPLIED(WS-LEVEL) TO WS-REPLIED(WS-LEVEL + 1).
           ADD WS-IN-SLA(WS-LEVEL) TO WS-IN-SLA(WS-LEVEL + 1).
           ADD WS-TOTAL-MINUTES(WS-LEVEL)
              TO WS-TOTAL-MINUTES(WS-LEVEL + 1).
           IF WS-MAX-MINUTES(WS-LEVEL) > WS-MAX-MINUTES(WS-LEVEL + 1)
              MOVE WS-MAX-MINUTES(WS-LEVEL)
                 TO WS-MAX-MINUTES(WS-LEVEL + 1)
           END-IF.
           ADD WS-UNANSWERED(WS-LEVEL) TO WS-UNANSWERED(WS-LEVEL + 1).
           ADD WS-OVERDUE(WS-LEVEL) TO WS-OVERDUE(WS-LEVEL + 1).
           ADD WS-TRANSFERRED(WS-LEVEL)
              TO WS-TRANSFERRED(WS-LEVEL + 1).
           ADD WS-TO-COMPLAINT(WS-LEVEL)
              TO WS-TO-COMPLAINT(WS-LEVEL + 1).

           INITIALIZE WS-COUNTER-SET(WS-LEVEL).
       RUC999.
           EXIT.

      *----------------------------------------------------------------
      * One report line for the counters at WS-LEVEL. The SLA share
      * and the hours are of the messages answered; with none
      * answered they print as zero.
      *----------------------------------------------------------------
       PRINT-COUNTERS SECTION.
       PCN010.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-CURR-SORTCODE TO WS-PRINT-BRANCH.
           MOVE WS-CURR-CATEGORY TO WS-PRINT-CATEGORY.

           MOVE WS-RECEIVED(WS-LEVEL) TO WS-PRINT-COUNT.
           MOVE WS-PRINT-COUNT TO WS-PRINT-VALUE(1).
           MOVE WS-REPLIED(WS-LEVEL) TO WS-PRINT-COUNT.
           MOVE WS-PRINT-COUNT TO WS-PRINT-VALUE(2).
           MOVE WS-IN-SLA(WS-LEVEL) TO WS-PRINT-COUNT.
           MOVE WS-PRINT-COUNT TO WS-PRINT-VALUE(3).

           IF WS-REPLIED(WS-LEVEL) = 0
              MOVE 0 TO WS-SLA-PCT
              MOVE 0 TO WS-HOURS
           ELSE
              COMPUTE WS-SLA-PCT ROUNDED =
                 WS-IN-SLA(WS-LEVEL) * 100 / WS-REPLIED(WS-LEVEL)
              COMPUTE WS-HOURS ROUNDED =
                 WS-TOTAL-MINUTES(WS-LEVEL)
                 / (WS-REPLIED(WS-LEVEL) * 60)
           END-IF.

           MOVE WS-SLA-PCT TO WS-PRINT-PCT.
           MOVE WS-PRINT-PCT TO WS-PRINT-VALUE(4)(2:8).
           MOVE WS-HOURS TO WS-PRINT-HOURS.
           MOVE WS-PRINT-HOURS TO WS-PRINT-VALUE(5).
           COMPUTE WS-HOURS ROUNDED = WS-MAX-MINUTES(WS-LEVEL) / 60.
           MOVE WS-HOURS TO WS-PRINT-HOURS.
           MOVE WS-PRINT-HOURS TO WS-PRINT-VALUE(6).

           MOVE WS-UNANSWERED(WS-LEVEL) TO WS-PRINT-COUNT.
           MOVE WS-PRINT-COUNT TO WS-PRINT-VALUE(7).
           MOVE WS-OVERDUE(WS-LEVEL) TO WS-PRINT-COUNT.
           MOVE WS-PRINT-COUNT TO WS-PRINT-VALUE(8).
           MOVE WS-TRANSFERRED(WS-LEVEL) TO WS-PRINT-COUNT.
           MOVE WS-PRINT-COUNT TO WS-PRINT-VALUE(9).
           MOVE WS-TO-COMPLAINT(WS-LEVEL) TO WS-PRINT-COUNT.
           MOVE WS-PRINT-COUNT TO WS-PRINT-VALUE(10).

           MOVE WS-PRINT-LINE TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
       PCN999.
           EXIT.
