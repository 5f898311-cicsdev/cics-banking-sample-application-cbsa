      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: ONBRPT                                                  *
      *                                                                *
      * Description: Monthly onboarding funnel. The applications      *
      *              submitted in the month of the run date (ONBAPP,   *
      *              see ONBFUN) are counted by channel at each stage  *
      *              they got past - submitted, screened, duplicate-   *
      *              checked, KYC documents sighted, credit-checked,   *
      *              approved - with the share lost between each stage *
      *              and the next, and how the rest ended: declined,   *
      *              expired, or still in progress at the run date.    *
      *              Each channel's counts are followed by a DROP%     *
      *              line; the last block is all channels together.    *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the business date (defaults to today).     *
      *                                                                *
      * Output: Sequential report ONBRPT1.                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONBRPT.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNNEL-REPORT
                  ASSIGN TO ONBRPT1
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNNEL-REPORT.
       01  FUNNEL-REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE ONBDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 HV-RUN-MONTH                      PIC X(6).

       01 HV-CHANNEL                        PIC X.
       01 HV-STAGE-COUNTS.
          03 HV-STAGE-COUNT OCCURS 6 TIMES  PIC S9(9) COMP.
       01 HV-DECLINED-COUNT                 PIC S9(9) COMP.
       01 HV-EXPIRED-COUNT                  PIC S9(9) COMP.
       01 HV-OPEN-COUNT                     PIC S9(9) COMP.

       01 WS-TODAY                          PIC 9(8).

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-TOTAL-STAGE-COUNTS.
          03 WS-TOTAL-STAGE OCCURS 6 TIMES  PIC 9(8).
       01 WS-TOTAL-DECLINED                 PIC 9(8) VALUE 0.
       01 WS-TOTAL-EXPIRED                  PIC 9(8) VALUE 0.
       01 WS-TOTAL-OPEN                     PIC 9(8) VALUE 0.

       01 WS-STAGE-SUB                      PIC S9(4) COMP.
       01 WS-DROP-PCT                       PIC S9(3)V99.

       01 WS-CHANNEL-NAME                   PIC X(8).

      * One report line - the channel, then one column per stage
      * and one for each way an application ended.
       01 WS-PRINT-LINE.
          03 WS-PRINT-CHANNEL               PIC X(8).
          03 FILLER                         PIC X(6).
          03 WS-PRINT-COLUMN OCCURS 9 TIMES.
             05 FILLER                      PIC X(2).
             05 WS-PRINT-VALUE              PIC X(9).
          03 FILLER                         PIC X(19).

       01 WS-HEADING-LINE.
          03 FILLER PIC X(14) VALUE 'CHANNEL'.
          03 FILLER PIC X(33) VALUE
             '  SUBMITTED   SCREENED  DUP-CHECK'.
          03 FILLER PIC X(33) VALUE
             '        KYC     CREDIT   APPROVED'.
          03 FILLER PIC X(33) VALUE
             '   DECLINED    EXPIRED    IN-PROG'.
          03 FILLER PIC X(19) VALUE SPACES.

       01 WS-PRINT-COUNT                    PIC ZZZZZZZZ9.
       01 WS-PRINT-PCT                      PIC ZZZZ9.99.

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
           OPEN OUTPUT FUNNEL-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO FUNNEL-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO FUNNEL-REPORT-LINE
              END-STRING
              WRITE FUNNEL-REPORT-LINE
              CLOSE FUNNEL-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO FUNNEL-REPORT-LINE
           STRING 'ONBOARDING FUNNEL - SORTCODE ' DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' APPLICATIONS SUBMITTED IN ' DELIMITED BY SIZE
               HV-RUN-MONTH DELIMITED BY SIZE
               ' - AS AT ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO FUNNEL-REPORT-LINE
           END-STRING
           WRITE FUNNEL-REPORT-LINE.

           MOVE SPACES TO FUNNEL-REPORT-LINE.
           WRITE FUNNEL-REPORT-LINE.

           MOVE WS-HEADING-LINE TO FUNNEL-REPORT-LINE.
           WRITE FUNNEL-REPORT-LINE.

           INITIALIZE WS-TOTAL-STAGE-COUNTS.

           PERFORM REPORT-CHANNEL-FUNNELS.

           MOVE 'ALL'                TO WS-CHANNEL-NAME.
           MOVE 1 TO WS-STAGE-SUB.
           PERFORM TOTAL-ONE-STAGE
              UNTIL WS-STAGE-SUB > 6.
           MOVE WS-TOTAL-DECLINED    TO HV-DECLINED-COUNT.
           MOVE WS-TOTAL-EXPIRED     TO HV-EXPIRED-COUNT.
           MOVE WS-TOTAL-OPEN        TO HV-OPEN-COUNT.

           PERFORM PRINT-FUNNEL.

           CLOSE FUNNEL-REPORT.

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
           MOVE 'ONBRPT' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RRS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RRE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-TOTAL-STAGE(1) TO RUNCTL-RECORD-COUNT.
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

           MOVE HV-RUN-DATE(1:6) TO HV-RUN-MONTH.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * STAGE is the furthest stage an application got past, so an
      * application counts at every stage up to and including it.
      *----------------------------------------------------------------
       REPORT-CHANNEL-FUNNELS SECTION.
       RCF010.
           EXEC SQL
              DECLARE ONBF_CSR CURSOR FOR
                 SELECT ONBAPP_CHANNEL, COUNT(*),
                        SUM(CASE WHEN ONBAPP_STAGE >= 2
                                 THEN 1 ELSE 0 END),
                        SUM(CASE WHEN ONBAPP_STAGE >= 3
                                 THEN 1 ELSE 0 END),
                        SUM(CASE WHEN ONBAPP_STAGE >= 4
                                 THEN 1 ELSE 0 END),
                        SUM(CASE WHEN ONBAPP_STAGE >= 5
                                 THEN 1 ELSE 0 END),
                        SUM(CASE WHEN ONBAPP_STAGE >= 6
                                 THEN 1 ELSE 0 END),
                        SUM(CASE WHEN ONBAPP_STATUS = 'D'
                                 THEN 1 ELSE 0 END),
                        SUM(CASE WHEN ONBAPP_STATUS = 'X'
                                 THEN 1 ELSE 0 END),
                        SUM(CASE WHEN ONBAPP_STATUS IN
                                      ('S', 'N', 'U', 'K', 'C')
                                 THEN 1 ELSE 0 END)
                 FROM ONBAPP
                 WHERE ONBAPP_SORTCODE = :HV-SORTCODE
                   AND SUBSTR(ONBAPP_SUBMITTED_DATE, 1, 6) =
                          :HV-RUN-MONTH
                 GROUP BY ONBAPP_CHANNEL
                 ORDER BY ONBAPP_CHANNEL
           END-EXEC.

           EXEC SQL OPEN ONBF_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-CHANNEL.

           PERFORM REPORT-ONE-CHANNEL
              UNTIL WS-EOF.

           EXEC SQL CLOSE ONBF_CSR END-EXEC.
       RCF999.
           EXIT.

       FETCH-NEXT-CHANNEL SECTION.
       FNC010.
           EXEC SQL
              FETCH ONBF_CSR
              INTO :HV-CHANNEL, :HV-STAGE-COUNT(1),
                   :HV-STAGE-COUNT(2), :HV-STAGE-COUNT(3),
                   :HV-STAGE-COUNT(4), :HV-STAGE-COUNT(5),
                   :HV-STAGE-COUNT(6), :HV-DECLINED-COUNT,
                   :HV-EXPIRED-COUNT, :HV-OPEN-COUNT
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNC999.
           EXIT.

       REPORT-ONE-CHANNEL SECTION.
       ROC010.
           EVALUATE HV-CHANNEL
              WHEN 'W'
                 MOVE 'WEB'     TO WS-CHANNEL-NAME
              WHEN 'M'
                 MOVE 'MOBILE'  TO WS-CHANNEL-NAME
              WHEN 'B'
                 MOVE 'BRANCH'  TO WS-CHANNEL-NAME
              WHEN 'P'
                 MOVE 'PARTNER' TO WS-CHANNEL-NAME
              WHEN OTHER
                 MOVE SPACES    TO WS-CHANNEL-NAME
                 MOVE HV-CHANNEL TO WS-CHANNEL-NAME(1:1)
           END-EVALUATE.

           MOVE 1 TO WS-STAGE-SUB.
           PERFORM ADD-ONE-STAGE
              UNTIL WS-STAGE-SUB > 6.
           ADD HV-DECLINED-COUNT TO WS-TOTAL-DECLINED.
           ADD HV-EXPIRED-COUNT  TO WS-TOTAL-EXPIRED.
           ADD HV-OPEN-COUNT     TO WS-TOTAL-OPEN.

           PERFORM PRINT-FUNNEL.

           PERFORM FETCH-NEXT-CHANNEL.
       ROC999.
           EXIT.

       ADD-ONE-STAGE SECTION.
       AOS010.
           ADD HV-STAGE-COUNT(WS-STAGE-SUB)
              TO WS-TOTAL-STAGE(WS-STAGE-SUB).
           ADD 1 TO WS-STAGE-SUB.
       AOS999.
           EXIT.

       TOTAL-ONE-STAGE SECTION.
       TOS010.
           MOVE WS-TOTAL-STAGE(WS-STAGE-SUB)
              TO HV-STAGE-COUNT(WS-STAGE-SUB).
           ADD 1 TO WS-STAGE-SUB.
       TOS999.
           EXIT.

      *----------------------------------------------------------------
      * The counts line for one channel (or all of them), then the
      * share of applications each stage lost from the one before.
      *----------------------------------------------------------------
       PRINT-FUNNEL SECTION.
       PFN010.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-CHANNEL-NAME TO WS-PRINT-CHANNEL.

           MOVE 1 TO WS-STAGE-SUB.
           PERFORM FORMAT-ONE-COUNT
              UNTIL WS-STAGE-SUB > 6.

           MOVE HV-DECLINED-COUNT TO WS-PRINT-COUNT.
           MOVE WS-PRINT-COUNT TO WS-PRINT-VALUE(7).
           MOVE HV-EXPIRED-COUNT TO WS-PRINT-COUNT.
           MOVE WS-PRINT-COUNT TO WS-PRINT-VALUE(8).
           MOVE HV-OPEN-COUNT TO WS-PRINT-COUNT.
           MOVE WS-PRINT-COUNT TO WS-PRINT-VALUE(9).

           MOVE WS-PRINT-LINE TO FUNNEL-REPORT-LINE.
           WRITE FUNNEL-REPORT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           MOVE '  DROP%' TO WS-PRINT-CHANNEL.

           MOVE 2 TO WS-STAGE-SUB.
           PERFORM FORMAT-ONE-DROP
              UNTIL WS-STAGE-SUB > 6.

           MOVE WS-PRINT-LINE TO FUNNEL-REPORT-LINE.
           WRITE FUNNEL-REPORT-LINE.
       PFN999.
           EXIT.

       FORMAT-ONE-COUNT SECTION.
       FOC010.
           MOVE HV-STAGE-COUNT(WS-STAGE-SUB) TO WS-PRINT-COUNT.
           MOVE WS-PRINT-COUNT TO WS-PRINT-VALUE(WS-STAGE-SUB).
           ADD 1 TO WS-STAGE-SUB.
       FOC999.
           EXIT.

       FORMAT-ONE-DROP SECTION.
       FOD010.
           IF HV-STAGE-COUNT(WS-STAGE-SUB - 1) = 0
              MOVE 0 TO WS-DROP-PCT
           ELSE
              COMPUTE WS-DROP-PCT ROUNDED =
                 (HV-STAGE-COUNT(WS-STAGE-SUB - 1)
                  - HV-STAGE-COUNT(WS-STAGE-SUB)) * 100
                 / HV-STAGE-COUNT(WS-STAGE-SUB - 1)
           END-IF.

           MOVE WS-DROP-PCT TO WS-PRINT-PCT.
           MOVE WS-PRINT-PCT TO WS-PRINT-VALUE(WS-STAGE-SUB)(2:8).
           ADD 1 TO WS-STAGE-SUB.
       FOD999.
           EXIT.
