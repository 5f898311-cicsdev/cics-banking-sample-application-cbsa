      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: IBRECN                                                  *
      *                                                                *
      * Description: Daily inter-branch reconciliation. GLPOST books  *
      *              each movement between two of our sort codes on   *
      *              both branches' ledgers - due-from on one side,   *
      *              due-to on the other - and leaves each branch's   *
      *              view of the day's position with every other      *
      *              branch on IBPOSN. This run proves, for every     *
      *              branch this sort code dealt with today, that the *
      *              two views cancel out: what we say the other      *
      *              branch owes us, less what we say we owe it, plus *
      *              the same from its side, must be exactly zero. A  *
      *              pair only one side has posted is a break too -   *
      *              the other branch's GLPOST has not run, or ran    *
      *              before the movement arrived.                     *
      *                                                                *
      *              It then prints the branch's own trial balance    *
      *              for the period to date - each GL account's GLBAL *
      *              opening balance plus its GLENTRY movement up to  *
      *              the run date, debit positive - which must net to *
      *              zero by itself, inter-branch accounts included.  *
      *                                                                *
      *              Every pair break is raised on the EXCPTION       *
      *              queue. The verdict is kept on IBRECN - 'B' when  *
      *              every pair proved and the trial balance nets to  *
      *              zero, 'O' otherwise (RC=8) - and GLCLOSE will    *
      *              not close a period whose last posted day is not  *
      *              'B'.                                             *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the business date (defaults to today).     *
      *                                                                *
      * Output: Sequential report IBRCRPT.                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBRECN.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IB-RECN-REPORT
                  ASSIGN TO IBRCRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  IB-RECN-REPORT.
       01  IB-RECN-REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE IBDB2 END-EXEC.
           EXEC SQL INCLUDE GLDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).

       01 HV-PERIOD                         PIC X(6).
       01 HV-PERIOD-FROM                    PIC X(8).

       01 HV-OTHER-SORTCODE                 PIC X(6).
       01 HV-OUR-DUE-FROM                   PIC S9(12)V99 COMP-3.
       01 HV-OUR-DUE-TO                     PIC S9(12)V99 COMP-3.
       01 HV-OUR-MOVE-COUNT                 PIC S9(9) COMP.
       01 HV-THEIR-DUE-FROM                 PIC S9(12)V99 COMP-3.
       01 HV-THEIR-DUE-TO                   PIC S9(12)V99 COMP-3.
       01 HV-OUR-POSTED                     PIC X.
       01 HV-THEIR-POSTED                   PIC X.

       01 HV-GLACCT                         PIC X(8).
       01 HV-OPENING-BAL                    PIC S9(12)V99 COMP-3.
       01 HV-MOVEMENT                       PIC S9(12)V99 COMP-3.

       01 HV-PAIR-COUNT                     PIC S9(9) COMP.
       01 HV-PAIR-BREAKS                    PIC S9(9) COMP.
       01 HV-TB-NET                         PIC S9(12)V99 COMP-3.
       01 HV-RECN-STATUS                    PIC X.

       01 WS-OUR-NET                        PIC S9(12)V99.
       01 WS-THEIR-NET                      PIC S9(12)V99.
       01 WS-PAIR-NET                       PIC S9(12)V99.
       01 WS-CLOSING-BAL                    PIC S9(12)V99.
       01 WS-BREAK-REASON                   PIC X(30).

       01 WS-TODAY                          PIC 9(8).

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.
       01 WS-RUN-FAILED-SW                  PIC X VALUE 'N'.
          88 WS-RUN-FAILED                  VALUE 'Y'.

       01 WS-ACCOUNTS-LISTED                PIC 9(6) VALUE 0.

       01 WS-PRINT-AMOUNT                   PIC +9(12).99.
       01 WS-PRINT-AMOUNT2                  PIC +9(12).99.
       01 WS-PRINT-AMOUNT3                  PIC +9(12).99.
       01 WS-PRINT-SQLCODE                  PIC ----9.
       01 WS-PRINT-COUNT                    PIC 9(6).
       01 WS-PRINT-COUNT2                   PIC 9(6).
       01 WS-FAILED-TABLE                   PIC X(8).

      * Batch exception writer (see EXCPWRT) - a pair that does not
      * cancel out is money one branch's books cannot account for,
      * severity E.
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
           OPEN OUTPUT IB-RECN-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO IB-RECN-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO IB-RECN-REPORT-LINE
              END-STRING
              WRITE IB-RECN-REPORT-LINE
              CLOSE IB-RECN-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO IB-RECN-REPORT-LINE
           STRING 'INTER-BRANCH RECONCILIATION - SORTCODE '
               DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO IB-RECN-REPORT-LINE
           END-STRING
           WRITE IB-RECN-REPORT-LINE.

           PERFORM RECONCILE-PAIRS.

           IF WS-RUN-FAILED
              GO TO A090
           END-IF.

           PERFORM PROVE-TRIAL-BALANCE.

           IF WS-RUN-FAILED
              GO TO A090
           END-IF.

           PERFORM RECORD-THE-RECONCILIATION.

           IF WS-RUN-FAILED
              GO TO A090
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
       A090.
           IF WS-RUN-FAILED
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE SPACES TO IB-RECN-REPORT-LINE
              MOVE 'RECONCILIATION NOT RECORDED - RUN FAILED'
                 TO IB-RECN-REPORT-LINE
              WRITE IB-RECN-REPORT-LINE
           END-IF.

           MOVE HV-PAIR-COUNT TO WS-PRINT-COUNT.
           MOVE HV-PAIR-BREAKS TO WS-PRINT-COUNT2.
           MOVE SPACES TO IB-RECN-REPORT-LINE
           STRING 'PAIRS PROVED=' DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               ' BREAKS=' DELIMITED BY SIZE
               WS-PRINT-COUNT2 DELIMITED BY SIZE
               ' GL ACCOUNTS=' DELIMITED BY SIZE
               WS-ACCOUNTS-LISTED DELIMITED BY SIZE
               ' STATUS=' DELIMITED BY SIZE
               HV-RECN-STATUS DELIMITED BY SIZE
               INTO IB-RECN-REPORT-LINE
           END-STRING
           WRITE IB-RECN-REPORT-LINE.

           CLOSE IB-RECN-REPORT.

           EVALUATE TRUE
              WHEN WS-RUN-FAILED
                 MOVE 12 TO RETURN-CODE
              WHEN HV-RECN-STATUS = 'B'
                 MOVE 0 TO RETURN-CODE
              WHEN OTHER
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           PERFORM REGISTER-RUN-END.

           GOBACK.

       A999.
           EXIT.

      *----------------------------------------------------------------
      * Register this run on the RUNCTL ledger - there is nothing to
      * prove until GLPOST has posted the day.
      *----------------------------------------------------------------
       REGISTER-RUN-START SECTION.
       RGS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'IBRECN  ' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE 'GLPOST  ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE HV-PAIR-COUNT TO RUNCTL-RECORD-COUNT.
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

           MOVE HV-RUN-DATE(1:6) TO HV-PERIOD.
           MOVE HV-PERIOD TO HV-PERIOD-FROM(1:6).
           MOVE '01' TO HV-PERIOD-FROM(7:2).

           MOVE 0 TO HV-PAIR-COUNT.
           MOVE 0 TO HV-PAIR-BREAKS.
           MOVE 0 TO HV-TB-NET.
           MOVE SPACE TO HV-RECN-STATUS.

           MOVE 0 TO RETURN-CODE.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * Every branch we dealt with today, from either side: our own
      * IBPOSN rows matched to the other branch's row for us, plus
      * any branch whose row names us when we have none for it.
      *----------------------------------------------------------------
       RECONCILE-PAIRS SECTION.
       RCP010.
           MOVE SPACES TO IB-RECN-REPORT-LINE
           MOVE 'BRANCH PAIRS:' TO IB-RECN-REPORT-LINE
           WRITE IB-RECN-REPORT-LINE.

           EXEC SQL
              DECLARE IBPAIR_CSR CURSOR FOR
                 SELECT P.IBPOSN_OTHER_SORTCODE,
                        P.IBPOSN_DUE_FROM, P.IBPOSN_DUE_TO,
                        P.IBPOSN_MOVE_COUNT, 'Y',
                        COALESCE(Q.IBPOSN_DUE_FROM, 0),
                        COALESCE(Q.IBPOSN_DUE_TO, 0),
                        CASE WHEN Q.IBPOSN_SORTCODE IS NULL
                             THEN 'N' ELSE 'Y' END
                 FROM IBPOSN P
                 LEFT OUTER JOIN IBPOSN Q
                   ON Q.IBPOSN_SORTCODE = P.IBPOSN_OTHER_SORTCODE
                  AND Q.IBPOSN_OTHER_SORTCODE = P.IBPOSN_SORTCODE
                  AND Q.IBPOSN_DATE = P.IBPOSN_DATE
                 WHERE P.IBPOSN_SORTCODE = :HV-SORTCODE
                   AND P.IBPOSN_DATE = :HV-RUN-DATE
                 UNION ALL
                 SELECT Q.IBPOSN_SORTCODE,
                        CAST(0 AS DECIMAL(14,2)),
                        CAST(0 AS DECIMAL(14,2)),
                        0, 'N',
                        Q.IBPOSN_DUE_FROM, Q.IBPOSN_DUE_TO, 'Y'
                 FROM IBPOSN Q
                 WHERE Q.IBPOSN_OTHER_SORTCODE = :HV-SORTCODE
                   AND Q.IBPOSN_DATE = :HV-RUN-DATE
                   AND NOT EXISTS
                      (SELECT 1
                       FROM IBPOSN P
                       WHERE P.IBPOSN_SORTCODE = :HV-SORTCODE
                         AND P.IBPOSN_OTHER_SORTCODE =
                                Q.IBPOSN_SORTCODE
                         AND P.IBPOSN_DATE = Q.IBPOSN_DATE)
                 ORDER BY 1
           END-EXEC.

           EXEC SQL OPEN IBPAIR_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'IBPOSN' TO WS-FAILED-TABLE
              PERFORM REPORT-SQL-FAILURE
              GO TO RCP999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-PAIR.

           PERFORM UNTIL WS-EOF
              PERFORM PROVE-ONE-PAIR
              PERFORM FETCH-NEXT-PAIR
           END-PERFORM.

           EXEC SQL CLOSE IBPAIR_CSR END-EXEC.
       RCP999.
           EXIT.

       FETCH-NEXT-PAIR SECTION.
       FNP010.
           EXEC SQL
              FETCH IBPAIR_CSR
              INTO :HV-OTHER-SORTCODE,
                   :HV-OUR-DUE-FROM, :HV-OUR-DUE-TO,
                   :HV-OUR-MOVE-COUNT, :HV-OUR-POSTED,
                   :HV-THEIR-DUE-FROM, :HV-THEIR-DUE-TO,
                   :HV-THEIR-POSTED
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'Y' TO WS-EOF-SW
              WHEN OTHER
                 MOVE 'Y' TO WS-EOF-SW
                 MOVE 'IBPOSN' TO WS-FAILED-TABLE
                 PERFORM REPORT-SQL-FAILURE
           END-EVALUATE.
       FNP999.
           EXIT.

      *----------------------------------------------------------------
      * Our net (owed to us less owed by us) and theirs must cancel
      * out, and both sides must have posted.
      *----------------------------------------------------------------
       PROVE-ONE-PAIR SECTION.
       POP010.
           ADD 1 TO HV-PAIR-COUNT.

           COMPUTE WS-OUR-NET = HV-OUR-DUE-FROM - HV-OUR-DUE-TO.
           COMPUTE WS-THEIR-NET = HV-THEIR-DUE-FROM - HV-THEIR-DUE-TO.
           COMPUTE WS-PAIR-NET = WS-OUR-NET + WS-THEIR-NET.

           EVALUATE TRUE
              WHEN HV-THEIR-POSTED NOT = 'Y'
                 MOVE 'NOT POSTED BY OTHER BRANCH' TO WS-BREAK-REASON
              WHEN HV-OUR-POSTED NOT = 'Y'
                 MOVE 'NOT POSTED BY THIS BRANCH' TO WS-BREAK-REASON
              WHEN WS-PAIR-NET NOT = 0
                 MOVE 'DOES NOT NET TO ZERO' TO WS-BREAK-REASON
              WHEN OTHER
                 MOVE 'NETS TO ZERO' TO WS-BREAK-REASON
           END-EVALUATE.

           MOVE WS-OUR-NET TO WS-PRINT-AMOUNT.
           MOVE WS-THEIR-NET TO WS-PRINT-AMOUNT2.
           MOVE WS-PAIR-NET TO WS-PRINT-AMOUNT3.
           MOVE SPACES TO IB-RECN-REPORT-LINE
           STRING 'WITH SORTCODE ' DELIMITED BY SIZE
               HV-OTHER-SORTCODE DELIMITED BY SIZE
               ' OURS=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' THEIRS=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT2 DELIMITED BY SIZE
               ' NET=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT3 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-BREAK-REASON DELIMITED BY SIZE
               INTO IB-RECN-REPORT-LINE
           END-STRING
           WRITE IB-RECN-REPORT-LINE.

           IF WS-BREAK-REASON = 'NETS TO ZERO'
              GO TO POP999
           END-IF.

           ADD 1 TO HV-PAIR-BREAKS.

           INITIALIZE EXCP-AREA.
           MOVE 'IBRECN' TO EXCP-SOURCE.
           MOVE HV-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'E' TO EXCP-SEVERITY.
           MOVE SPACES TO EXCP-ACCNO.
           MOVE SPACES TO EXCP-CUSTNO.
           STRING 'INTER-BRANCH BREAK WITH ' DELIMITED BY SIZE
               HV-OTHER-SORTCODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-BREAK-REASON DELIMITED BY '  '
               ' NET=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT3 DELIMITED BY SIZE
               INTO EXCP-MESSAGE
           END-STRING.

           CALL 'EXCPWRT' USING EXCP-AREA.
       POP999.
           EXIT.

      *----------------------------------------------------------------
      * The branch's trial balance for the period to date: every GL
      * account that opened the period with a GLBAL balance or has
      * moved since, closing balance opening plus movement, debit
      * positive. The sum over all of them is the branch's net and
      * must be zero by itself.
      *----------------------------------------------------------------
       PROVE-TRIAL-BALANCE SECTION.
       PTB010.
           MOVE SPACES TO IB-RECN-REPORT-LINE
           MOVE 'PERIOD TO DATE TRIAL BALANCE:' TO IB-RECN-REPORT-LINE
           WRITE IB-RECN-REPORT-LINE.

           EXEC SQL
              DECLARE IBTB_CSR CURSOR FOR
                 SELECT GLACCT, SUM(OPENING), SUM(MOVEMENT)
                 FROM (
                    SELECT GLBAL_GLACCT AS GLACCT,
                           GLBAL_OPENING_BALANCE AS OPENING,
                           CAST(0 AS DECIMAL(14,2)) AS MOVEMENT
                    FROM GLBAL
                    WHERE GLBAL_SORTCODE = :HV-SORTCODE
                      AND GLBAL_PERIOD = :HV-PERIOD
                    UNION ALL
                    SELECT GLENTRY_GLACCT AS GLACCT,
                           CAST(0 AS DECIMAL(14,2)) AS OPENING,
                           GLENTRY_DR_TOTAL - GLENTRY_CR_TOTAL
                              AS MOVEMENT
                    FROM GLENTRY
                    WHERE GLENTRY_SORTCODE = :HV-SORTCODE
                      AND GLENTRY_DATE >= :HV-PERIOD-FROM
                      AND GLENTRY_DATE <= :HV-RUN-DATE
                 ) AS PERIOD_BOOK
                 GROUP BY GLACCT
                 ORDER BY GLACCT
           END-EXEC.

           EXEC SQL OPEN IBTB_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'GLENTRY' TO WS-FAILED-TABLE
              PERFORM REPORT-SQL-FAILURE
              GO TO PTB999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-GLACCT.

           PERFORM UNTIL WS-EOF
              PERFORM LIST-ONE-GLACCT
              PERFORM FETCH-NEXT-GLACCT
           END-PERFORM.

           EXEC SQL CLOSE IBTB_CSR END-EXEC.

           MOVE HV-TB-NET TO WS-PRINT-AMOUNT.
           MOVE SPACES TO IB-RECN-REPORT-LINE
           STRING 'TRIAL BALANCE NET=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO IB-RECN-REPORT-LINE
           END-STRING
           WRITE IB-RECN-REPORT-LINE.
       PTB999.
           EXIT.

       FETCH-NEXT-GLACCT SECTION.
       FNG010.
           EXEC SQL
              FETCH IBTB_CSR
              INTO :HV-GLACCT, :HV-OPENING-BAL, :HV-MOVEMENT
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'Y' TO WS-EOF-SW
              WHEN OTHER
                 MOVE 'Y' TO WS-EOF-SW
                 MOVE 'GLENTRY' TO WS-FAILED-TABLE
                 PERFORM REPORT-SQL-FAILURE
           END-EVALUATE.
       FNG999.
           EXIT.

       LIST-ONE-GLACCT SECTION.
       LOG010.
           ADD 1 TO WS-ACCOUNTS-LISTED.
           COMPUTE WS-CLOSING-BAL = HV-OPENING-BAL + HV-MOVEMENT.
           ADD WS-CLOSING-BAL TO HV-TB-NET.

           MOVE HV-OPENING-BAL TO WS-PRINT-AMOUNT.
           MOVE HV-MOVEMENT TO WS-PRINT-AMOUNT2.
           MOVE WS-CLOSING-BAL TO WS-PRINT-AMOUNT3.
           MOVE SPACES TO IB-RECN-REPORT-LINE
           STRING 'GL=' DELIMITED BY SIZE
               HV-GLACCT DELIMITED BY SIZE
               ' OPENING=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' MOVEMENT=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT2 DELIMITED BY SIZE
               ' BALANCE=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT3 DELIMITED BY SIZE
               INTO IB-RECN-REPORT-LINE
           END-STRING
           WRITE IB-RECN-REPORT-LINE.
       LOG999.
           EXIT.

      *----------------------------------------------------------------
      * Keep the day's verdict for GLCLOSE, replacing any earlier
      * run's for the same day.
      *----------------------------------------------------------------
       RECORD-THE-RECONCILIATION SECTION.
       RTR010.
           IF HV-PAIR-BREAKS = 0 AND HV-TB-NET = 0
              MOVE 'B' TO HV-RECN-STATUS
              MOVE SPACES TO IB-RECN-REPORT-LINE
              MOVE 'BRANCH BALANCES BY ITSELF - READY FOR CLOSE'
                 TO IB-RECN-REPORT-LINE
              WRITE IB-RECN-REPORT-LINE
           ELSE
              MOVE 'O' TO HV-RECN-STATUS
              MOVE SPACES TO IB-RECN-REPORT-LINE
              MOVE 'BRANCH DOES NOT BALANCE BY ITSELF - NOT READY FOR CL
      -          'OSE' TO IB-RECN-REPORT-LINE
              WRITE IB-RECN-REPORT-LINE
           END-IF.

           EXEC SQL
              DELETE FROM IBRECN
              WHERE IBRECN_SORTCODE = :HV-SORTCODE
                AND IBRECN_DATE = :HV-RUN-DATE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'IBRECN' TO WS-FAILED-TABLE
              PERFORM REPORT-SQL-FAILURE
              GO TO RTR999
           END-IF.

           EXEC SQL
              INSERT INTO IBRECN
                 (IBRECN_SORTCODE, IBRECN_DATE,
                  IBRECN_PAIR_COUNT, IBRECN_PAIR_BREAKS,
                  IBRECN_TB_NET, IBRECN_STATUS)
              VALUES
                 (:HV-SORTCODE, :HV-RUN-DATE,
                  :HV-PAIR-COUNT, :HV-PAIR-BREAKS,
                  :HV-TB-NET, :HV-RECN-STATUS)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'IBRECN' TO WS-FAILED-TABLE
              PERFORM REPORT-SQL-FAILURE
           END-IF.
       RTR999.
           EXIT.

       REPORT-SQL-FAILURE SECTION.
       RSF010.
           MOVE 'Y' TO WS-RUN-FAILED-SW.
           MOVE SQLCODE TO WS-PRINT-SQLCODE.
           MOVE SPACES TO IB-RECN-REPORT-LINE
           STRING WS-FAILED-TABLE DELIMITED BY SPACE
               ' ACCESS FAILED SQLCODE=' DELIMITED BY SIZE
               WS-PRINT-SQLCODE DELIMITED BY SIZE
               INTO IB-RECN-REPORT-LINE
           END-STRING
           WRITE IB-RECN-REPORT-LINE.
       RSF999.
           EXIT.
