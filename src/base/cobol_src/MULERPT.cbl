      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: MULERPT                                                 *
      *                                                                *
      * Description: Money mule detection. A mule account is young,   *
      *              takes credits from several unrelated remitters  *
      *              (inbound transfers through XFRRECV, salary-type *
      *              credits through SALCRED, internal transfers in) *
      *              and the money leaves again by transfer, ATM or  *
      *              counter within hours, leaving little behind.    *
      *              This run scores every account on the sort code  *
      *              with credits in the look-back window against    *
      *              four tests, each worth 25:                      *
      *                - the account is young                        *
      *                - credits came from enough distinct sources   *
      *                - what went out is a multiple of what is left *
      *                  (the pass-through ratio)                    *
      *                - enough of what came in went out within the  *
      *                  fast-exit window of the credit before it    *
      *              Every score at the report threshold is listed.  *
      *              At the action threshold the account gets a      *
      *              temporary MULESUSP debit restraint - the same   *
      *              RESTRAIN row RSTRFUN places, with its review    *
      *              date the hold period ahead - a severity E       *
      *              EXCPTION item, and an AML case opened for the   *
      *              customer the way PEPEDD opens one. An account   *
      *              already under an active MULESUSP restraint is   *
      *              not restrained twice. The restraint is lifted   *
      *              through RSTRFUN once the case is worked; any    *
      *              still active past its review date is listed at  *
      *              the foot of the report.                         *
      *              The windows and thresholds are CONTROL values:  *
      *                MULE-LOOKBACK-DAYS  (default 7)               *
      *                MULE-YOUNG-DAYS     (default 90)              *
      *                MULE-MIN-SOURCES    (default 3)               *
      *                MULE-PASS-RATIO     (default 5)               *
      *                MULE-FAST-HOURS     (default 24)              *
      *                MULE-FAST-PCT       (default 50)              *
      *                MULE-REPORT-SCORE   (default 50)              *
      *                MULE-ACTION-SCORE   (default 75)              *
      *                MULE-HOLD-DAYS      (default 5)               *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the run date (defaults to today).          *
      *                                                                *
      * Output: Report MULERPT1, RESTRAIN, AMLCASE and EXCPTION rows.  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MULERPT.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MULE-REPORT
                  ASSIGN TO MULERPT1
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MULE-REPORT.
       01  MULE-REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE RSTRDB2 END-EXEC.
           EXEC SQL INCLUDE AMLCDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 WS-RUN-DATE-NUM REDEFINES HV-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-PARTS REDEFINES HV-RUN-DATE.
          03 WS-RUN-DATE-YYYY               PIC X(4).
          03 WS-RUN-DATE-MM                 PIC X(2).
          03 WS-RUN-DATE-DD                 PIC X(2).

       01 HV-ACCNO                          PIC X(8).
       01 HV-CUSTNO                         PIC X(10).
       01 HV-ACC-OPENED                     PIC X(10).
       01 HV-ACTUAL-BAL                     PIC S9(10)V99 COMP-3.
       01 HV-PROCTRAN-DATE                  PIC X(10).
       01 HV-PROCTRAN-TIME                  PIC X(6).
       01 HV-PROCTRAN-TYPE                  PIC X(3).
       01 HV-PROCTRAN-DESC                  PIC X(40).
       01 HV-AMOUNT                         PIC S9(10)V99 COMP-3.

       01 HV-RESTRAIN-REASON                PIC X(40).
       01 HV-REVIEW-DATE                    PIC X(8).
       01 HV-REVIEW-DATE-NUM REDEFINES HV-REVIEW-DATE PIC 9(8).
       01 HV-OVERDUE-DATE                   PIC X(8).
       01 HV-RESTRAIN-COUNT                 PIC S9(9) COMP.

       01 HV-AMLCASE-ID                     PIC S9(9) COMP.
       01 HV-AMLCASE-OPENED-DATE            PIC X(10).
       01 HV-AMLCASE-NARRATIVE              PIC X(200).

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.

      * Tunables - defaults here, overridden by a positive CONTROL
      * value of the same name.
       01 WS-LOOKBACK-DAYS                  PIC S9(5) COMP VALUE 7.
       01 WS-YOUNG-DAYS                     PIC S9(5) COMP VALUE 90.
       01 WS-MIN-SOURCES                    PIC S9(5) COMP VALUE 3.
       01 WS-PASS-RATIO                     PIC S9(5) COMP VALUE 5.
       01 WS-FAST-HOURS                     PIC S9(5) COMP VALUE 24.
       01 WS-FAST-PCT                       PIC S9(5) COMP VALUE 50.
       01 WS-REPORT-SCORE                   PIC S9(5) COMP VALUE 50.
       01 WS-ACTION-SCORE                   PIC S9(5) COMP VALUE 75.
       01 WS-HOLD-DAYS                      PIC S9(5) COMP VALUE 5.
       01 WS-TUNABLE                        PIC S9(5) COMP.

       01 WS-TODAY                          PIC 9(8).

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

      * PROCTRAN_DATE may be the full DD.MM.YYYY the batch writers
      * stamp or the truncated DD.MM.YY of the online ones - either
      * is rebuilt to YYYYMMDD here before it is aged.
       01 WS-ITEM-YMD                       PIC X(8).
       01 WS-ITEM-YMD-NUM REDEFINES WS-ITEM-YMD PIC 9(8).
       01 WS-RUN-INTEGER                    PIC S9(9) COMP.
       01 WS-ITEM-INTEGER                   PIC S9(9) COMP.
       01 WS-ITEM-AGE                       PIC S9(9) COMP.
       01 WS-ITEM-HH                        PIC 99.
       01 WS-ITEM-MI                        PIC 99.
       01 WS-ITEM-MINUTES                   PIC S9(11) COMP-3.
       01 WS-LAST-IN-MINUTES                PIC S9(11) COMP-3.
       01 WS-FAST-MINUTES                   PIC S9(11) COMP-3.
       01 WS-OPENED-YMD                     PIC X(8).
       01 WS-OPENED-YMD-NUM REDEFINES WS-OPENED-YMD PIC 9(8).
       01 WS-ACC-AGE                        PIC S9(9) COMP.

      * One account's picture over the window, built in cursor
      * order. Distinct remitters are told apart by the credit's
      * description, which carries the sending sort code and
      * account or the payer's reference.
       01 WS-WORK-ACCNO                     PIC X(8).
       01 WS-IN-VALUE                       PIC S9(12)V99.
       01 WS-IN-COUNT                       PIC S9(5) COMP.
       01 WS-OUT-VALUE                      PIC S9(12)V99.
       01 WS-FAST-VALUE                     PIC S9(12)V99.
       01 WS-SOURCE-COUNT                   PIC S9(4) COMP.
       01 WS-SOURCE-TABLE.
          03 WS-SOURCE-DESC OCCURS 20 TIMES PIC X(40).
       01 WS-SRC-IX                         PIC S9(4) COMP.
       01 WS-SRC-FOUND-SW                   PIC X.
          88 WS-SRC-FOUND                   VALUE 'Y'.

       01 WS-SCORE                          PIC S9(3) COMP.
       01 WS-YOUNG-FLAG                     PIC X.
       01 WS-SOURCES-FLAG                   PIC X.
       01 WS-PASS-FLAG                      PIC X.
       01 WS-FAST-FLAG                      PIC X.
       01 WS-ACTION-TAKEN                   PIC X(20).

       01 WS-ACCOUNTS-SCORED                PIC 9(8) VALUE 0.
       01 WS-ACCOUNTS-LISTED                PIC 9(8) VALUE 0.
       01 WS-ACCOUNTS-RESTRAINED            PIC 9(8) VALUE 0.
       01 WS-ACCOUNTS-FAILED                PIC 9(8) VALUE 0.
       01 WS-OVERDUE-COUNT                  PIC 9(8) VALUE 0.

       01 WS-PRINT-SCORE                    PIC ZZ9.
       01 WS-PRINT-AGE                      PIC Z(8)9.
       01 WS-PRINT-SOURCES                  PIC Z9.
       01 WS-PRINT-IN                       PIC +9(10).99.
       01 WS-PRINT-OUT                      PIC +9(10).99.
       01 WS-PRINT-FAST                     PIC +9(10).99.
       01 WS-PRINT-BAL                      PIC +9(10).99.
       01 WS-PRINT-CASE-ID                  PIC 9(9).

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
           OPEN OUTPUT MULE-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO MULE-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO MULE-REPORT-LINE
              END-STRING
              WRITE MULE-REPORT-LINE
              CLOSE MULE-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM GET-TUNABLES.

           MOVE SPACES TO MULE-REPORT-LINE
           STRING 'MONEY MULE REVIEW - SORTCODE '
               DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO MULE-REPORT-LINE
           END-STRING
           WRITE MULE-REPORT-LINE.

           PERFORM SCORE-ACCOUNTS.

           PERFORM LIST-OVERDUE-RESTRAINTS.

           MOVE SPACES TO MULE-REPORT-LINE
           STRING 'ACCOUNTS SCORED=' DELIMITED BY SIZE
               WS-ACCOUNTS-SCORED DELIMITED BY SIZE
               ' LISTED=' DELIMITED BY SIZE
               WS-ACCOUNTS-LISTED DELIMITED BY SIZE
               ' RESTRAINED=' DELIMITED BY SIZE
               WS-ACCOUNTS-RESTRAINED DELIMITED BY SIZE
               ' FAILED=' DELIMITED BY SIZE
               WS-ACCOUNTS-FAILED DELIMITED BY SIZE
               ' REVIEWS OVERDUE=' DELIMITED BY SIZE
               WS-OVERDUE-COUNT DELIMITED BY SIZE
               INTO MULE-REPORT-LINE
           END-STRING
           WRITE MULE-REPORT-LINE.

           CLOSE MULE-REPORT.

           IF WS-ACCOUNTS-FAILED > 0
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
           MOVE 'MULERPT' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-ACCOUNTS-SCORED TO RUNCTL-RECORD-COUNT.
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

      *    AMLCASE dates are held DD.MM.YYYY, as SCRNFUN opens them.
           STRING WS-RUN-DATE-DD DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               WS-RUN-DATE-MM DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               WS-RUN-DATE-YYYY DELIMITED BY SIZE
               INTO HV-AMLCASE-OPENED-DATE
           END-STRING.

           MOVE 0 TO RETURN-CODE.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * Each tunable keeps its default unless CONTROL holds a
      * positive value under its name.
      *----------------------------------------------------------------
       GET-TUNABLES SECTION.
       GTU010.
           MOVE 'MULE-LOOKBACK-DAYS' TO HV-CONTROL-NAME.
           MOVE WS-LOOKBACK-DAYS TO WS-TUNABLE.
           PERFORM GET-ONE-TUNABLE.
           MOVE WS-TUNABLE TO WS-LOOKBACK-DAYS.

           MOVE 'MULE-YOUNG-DAYS' TO HV-CONTROL-NAME.
           MOVE WS-YOUNG-DAYS TO WS-TUNABLE.
           PERFORM GET-ONE-TUNABLE.
           MOVE WS-TUNABLE TO WS-YOUNG-DAYS.

           MOVE 'MULE-MIN-SOURCES' TO HV-CONTROL-NAME.
           MOVE WS-MIN-SOURCES TO WS-TUNABLE.
           PERFORM GET-ONE-TUNABLE.
           MOVE WS-TUNABLE TO WS-MIN-SOURCES.

           MOVE 'MULE-PASS-RATIO' TO HV-CONTROL-NAME.
           MOVE WS-PASS-RATIO TO WS-TUNABLE.
           PERFORM GET-ONE-TUNABLE.
           MOVE WS-TUNABLE TO WS-PASS-RATIO.

           MOVE 'MULE-FAST-HOURS' TO HV-CONTROL-NAME.
           MOVE WS-FAST-HOURS TO WS-TUNABLE.
           PERFORM GET-ONE-TUNABLE.
           MOVE WS-TUNABLE TO WS-FAST-HOURS.

           MOVE 'MULE-FAST-PCT' TO HV-CONTROL-NAME.
           MOVE WS-FAST-PCT TO WS-TUNABLE.
           PERFORM GET-ONE-TUNABLE.
           MOVE WS-TUNABLE TO WS-FAST-PCT.

           MOVE 'MULE-REPORT-SCORE' TO HV-CONTROL-NAME.
           MOVE WS-REPORT-SCORE TO WS-TUNABLE.
           PERFORM GET-ONE-TUNABLE.
           MOVE WS-TUNABLE TO WS-REPORT-SCORE.

           MOVE 'MULE-ACTION-SCORE' TO HV-CONTROL-NAME.
           MOVE WS-ACTION-SCORE TO WS-TUNABLE.
           PERFORM GET-ONE-TUNABLE.
           MOVE WS-TUNABLE TO WS-ACTION-SCORE.

           MOVE 'MULE-HOLD-DAYS' TO HV-CONTROL-NAME.
           MOVE WS-HOLD-DAYS TO WS-TUNABLE.
           PERFORM GET-ONE-TUNABLE.
           MOVE WS-TUNABLE TO WS-HOLD-DAYS.

           COMPUTE WS-FAST-MINUTES = WS-FAST-HOURS * 60.

           COMPUTE HV-REVIEW-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-RUN-INTEGER + WS-HOLD-DAYS).
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
      * Every credit and debit of the kinds that matter for the
      * sort code, account by account and in date and time order
      * within the account, so the exit speed can be measured
      * against the credit that came in before it. The window
      * itself is applied here, not in SQL, as PROCTRAN_DATE does
      * not compare as a date.
      *----------------------------------------------------------------
       SCORE-ACCOUNTS SECTION.
       SCA010.
           EXEC SQL
              DECLARE MULE_CSR CURSOR FOR
                 SELECT PROCTRAN_NUMBER, PROCTRAN_DATE,
                        PROCTRAN_TIME, PROCTRAN_TYPE,
                        PROCTRAN_DESC, PROCTRAN_AMOUNT
                 FROM PROCTRAN
                 WHERE PROCTRAN_SORTCODE = :HV-SORTCODE
                   AND PROCTRAN_TYPE IN ('ITR', 'SAL', 'TFR',
                                         'ATW', 'DEB')
                 ORDER BY PROCTRAN_NUMBER,
                          SUBSTR(PROCTRAN_DATE, 7, 4),
                          SUBSTR(PROCTRAN_DATE, 4, 2),
                          SUBSTR(PROCTRAN_DATE, 1, 2),
                          PROCTRAN_TIME
           END-EXEC.

           EXEC SQL OPEN MULE_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'MULERPT UNABLE TO OPEN MULE_CSR'
                 ' SQLCODE=' SQLCODE-DISPLAY
              ADD 1 TO WS-ACCOUNTS-FAILED
              GO TO SCA999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-WORK-ACCNO.
           PERFORM CLEAR-ACCOUNT-PICTURE.

           PERFORM FETCH-NEXT-ITEM.

           PERFORM UNTIL WS-EOF
              IF HV-ACCNO NOT = WS-WORK-ACCNO
                 PERFORM JUDGE-ONE-ACCOUNT
                 MOVE HV-ACCNO TO WS-WORK-ACCNO
                 PERFORM CLEAR-ACCOUNT-PICTURE
              END-IF
              PERFORM ACCUMULATE-ONE-ITEM
              PERFORM FETCH-NEXT-ITEM
           END-PERFORM.

           PERFORM JUDGE-ONE-ACCOUNT.

           EXEC SQL CLOSE MULE_CSR END-EXEC.
       SCA999.
           EXIT.

       FETCH-NEXT-ITEM SECTION.
       FNI010.
           EXEC SQL
              FETCH MULE_CSR
              INTO :HV-ACCNO, :HV-PROCTRAN-DATE, :HV-PROCTRAN-TIME,
                   :HV-PROCTRAN-TYPE, :HV-PROCTRAN-DESC, :HV-AMOUNT
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNI999.
           EXIT.

       CLEAR-ACCOUNT-PICTURE SECTION.
       CAP010.
           MOVE 0 TO WS-IN-VALUE WS-IN-COUNT WS-OUT-VALUE
                     WS-FAST-VALUE WS-SOURCE-COUNT
                     WS-LAST-IN-MINUTES.
           MOVE SPACES TO WS-SOURCE-TABLE.
       CAP999.
           EXIT.

      *----------------------------------------------------------------
      * Credits in: ITR, SAL and a positive TFR. Money out: TFR,
      * ATW and DEB going the other way. An outflow counts as fast
      * when it leaves within the fast-exit window of the latest
      * credit before it.
      *----------------------------------------------------------------
       ACCUMULATE-ONE-ITEM SECTION.
       AOI010.
           IF HV-PROCTRAN-DATE(1:2) NOT NUMERIC
              OR HV-PROCTRAN-DATE(4:2) NOT NUMERIC
              OR HV-PROCTRAN-DATE(7:2) NOT NUMERIC
              GO TO AOI999
           END-IF.

           IF HV-PROCTRAN-DATE(7:4) NUMERIC
              MOVE HV-PROCTRAN-DATE(7:4) TO WS-ITEM-YMD(1:4)
           ELSE
              MOVE '20' TO WS-ITEM-YMD(1:2)
              MOVE HV-PROCTRAN-DATE(7:2) TO WS-ITEM-YMD(3:2)
           END-IF.
           MOVE HV-PROCTRAN-DATE(4:2) TO WS-ITEM-YMD(5:2).
           MOVE HV-PROCTRAN-DATE(1:2) TO WS-ITEM-YMD(7:2).

           COMPUTE WS-ITEM-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-ITEM-YMD-NUM).
           COMPUTE WS-ITEM-AGE = WS-RUN-INTEGER - WS-ITEM-INTEGER.

           IF WS-ITEM-AGE < 0 OR WS-ITEM-AGE >= WS-LOOKBACK-DAYS
              GO TO AOI999
           END-IF.

           MOVE 0 TO WS-ITEM-HH WS-ITEM-MI.
           IF HV-PROCTRAN-TIME(1:4) NUMERIC
              MOVE HV-PROCTRAN-TIME(1:2) TO WS-ITEM-HH
              MOVE HV-PROCTRAN-TIME(3:2) TO WS-ITEM-MI
           END-IF.
           COMPUTE WS-ITEM-MINUTES = WS-ITEM-INTEGER * 1440
                                   + WS-ITEM-HH * 60 + WS-ITEM-MI.

           IF HV-AMOUNT > 0
              IF HV-PROCTRAN-TYPE = 'ITR' OR 'SAL' OR 'TFR'
                 ADD HV-AMOUNT TO WS-IN-VALUE
                 ADD 1 TO WS-IN-COUNT
                 MOVE WS-ITEM-MINUTES TO WS-LAST-IN-MINUTES
                 PERFORM NOTE-ONE-SOURCE
              END-IF
              GO TO AOI999
           END-IF.

           IF HV-AMOUNT < 0
              IF HV-PROCTRAN-TYPE = 'TFR' OR 'ATW' OR 'DEB'
                 SUBTRACT HV-AMOUNT FROM WS-OUT-VALUE
                 IF WS-LAST-IN-MINUTES > 0
                    AND WS-ITEM-MINUTES - WS-LAST-IN-MINUTES
                        <= WS-FAST-MINUTES
                    SUBTRACT HV-AMOUNT FROM WS-FAST-VALUE
                 END-IF
              END-IF
           END-IF.
       AOI999.
           EXIT.

       NOTE-ONE-SOURCE SECTION.
       NOS010.
           MOVE 'N' TO WS-SRC-FOUND-SW.

           PERFORM MATCH-ONE-SOURCE
              VARYING WS-SRC-IX FROM 1 BY 1
              UNTIL WS-SRC-IX > WS-SOURCE-COUNT
                 OR WS-SRC-FOUND.

           IF NOT WS-SRC-FOUND AND WS-SOURCE-COUNT < 20
              ADD 1 TO WS-SOURCE-COUNT
              MOVE HV-PROCTRAN-DESC
                 TO WS-SOURCE-DESC(WS-SOURCE-COUNT)
           END-IF.
       NOS999.
           EXIT.

       MATCH-ONE-SOURCE SECTION.
       MOS010.
           IF WS-SOURCE-DESC(WS-SRC-IX) = HV-PROCTRAN-DESC
              MOVE 'Y' TO WS-SRC-FOUND-SW
           END-IF.
       MOS999.
           EXIT.

      *----------------------------------------------------------------
      * One account's score. Only an account that took credits in
      * the window and is still open is scored; closed accounts
      * cannot move money and have nothing to restrain.
      *----------------------------------------------------------------
       JUDGE-ONE-ACCOUNT SECTION.
       JOA010.
           IF WS-WORK-ACCNO = SPACES OR WS-IN-COUNT = 0
              GO TO JOA999
           END-IF.

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER, ACCOUNT_OPENED,
                     ACCOUNT_ACTUAL_BALANCE
              INTO :HV-CUSTNO, :HV-ACC-OPENED, :HV-ACTUAL-BAL
              FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-SORTCODE
                AND ACCOUNT_NUMBER = :WS-WORK-ACCNO
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO JOA999
           END-IF.

           ADD 1 TO WS-ACCOUNTS-SCORED.

           MOVE HV-ACC-OPENED(7:4) TO WS-OPENED-YMD(1:4).
           MOVE HV-ACC-OPENED(4:2) TO WS-OPENED-YMD(5:2).
           MOVE HV-ACC-OPENED(1:2) TO WS-OPENED-YMD(7:2).

           IF WS-OPENED-YMD NUMERIC
              COMPUTE WS-ACC-AGE = WS-RUN-INTEGER -
                 FUNCTION INTEGER-OF-DATE(WS-OPENED-YMD-NUM)
           ELSE
              MOVE 99999 TO WS-ACC-AGE
           END-IF.

           MOVE 0 TO WS-SCORE.
           MOVE 'N' TO WS-YOUNG-FLAG WS-SOURCES-FLAG
                       WS-PASS-FLAG WS-FAST-FLAG.

           IF WS-ACC-AGE <= WS-YOUNG-DAYS
              MOVE 'Y' TO WS-YOUNG-FLAG
              ADD 25 TO WS-SCORE
           END-IF.

           IF WS-SOURCE-COUNT >= WS-MIN-SOURCES
              MOVE 'Y' TO WS-SOURCES-FLAG
              ADD 25 TO WS-SCORE
           END-IF.

      *    Whatever is left in the account is the yardstick; an
      *    account drained to nothing passes through by definition.
           IF WS-OUT-VALUE > 0
              IF HV-ACTUAL-BAL <= 0
                 OR WS-OUT-VALUE >= WS-PASS-RATIO * HV-ACTUAL-BAL
                 MOVE 'Y' TO WS-PASS-FLAG
                 ADD 25 TO WS-SCORE
              END-IF
           END-IF.

           IF WS-FAST-VALUE > 0
              AND WS-FAST-VALUE * 100 >= WS-FAST-PCT * WS-IN-VALUE
              MOVE 'Y' TO WS-FAST-FLAG
              ADD 25 TO WS-SCORE
           END-IF.

           IF WS-SCORE < WS-REPORT-SCORE
              GO TO JOA999
           END-IF.

           ADD 1 TO WS-ACCOUNTS-LISTED.
           MOVE SPACES TO WS-ACTION-TAKEN.

           IF WS-SCORE >= WS-ACTION-SCORE
              PERFORM ACT-ON-ONE-ACCOUNT
           END-IF.

           MOVE WS-SCORE TO WS-PRINT-SCORE.
           MOVE WS-ACC-AGE TO WS-PRINT-AGE.
           MOVE WS-SOURCE-COUNT TO WS-PRINT-SOURCES.
           MOVE WS-IN-VALUE TO WS-PRINT-IN.
           MOVE WS-OUT-VALUE TO WS-PRINT-OUT.
           MOVE WS-FAST-VALUE TO WS-PRINT-FAST.
           MOVE HV-ACTUAL-BAL TO WS-PRINT-BAL.

           MOVE SPACES TO MULE-REPORT-LINE
           STRING 'ACC=' DELIMITED BY SIZE
               WS-WORK-ACCNO DELIMITED BY SIZE
               ' CUST=' DELIMITED BY SIZE
               HV-CUSTNO DELIMITED BY SIZE
               ' SCORE=' DELIMITED BY SIZE
               WS-PRINT-SCORE DELIMITED BY SIZE
               ' AGE=' DELIMITED BY SIZE
               WS-PRINT-AGE DELIMITED BY SIZE
               ' SRC=' DELIMITED BY SIZE
               WS-PRINT-SOURCES DELIMITED BY SIZE
               ' IN=' DELIMITED BY SIZE
               WS-PRINT-IN DELIMITED BY SIZE
               ' OUT=' DELIMITED BY SIZE
               WS-PRINT-OUT DELIMITED BY SIZE
               ' FAST=' DELIMITED BY SIZE
               WS-PRINT-FAST DELIMITED BY SIZE
               ' BAL=' DELIMITED BY SIZE
               WS-PRINT-BAL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ACTION-TAKEN DELIMITED BY SIZE
               INTO MULE-REPORT-LINE
           END-STRING
           WRITE MULE-REPORT-LINE.
       JOA999.
           EXIT.

      *----------------------------------------------------------------
      * Restrain, raise the exception item and open the AML case.
      * The restraint is the same row RSTRFUN's ADD writes, placed
      * by 'BAT'; its review date is the end of the hold period.
      *----------------------------------------------------------------
       ACT-ON-ONE-ACCOUNT SECTION.
       AOA010.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-RESTRAIN-COUNT
              FROM RESTRAIN
              WHERE RESTRAIN_SORTCODE = :HV-SORTCODE
                AND RESTRAIN_ACCNO = :WS-WORK-ACCNO
                AND RESTRAIN_CODE = 'MULESUSP'
                AND RESTRAIN_STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'MULERPT UNABLE TO READ RESTRAIN'
                 ' SQLCODE=' SQLCODE-DISPLAY
              ADD 1 TO WS-ACCOUNTS-FAILED
              MOVE '- FAILED' TO WS-ACTION-TAKEN
              GO TO AOA999
           END-IF.

           IF HV-RESTRAIN-COUNT > 0
              MOVE '- ALREADY RESTRAINED' TO WS-ACTION-TAKEN
              GO TO AOA999
           END-IF.

           MOVE WS-SCORE TO WS-PRINT-SCORE.
           MOVE SPACES TO HV-RESTRAIN-REASON.
           STRING 'MONEY MULE PATTERN SCORE ' DELIMITED BY SIZE
               WS-PRINT-SCORE DELIMITED BY SIZE
               INTO HV-RESTRAIN-REASON
           END-STRING.

           EXEC SQL
              INSERT INTO RESTRAIN
                 (RESTRAIN_SORTCODE, RESTRAIN_ACCNO, RESTRAIN_CODE,
                  RESTRAIN_BEHAVIOR, RESTRAIN_REASON,
                  RESTRAIN_OPERATOR, RESTRAIN_PLACED_DATE,
                  RESTRAIN_REVIEW_DATE, RESTRAIN_STATUS)
              VALUES
                 (:HV-SORTCODE, :WS-WORK-ACCNO, 'MULESUSP',
                  'D', :HV-RESTRAIN-REASON,
                  'BAT', :HV-RUN-DATE,
                  :HV-REVIEW-DATE, 'A')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'MULERPT UNABLE TO INSERT RESTRAIN ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              ADD 1 TO WS-ACCOUNTS-FAILED
              MOVE '- FAILED' TO WS-ACTION-TAKEN
              GO TO AOA999
           END-IF.

           ADD 1 TO WS-ACCOUNTS-RESTRAINED.
           MOVE '- RESTRAINED' TO WS-ACTION-TAKEN.

           INITIALIZE EXCP-AREA.
           MOVE 'MULERPT' TO EXCP-SOURCE.
           MOVE HV-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'E' TO EXCP-SEVERITY.
           MOVE WS-WORK-ACCNO TO EXCP-ACCNO.
           MOVE HV-CUSTNO TO EXCP-CUSTNO.
           MOVE 'POSSIBLE MONEY MULE - DEBITS RESTRAINED, INVESTIGATE'
              TO EXCP-MESSAGE.
           CALL 'EXCPWRT' USING EXCP-AREA.

           PERFORM OPEN-AML-CASE.
       AOA999.
           EXIT.

      *----------------------------------------------------------------
      * The case id comes off CONTROL directly, the same counter
      * SCRNFUN and AMLCFUN bump via GETCTRL.
      *----------------------------------------------------------------
       OPEN-AML-CASE SECTION.
       OAC010.
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
                 ADD 1 TO WS-ACCOUNTS-FAILED
                 GO TO OAC999
           END-EVALUATE.

           MOVE HV-CONTROL-VALUE-NUM TO HV-AMLCASE-ID.

           MOVE WS-IN-VALUE TO WS-PRINT-IN.
           MOVE WS-OUT-VALUE TO WS-PRINT-OUT.
           MOVE WS-FAST-VALUE TO WS-PRINT-FAST.
           MOVE WS-ACC-AGE TO WS-PRINT-AGE.
           MOVE WS-SOURCE-COUNT TO WS-PRINT-SOURCES.

           MOVE SPACES TO HV-AMLCASE-NARRATIVE.
           STRING 'SUSPECTED MONEY MULE - ACCOUNT ' DELIMITED BY SIZE
               WS-WORK-ACCNO DELIMITED BY SIZE
               ' SCORE ' DELIMITED BY SIZE
               WS-PRINT-SCORE DELIMITED BY SIZE
               ', AGE ' DELIMITED BY SIZE
               WS-PRINT-AGE DELIMITED BY SIZE
               ' DAYS, ' DELIMITED BY SIZE
               WS-PRINT-SOURCES DELIMITED BY SIZE
               ' SOURCES, IN ' DELIMITED BY SIZE
               WS-PRINT-IN DELIMITED BY SIZE
               ' OUT ' DELIMITED BY SIZE
               WS-PRINT-OUT DELIMITED BY SIZE
               ' FAST ' DELIMITED BY SIZE
               WS-PRINT-FAST DELIMITED BY SIZE
               ', DEBITS RESTRAINED (MULESUSP)' DELIMITED BY SIZE
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
                  :HV-CUSTNO, 0,
                  :HV-AMLCASE-OPENED-DATE, 'BAT', 'O',
                  :HV-AMLCASE-NARRATIVE)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'MULERPT UNABLE TO INSERT AMLCASE ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              ADD 1 TO WS-ACCOUNTS-FAILED
              GO TO OAC999
           END-IF.

           MOVE HV-AMLCASE-ID TO WS-PRINT-CASE-ID.
           STRING '- RESTRAINED CASE ' DELIMITED BY SIZE
               WS-PRINT-CASE-ID DELIMITED BY SIZE
               INTO WS-ACTION-TAKEN
           END-STRING.
       OAC999.
           EXIT.

      *----------------------------------------------------------------
      * MULESUSP restraints still active past their review date -
      * the hold was meant to be temporary, so each one wants the
      * case worked and the restraint lifted or confirmed.
      *----------------------------------------------------------------
       LIST-OVERDUE-RESTRAINTS SECTION.
       LOR010.
           EXEC SQL
              DECLARE MULE_OVD_CSR CURSOR FOR
                 SELECT RESTRAIN_ACCNO, RESTRAIN_REVIEW_DATE
                 FROM RESTRAIN
                 WHERE RESTRAIN_SORTCODE = :HV-SORTCODE
                   AND RESTRAIN_CODE = 'MULESUSP'
                   AND RESTRAIN_STATUS = 'A'
                   AND RESTRAIN_REVIEW_DATE < :HV-RUN-DATE
                 ORDER BY RESTRAIN_REVIEW_DATE, RESTRAIN_ACCNO
           END-EXEC.

           EXEC SQL OPEN MULE_OVD_CSR END-EXEC.

           IF SQLCODE NOT = 0
              GO TO LOR999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-OVERDUE.

           PERFORM UNTIL WS-EOF
              ADD 1 TO WS-OVERDUE-COUNT
              MOVE SPACES TO MULE-REPORT-LINE
              STRING 'ACC=' DELIMITED BY SIZE
                  HV-ACCNO DELIMITED BY SIZE
                  ' MULESUSP RESTRAINT REVIEW DUE ' DELIMITED BY SIZE
                  HV-OVERDUE-DATE DELIMITED BY SIZE
                  ' - OVERDUE' DELIMITED BY SIZE
                  INTO MULE-REPORT-LINE
              END-STRING
              WRITE MULE-REPORT-LINE
              PERFORM FETCH-NEXT-OVERDUE
           END-PERFORM.

           EXEC SQL CLOSE MULE_OVD_CSR END-EXEC.
       LOR999.
           EXIT.

       FETCH-NEXT-OVERDUE SECTION.
       FNO010.
           EXEC SQL
              FETCH MULE_OVD_CSR
              INTO :HV-ACCNO, :HV-OVERDUE-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNO999.
           EXIT.
