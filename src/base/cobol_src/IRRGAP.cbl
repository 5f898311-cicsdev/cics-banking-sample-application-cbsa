      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: IRRGAP                                                  *
      *                                                                *
      * Description: Interest rate risk repricing gap and earnings     *
      *              sensitivity, run monthly. LIQLADR shows when      *
      *              money is contractually due; this shows when its   *
      *              RATE can next change. Every rate-sensitive        *
      *              balance at the sort code is placed, by currency,  *
      *              in a repricing bucket - overnight / 1 month /     *
      *              3 months / 6 months / 1 year / 2 years / 5 years  *
      *              / over 5 years - as an ASSET (a debit balance     *
      *              the bank earns on) or a LIABILITY (a credit       *
      *              balance it pays on):                              *
      *                - serviced loans (LOANMST) still live, by the   *
      *                  principal of each outstanding LOANSCHD        *
      *                  installment at its due date - a loan's rate is*
      *                  fixed at drawdown for its whole term;         *
      *                - open term deposits (TERMDEP) at maturity;     *
      *                - an account on a negotiated rate (RATEOVR) the *
      *                  day after the override expires, and one in an *
      *                  active notional pool (NPOOL) on the pool's    *
      *                  next posting date;                            *
      *                - credit balances on CURRENT, SAVING, ISA and   *
      *                  NOTICE accounts - the non-maturity deposits - *
      *                  on the behavioural assumption held on         *
      *                  CONTROL: the core share (IRR-NMD-CORE-PCT-    *
      *                  CURRENT, default 50, and IRR-NMD-CORE-PCT-    *
      *                  SAVINGS for the savings products, default 30) *
      *                  reprices IRR-NMD-CORE-MONTHS out (default     *
      *                  36), the rest overnight;                      *
      *                - every other balance overnight, as it is on a  *
      *                  variable product rate that RATEAPPL moves.    *
      *              Each bucket shows assets, liabilities, the gap    *
      *              and the cumulative gap. The change in net         *
      *              interest income over the next 12 months is then   *
      *              estimated for two parallel shocks, each up and    *
      *              down - IRR-SHOCK-BP-1 (default 200) and           *
      *              IRR-SHOCK-BP-2 (default 100) basis points on      *
      *              CONTROL - from the gap in each bucket inside a    *
      *              year, weighted by the part of the year left after *
      *              the bucket's midpoint. Ends with return code 4    *
      *              when more currencies were found than the report   *
      *              can hold.                                         *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the run date (defaults to today).          *
      *                                                                *
      * Output: Sequential report IRRGRPT.                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IRRGAP.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IRRG-REPORT
                  ASSIGN TO IRRGRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  IRRG-REPORT.
       01  IRRG-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE LOANDB2 END-EXEC.
           EXEC SQL INCLUDE TERMDB2 END-EXEC.
           EXEC SQL INCLUDE RTOVDB2 END-EXEC.
           EXEC SQL INCLUDE POOLDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 WS-RUN-DATE-NUM REDEFINES HV-RUN-DATE PIC 9(8).

       01 HV-ACC-TYPE                       PIC X(8).
       01 HV-ACTUAL-BAL                     PIC S9(10)V99 COMP-3.
       01 HV-CURRENCY                       PIC X(3).
       01 HV-OVERRIDE-EXPIRY                PIC X(8).
       01 HV-POOL-NEXT-POST                 PIC X(8).

       01 HV-DUE-DATE                       PIC X(8).
       01 HV-AMOUNT                         PIC S9(10)V99 COMP-3.

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.

       01 WS-TODAY                          PIC 9(8).

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-RUN-INTEGER                    PIC S9(9) COMP.
       01 WS-ITEM-INTEGER                   PIC S9(9) COMP.
       01 WS-ITEM-DAYS                      PIC S9(9) COMP.
       01 WS-DATE-WORK                      PIC X(8).
       01 WS-DATE-WORK-NUM REDEFINES WS-DATE-WORK PIC 9(8).

      * The behavioural assumptions and shocks, from CONTROL.
       01 WS-CORE-PCT-CURRENT               PIC S9(3) COMP.
       01 WS-CORE-PCT-SAVINGS               PIC S9(3) COMP.
       01 WS-CORE-MONTHS                    PIC S9(5) COMP.
       01 WS-CORE-DAYS                      PIC S9(9) COMP.
       01 WS-CORE-BUCKET                    PIC 9.
       01 WS-CORE-PCT                       PIC S9(3) COMP.
       01 WS-SHOCK-TABLE.
          03 WS-SHOCK-BP OCCURS 2 TIMES     PIC S9(5) COMP.
       01 WS-SHOCK-SUB                      PIC S9(4) COMP.

      * One position to place: its currency, amount (always
      * positive), side - 'A' asset or 'L' liability - and the days
      * until it reprices.
       01 WS-POS-CURRENCY                   PIC X(3).
       01 WS-POS-AMOUNT                     PIC S9(12)V99.
       01 WS-POS-SIDE                       PIC X.
       01 WS-BUCKET                         PIC 9.
       01 WS-CORE-AMOUNT                    PIC S9(12)V99.

       01 WS-POSITION-COUNT                 PIC 9(8) VALUE 0.
       01 WS-DROPPED-COUNT                  PIC 9(8) VALUE 0.

      * The gap table: up to 10 currencies, 8 repricing buckets.
       01 WS-GAP-TABLE.
          03 WS-CCY-ENTRY OCCURS 10 TIMES.
             05 WS-CCY-CODE                 PIC X(3).
             05 WS-CCY-BUCKET OCCURS 8 TIMES.
                07 WS-CCY-ASSETS            PIC S9(13)V99.
                07 WS-CCY-LIABS             PIC S9(13)V99.
             05 WS-CCY-NMD-TOTAL            PIC S9(13)V99.
             05 WS-CCY-NMD-CORE             PIC S9(13)V99.
       01 WS-CCY-COUNT                      PIC S9(4) COMP VALUE 0.
       01 WS-CCY-SUB                        PIC S9(4) COMP.
       01 WS-CCY-HIT                        PIC S9(4) COMP.
       01 WS-BKT-SUB                        PIC S9(4) COMP.

       01 WS-BUCKET-NAMES.
          03 FILLER                     PIC X(12) VALUE 'OVERNIGHT   '.
          03 FILLER                     PIC X(12) VALUE 'UP TO 1 MTH '.
          03 FILLER                     PIC X(12) VALUE '1-3 MONTHS  '.
          03 FILLER                     PIC X(12) VALUE '3-6 MONTHS  '.
          03 FILLER                     PIC X(12) VALUE '6-12 MONTHS '.
          03 FILLER                     PIC X(12) VALUE '1-2 YEARS   '.
          03 FILLER                     PIC X(12) VALUE '2-5 YEARS   '.
          03 FILLER                     PIC X(12) VALUE 'OVER 5 YEARS'.
       01 WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
          03 WS-BUCKET-NAME OCCURS 8 TIMES  PIC X(12).

      * The part of the coming year a bucket's gap earns or pays at
      * the shocked rate: (12 - midpoint in months) / 12 for the
      * five buckets inside a year.
       01 WS-NII-WEIGHTS.
          03 FILLER                         PIC 9V9(4) VALUE 1.0000.
          03 FILLER                         PIC 9V9(4) VALUE 0.9583.
          03 FILLER                         PIC 9V9(4) VALUE 0.8333.
          03 FILLER                         PIC 9V9(4) VALUE 0.6250.
          03 FILLER                         PIC 9V9(4) VALUE 0.2500.
       01 WS-NII-WEIGHT-TABLE REDEFINES WS-NII-WEIGHTS.
          03 WS-NII-WEIGHT OCCURS 5 TIMES   PIC 9V9(4).

       01 WS-GAP                            PIC S9(13)V99.
       01 WS-CUM-GAP                        PIC S9(13)V99.
       01 WS-NII-CHANGE                     PIC S9(13)V99.

       01 WS-HEADING-LINE.
          03 FILLER PIC X(16) VALUE '  BUCKET'.
          03 FILLER PIC X(19) VALUE '           ASSETS  '.
          03 FILLER PIC X(19) VALUE '      LIABILITIES  '.
          03 FILLER PIC X(19) VALUE '              GAP  '.
          03 FILLER PIC X(17) VALUE '   CUMULATIVE GAP'.
          03 FILLER PIC X(42) VALUE SPACES.

       01 WS-GAP-LINE.
          03 FILLER                         PIC X(2).
          03 WS-GL-BUCKET                   PIC X(12).
          03 FILLER                         PIC X(2).
          03 WS-GL-ASSETS                   PIC -(13)9.99.
          03 FILLER                         PIC X(2).
          03 WS-GL-LIABS                    PIC -(13)9.99.
          03 FILLER                         PIC X(2).
          03 WS-GL-GAP                      PIC -(13)9.99.
          03 FILLER                         PIC X(2).
          03 WS-GL-CUM-GAP                  PIC -(13)9.99.
          03 FILLER                         PIC X(42).

       01 WS-NII-LINE.
          03 FILLER                         PIC X(4) VALUE SPACES.
          03 WS-NL-BP                       PIC ++++9.
          03 FILLER                         PIC X(33) VALUE
             ' BP PARALLEL SHOCK - NII CHANGE '.
          03 WS-NL-CHANGE                   PIC -(13)9.99.
          03 FILLER                         PIC X(73) VALUE SPACES.

       01 WS-PRINT-AMOUNT                   PIC -(13)9.99.
       01 WS-PRINT-CORE                     PIC -(13)9.99.
       01 WS-PRINT-COUNT                    PIC ZZZZZZZ9.
       01 WS-PRINT-PCT                      PIC ZZ9.
       01 WS-PRINT-PCT-SAV                  PIC ZZ9.
       01 WS-PRINT-MONTHS                   PIC ZZZZ9.

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
           OPEN OUTPUT IRRG-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO IRRG-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO IRRG-REPORT-LINE
              END-STRING
              WRITE IRRG-REPORT-LINE
              CLOSE IRRG-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM GET-ASSUMPTIONS.

           MOVE SPACES TO IRRG-REPORT-LINE
           STRING 'REPRICING GAP AND EARNINGS SENSITIVITY - SORTCODE '
               DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO IRRG-REPORT-LINE
           END-STRING
           WRITE IRRG-REPORT-LINE.

           MOVE WS-CORE-PCT-CURRENT TO WS-PRINT-PCT.
           MOVE WS-CORE-PCT-SAVINGS TO WS-PRINT-PCT-SAV.
           MOVE WS-CORE-MONTHS TO WS-PRINT-MONTHS.
           MOVE SPACES TO IRRG-REPORT-LINE
           STRING 'NON-MATURITY DEPOSITS: CORE CURRENT '
               DELIMITED BY SIZE
               WS-PRINT-PCT DELIMITED BY SIZE
               '% SAVINGS ' DELIMITED BY SIZE
               WS-PRINT-PCT-SAV DELIMITED BY SIZE
               '% REPRICING AT ' DELIMITED BY SIZE
               WS-PRINT-MONTHS DELIMITED BY SIZE
               ' MONTHS, REMAINDER OVERNIGHT' DELIMITED BY SIZE
               INTO IRRG-REPORT-LINE
           END-STRING
           WRITE IRRG-REPORT-LINE.

           PERFORM GATHER-LOANS.
           PERFORM GATHER-TERM-DEPOSITS.
           PERFORM GATHER-ACCOUNTS.

           PERFORM PRINT-THE-GAPS.

           MOVE WS-POSITION-COUNT TO WS-PRINT-COUNT.
           MOVE SPACES TO IRRG-REPORT-LINE
           STRING 'POSITIONS PLACED: ' DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               INTO IRRG-REPORT-LINE
           END-STRING
           WRITE IRRG-REPORT-LINE.

           MOVE 0 TO RETURN-CODE.

           IF WS-DROPPED-COUNT > 0
              MOVE WS-DROPPED-COUNT TO WS-PRINT-COUNT
              MOVE SPACES TO IRRG-REPORT-LINE
              STRING 'POSITIONS NOT PLACED - TOO MANY CURRENCIES: '
                  DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
                  INTO IRRG-REPORT-LINE
              END-STRING
              WRITE IRRG-REPORT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE IRRG-REPORT.

           PERFORM REGISTER-RUN-END.

           GOBACK.

       A999.
           EXIT.

      *----------------------------------------------------------------
       REGISTER-RUN-START SECTION.
       RGS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'IRRGAP  ' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-POSITION-COUNT TO RUNCTL-RECORD-COUNT.
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
      * The behavioural assumptions for non-maturity deposits and
      * the rate shocks live on CONTROL, so treasury can change them
      * without a program change; the defaults apply where a value
      * is not set (or, for the core shares, is out of range).
      *----------------------------------------------------------------
       GET-ASSUMPTIONS SECTION.
       GAS010.
           MOVE 50 TO WS-CORE-PCT-CURRENT.
           MOVE 'IRR-NMD-CORE-PCT-CURRENT' TO HV-CONTROL-NAME.
           PERFORM READ-CONTROL-VALUE.
           IF SQLCODE = 0
              AND HV-CONTROL-VALUE-NUM >= 0
              AND HV-CONTROL-VALUE-NUM <= 100
              MOVE HV-CONTROL-VALUE-NUM TO WS-CORE-PCT-CURRENT
           END-IF.

           MOVE 30 TO WS-CORE-PCT-SAVINGS.
           MOVE 'IRR-NMD-CORE-PCT-SAVINGS' TO HV-CONTROL-NAME.
           PERFORM READ-CONTROL-VALUE.
           IF SQLCODE = 0
              AND HV-CONTROL-VALUE-NUM >= 0
              AND HV-CONTROL-VALUE-NUM <= 100
              MOVE HV-CONTROL-VALUE-NUM TO WS-CORE-PCT-SAVINGS
           END-IF.

           MOVE 36 TO WS-CORE-MONTHS.
           MOVE 'IRR-NMD-CORE-MONTHS' TO HV-CONTROL-NAME.
           PERFORM READ-CONTROL-VALUE.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              AND HV-CONTROL-VALUE-NUM <= 600
              MOVE HV-CONTROL-VALUE-NUM TO WS-CORE-MONTHS
           END-IF.

           MOVE 200 TO WS-SHOCK-BP(1).
           MOVE 'IRR-SHOCK-BP-1' TO HV-CONTROL-NAME.
           PERFORM READ-CONTROL-VALUE.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              AND HV-CONTROL-VALUE-NUM <= 9999
              MOVE HV-CONTROL-VALUE-NUM TO WS-SHOCK-BP(1)
           END-IF.

           MOVE 100 TO WS-SHOCK-BP(2).
           MOVE 'IRR-SHOCK-BP-2' TO HV-CONTROL-NAME.
           PERFORM READ-CONTROL-VALUE.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              AND HV-CONTROL-VALUE-NUM <= 9999
              MOVE HV-CONTROL-VALUE-NUM TO WS-SHOCK-BP(2)
           END-IF.

      *
      *    The core share of the non-maturity deposits sits in the
      *    bucket its assumed repricing term falls in.
      *
           COMPUTE WS-CORE-DAYS = WS-CORE-MONTHS * 365 / 12.
           MOVE WS-CORE-DAYS TO WS-ITEM-DAYS.
           PERFORM PICK-BUCKET.
           MOVE WS-BUCKET TO WS-CORE-BUCKET.
       GAS999.
           EXIT.

       READ-CONTROL-VALUE SECTION.
       RCV010.
           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.
       RCV999.
           EXIT.

      *----------------------------------------------------------------
      * Days until a YYYYMMDD date in WS-DATE-WORK, from the run
      * date. A date already past, or missing, reprices overnight.
      *----------------------------------------------------------------
       DAYS-UNTIL-DATE SECTION.
       DUD010.
           MOVE 0 TO WS-ITEM-DAYS.

           IF WS-DATE-WORK NOT NUMERIC
              OR WS-DATE-WORK-NUM = 0
              GO TO DUD999
           END-IF.

           COMPUTE WS-ITEM-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM).
           COMPUTE WS-ITEM-DAYS =
              WS-ITEM-INTEGER - WS-RUN-INTEGER.

           IF WS-ITEM-DAYS < 0
              MOVE 0 TO WS-ITEM-DAYS
           END-IF.
       DUD999.
           EXIT.

       PICK-BUCKET SECTION.
       PKB010.
           EVALUATE TRUE
              WHEN WS-ITEM-DAYS <= 1
                 MOVE 1 TO WS-BUCKET
              WHEN WS-ITEM-DAYS <= 30
                 MOVE 2 TO WS-BUCKET
              WHEN WS-ITEM-DAYS <= 91
                 MOVE 3 TO WS-BUCKET
              WHEN WS-ITEM-DAYS <= 182
                 MOVE 4 TO WS-BUCKET
              WHEN WS-ITEM-DAYS <= 365
                 MOVE 5 TO WS-BUCKET
              WHEN WS-ITEM-DAYS <= 730
                 MOVE 6 TO WS-BUCKET
              WHEN WS-ITEM-DAYS <= 1826
                 MOVE 7 TO WS-BUCKET
              WHEN OTHER
                 MOVE 8 TO WS-BUCKET
           END-EVALUATE.
       PKB999.
           EXIT.

      *----------------------------------------------------------------
      * Place one position: the currency picks (or opens) a slot,
      * WS-BUCKET the bucket, WS-POS-SIDE the column.
      *----------------------------------------------------------------
       ADD-ONE-POSITION SECTION.
       AOP010.
           IF WS-POS-AMOUNT = 0
              GO TO AOP999
           END-IF.

           PERFORM FIND-CURRENCY-SLOT.

           IF WS-CCY-HIT = 0
              ADD 1 TO WS-DROPPED-COUNT
              GO TO AOP999
           END-IF.

           IF WS-POS-SIDE = 'A'
              ADD WS-POS-AMOUNT
                 TO WS-CCY-ASSETS(WS-CCY-HIT, WS-BUCKET)
           ELSE
              ADD WS-POS-AMOUNT
                 TO WS-CCY-LIABS(WS-CCY-HIT, WS-BUCKET)
           END-IF.

           ADD 1 TO WS-POSITION-COUNT.
       AOP999.
           EXIT.

       FIND-CURRENCY-SLOT SECTION.
       FCS010.
           IF WS-POS-CURRENCY = SPACES
              MOVE 'GBP' TO WS-POS-CURRENCY
           END-IF.

           MOVE 0 TO WS-CCY-HIT.

           PERFORM MATCH-ONE-CURRENCY
              VARYING WS-CCY-SUB FROM 1 BY 1
              UNTIL WS-CCY-SUB > WS-CCY-COUNT
                 OR WS-CCY-HIT > 0.

           IF WS-CCY-HIT = 0 AND WS-CCY-COUNT < 10
              ADD 1 TO WS-CCY-COUNT
              MOVE WS-CCY-COUNT TO WS-CCY-HIT
              INITIALIZE WS-CCY-ENTRY(WS-CCY-HIT)
              MOVE WS-POS-CURRENCY TO WS-CCY-CODE(WS-CCY-HIT)
           END-IF.
       FCS999.
           EXIT.

       MATCH-ONE-CURRENCY SECTION.
       MOC010.
           IF WS-CCY-CODE(WS-CCY-SUB) = WS-POS-CURRENCY
              MOVE WS-CCY-SUB TO WS-CCY-HIT
           END-IF.
       MOC999.
           EXIT.

      *----------------------------------------------------------------
      * Serviced loans - assets. A loan's rate is fixed at drawdown,
      * so each outstanding installment's principal reprices only
      * when it falls due. Settled, written-off and cancelled loans
      * (their leftover rows closed 'C') are no longer assets.
      *----------------------------------------------------------------
       GATHER-LOANS SECTION.
       GLN010.
           EXEC SQL
              DECLARE IRRL_CSR CURSOR FOR
                 SELECT S.LOANSCHD_DUE_DATE, S.LOANSCHD_PRINCIPAL,
                        COALESCE(A.ACCOUNT_CURRENCY_CODE, ' ')
                 FROM LOANSCHD S
                 INNER JOIN LOANMST L
                    ON L.LOANMST_SORTCODE = S.LOANSCHD_SORTCODE
                   AND L.LOANMST_ACCNO = S.LOANSCHD_ACCNO
                 LEFT JOIN ACCOUNT A
                    ON A.ACCOUNT_SORTCODE = S.LOANSCHD_SORTCODE
                   AND A.ACCOUNT_NUMBER = S.LOANSCHD_ACCNO
                 WHERE S.LOANSCHD_SORTCODE = :HV-SORTCODE
                   AND S.LOANSCHD_STATUS IN ('D', 'A', 'H')
                   AND L.LOANMST_STATUS NOT IN ('S', 'Z', 'K')
           END-EXEC.

           EXEC SQL OPEN IRRL_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM GLN-FETCH-NEXT.

           PERFORM PLACE-ONE-INSTALLMENT UNTIL WS-EOF.

           EXEC SQL CLOSE IRRL_CSR END-EXEC.
       GLN999.
           EXIT.

       GLN-FETCH-NEXT SECTION.
       GLNF010.
           EXEC SQL
              FETCH IRRL_CSR
              INTO :HV-DUE-DATE, :HV-AMOUNT, :HV-CURRENCY
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       GLNF999.
           EXIT.

       PLACE-ONE-INSTALLMENT SECTION.
       POI010.
           MOVE HV-DUE-DATE TO WS-DATE-WORK.

           PERFORM DAYS-UNTIL-DATE.
           PERFORM PICK-BUCKET.

           MOVE HV-CURRENCY TO WS-POS-CURRENCY.
           MOVE HV-AMOUNT TO WS-POS-AMOUNT.
           MOVE 'A' TO WS-POS-SIDE.
           PERFORM ADD-ONE-POSITION.

           PERFORM GLN-FETCH-NEXT.
       POI999.
           EXIT.

      *----------------------------------------------------------------
      * Open term deposits - liabilities at a fixed rate until the
      * deposit matures.
      *----------------------------------------------------------------
       GATHER-TERM-DEPOSITS SECTION.
       GTD010.
           EXEC SQL
              DECLARE IRRT_CSR CURSOR FOR
                 SELECT T.TERMDEP_MATURITY_DATE,
                        A.ACCOUNT_ACTUAL_BALANCE,
                        COALESCE(A.ACCOUNT_CURRENCY_CODE, ' ')
                 FROM TERMDEP T
                 INNER JOIN ACCOUNT A
                    ON A.ACCOUNT_SORTCODE = T.TERMDEP_SORTCODE
                   AND A.ACCOUNT_NUMBER = T.TERMDEP_ACCNO
                 WHERE T.TERMDEP_SORTCODE = :HV-SORTCODE
                   AND T.TERMDEP_STATUS = 'O'
                   AND A.ACCOUNT_ACTUAL_BALANCE > 0
           END-EXEC.

           EXEC SQL OPEN IRRT_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM GTD-FETCH-NEXT.

           PERFORM PLACE-ONE-DEPOSIT UNTIL WS-EOF.

           EXEC SQL CLOSE IRRT_CSR END-EXEC.
       GTD999.
           EXIT.

       GTD-FETCH-NEXT SECTION.
       GTDF010.
           EXEC SQL
              FETCH IRRT_CSR
              INTO :HV-DUE-DATE, :HV-ACTUAL-BAL, :HV-CURRENCY
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       GTDF999.
           EXIT.

       PLACE-ONE-DEPOSIT SECTION.
       POD010.
           MOVE HV-DUE-DATE TO WS-DATE-WORK.
           PERFORM DAYS-UNTIL-DATE.
           PERFORM PICK-BUCKET.

           MOVE HV-CURRENCY TO WS-POS-CURRENCY.
           MOVE HV-ACTUAL-BAL TO WS-POS-AMOUNT.
           MOVE 'L' TO WS-POS-SIDE.
           PERFORM ADD-ONE-POSITION.

           PERFORM GTD-FETCH-NEXT.
       POD999.
           EXIT.

      *----------------------------------------------------------------
      * Every other balance at the sort code, with any negotiated
      * rate in force today and any active pool it belongs to.
      * Serviced loans - live ones placed above from their
      * schedules, dead ones not at all - and open term deposits
      * are left out.
      *----------------------------------------------------------------
       GATHER-ACCOUNTS SECTION.
       GAC010.
           EXEC SQL
              DECLARE IRRA_CSR CURSOR FOR
                 SELECT A.ACCOUNT_TYPE, A.ACCOUNT_ACTUAL_BALANCE,
                        COALESCE(A.ACCOUNT_CURRENCY_CODE, ' '),
                        COALESCE(R.RATEOVR_EXPIRY_DATE, ' '),
                        COALESCE(P.NPOOL_NEXT_POST, ' ')
                 FROM ACCOUNT A
                 LEFT JOIN RATEOVR R
                    ON R.RATEOVR_SORTCODE = A.ACCOUNT_SORTCODE
                   AND R.RATEOVR_ACCNO = A.ACCOUNT_NUMBER
                   AND R.RATEOVR_STATUS = 'A'
                   AND R.RATEOVR_START_DATE <= :HV-RUN-DATE
                   AND R.RATEOVR_EXPIRY_DATE >= :HV-RUN-DATE
                 LEFT JOIN NPOOLMBR M
                    ON M.NPOOLMBR_SORTCODE = A.ACCOUNT_SORTCODE
                   AND M.NPOOLMBR_ACCNO = A.ACCOUNT_NUMBER
                   AND M.NPOOLMBR_STATUS = 'A'
                 LEFT JOIN NPOOL P
                    ON P.NPOOL_ID = M.NPOOLMBR_POOL_ID
                   AND P.NPOOL_STATUS = 'A'
                 WHERE A.ACCOUNT_SORTCODE = :HV-SORTCODE
                   AND A.ACCOUNT_ACTUAL_BALANCE NOT = 0
                   AND NOT EXISTS
                      (SELECT 1 FROM LOANMST L
                       WHERE L.LOANMST_SORTCODE = A.ACCOUNT_SORTCODE
                         AND L.LOANMST_ACCNO = A.ACCOUNT_NUMBER)
                   AND NOT EXISTS
                      (SELECT 1 FROM TERMDEP T
                       WHERE T.TERMDEP_SORTCODE = A.ACCOUNT_SORTCODE
                         AND T.TERMDEP_ACCNO = A.ACCOUNT_NUMBER
                         AND T.TERMDEP_STATUS = 'O')
           END-EXEC.

           EXEC SQL OPEN IRRA_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM GAC-FETCH-NEXT.

           PERFORM PLACE-ONE-ACCOUNT UNTIL WS-EOF.

           EXEC SQL CLOSE IRRA_CSR END-EXEC.
       GAC999.
           EXIT.

       GAC-FETCH-NEXT SECTION.
       GACF010.
           EXEC SQL
              FETCH IRRA_CSR
              INTO :HV-ACC-TYPE, :HV-ACTUAL-BAL, :HV-CURRENCY,
                   :HV-OVERRIDE-EXPIRY, :HV-POOL-NEXT-POST
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       GACF999.
           EXIT.

       PLACE-ONE-ACCOUNT SECTION.
       POA010.
           MOVE HV-CURRENCY TO WS-POS-CURRENCY.

           IF HV-ACTUAL-BAL < 0
              MOVE 'A' TO WS-POS-SIDE
              COMPUTE WS-POS-AMOUNT = 0 - HV-ACTUAL-BAL
           ELSE
              MOVE 'L' TO WS-POS-SIDE
              MOVE HV-ACTUAL-BAL TO WS-POS-AMOUNT
           END-IF.

      *
      *    A negotiated rate holds until the day after it expires;
      *    a pooled balance reprices when the pool next posts.
      *
           IF HV-OVERRIDE-EXPIRY NOT = SPACES
              MOVE HV-OVERRIDE-EXPIRY TO WS-DATE-WORK
              PERFORM DAYS-UNTIL-DATE
              ADD 1 TO WS-ITEM-DAYS
              PERFORM PICK-BUCKET
              PERFORM ADD-ONE-POSITION
              GO TO POA900
           END-IF.

           IF HV-POOL-NEXT-POST NOT = SPACES
              MOVE HV-POOL-NEXT-POST TO WS-DATE-WORK
              PERFORM DAYS-UNTIL-DATE
              PERFORM PICK-BUCKET
              PERFORM ADD-ONE-POSITION
              GO TO POA900
           END-IF.

      *
      *    Debit balances, and credit balances that are not
      *    non-maturity deposits, follow the product rate.
      *
           MOVE 1 TO WS-BUCKET.

           IF WS-POS-SIDE = 'A'
              PERFORM ADD-ONE-POSITION
              GO TO POA900
           END-IF.

           EVALUATE HV-ACC-TYPE
              WHEN 'CURRENT '
                 MOVE WS-CORE-PCT-CURRENT TO WS-CORE-PCT
              WHEN 'SAVING  '
              WHEN 'ISA     '
              WHEN 'NOTICE  '
                 MOVE WS-CORE-PCT-SAVINGS TO WS-CORE-PCT
              WHEN OTHER
                 PERFORM ADD-ONE-POSITION
                 GO TO POA900
           END-EVALUATE.

           PERFORM SPLIT-NON-MATURITY-DEPOSIT.

       POA900.
           PERFORM GAC-FETCH-NEXT.
       POA999.
           EXIT.

      *----------------------------------------------------------------
      * A non-maturity deposit: the core share at the assumed
      * repricing term, the rest overnight.
      *----------------------------------------------------------------
       SPLIT-NON-MATURITY-DEPOSIT SECTION.
       SND010.
           COMPUTE WS-CORE-AMOUNT ROUNDED =
              WS-POS-AMOUNT * WS-CORE-PCT / 100.

           PERFORM FIND-CURRENCY-SLOT.

           IF WS-CCY-HIT = 0
              ADD 1 TO WS-DROPPED-COUNT
              GO TO SND999
           END-IF.

           ADD WS-POS-AMOUNT TO WS-CCY-NMD-TOTAL(WS-CCY-HIT).
           ADD WS-CORE-AMOUNT TO WS-CCY-NMD-CORE(WS-CCY-HIT).

           SUBTRACT WS-CORE-AMOUNT FROM WS-POS-AMOUNT.
           MOVE 1 TO WS-BUCKET.
           PERFORM ADD-ONE-POSITION.

           MOVE WS-CORE-AMOUNT TO WS-POS-AMOUNT.
           MOVE WS-CORE-BUCKET TO WS-BUCKET.
           PERFORM ADD-ONE-POSITION.
       SND999.
           EXIT.

      *----------------------------------------------------------------
       PRINT-THE-GAPS SECTION.
       PTG010.
           PERFORM PRINT-ONE-CURRENCY
              VARYING WS-CCY-SUB FROM 1 BY 1
              UNTIL WS-CCY-SUB > WS-CCY-COUNT.
       PTG999.
           EXIT.

       PRINT-ONE-CURRENCY SECTION.
       POC010.
           MOVE SPACES TO IRRG-REPORT-LINE.
           WRITE IRRG-REPORT-LINE.

           MOVE SPACES TO IRRG-REPORT-LINE
           STRING 'CURRENCY ' DELIMITED BY SIZE
               WS-CCY-CODE(WS-CCY-SUB) DELIMITED BY SIZE
               INTO IRRG-REPORT-LINE
           END-STRING
           WRITE IRRG-REPORT-LINE.

           MOVE WS-HEADING-LINE TO IRRG-REPORT-LINE.
           WRITE IRRG-REPORT-LINE.

           MOVE 0 TO WS-CUM-GAP.

           PERFORM PRINT-ONE-BUCKET
              VARYING WS-BKT-SUB FROM 1 BY 1
              UNTIL WS-BKT-SUB > 8.

           MOVE WS-CCY-NMD-TOTAL(WS-CCY-SUB) TO WS-PRINT-AMOUNT.
           MOVE WS-CCY-NMD-CORE(WS-CCY-SUB) TO WS-PRINT-CORE.
           MOVE SPACES TO IRRG-REPORT-LINE
           STRING '  NON-MATURITY DEPOSITS ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' OF WHICH CORE ' DELIMITED BY SIZE
               WS-PRINT-CORE DELIMITED BY SIZE
               ' IN ' DELIMITED BY SIZE
               WS-BUCKET-NAME(WS-CORE-BUCKET) DELIMITED BY SIZE
               INTO IRRG-REPORT-LINE
           END-STRING
           WRITE IRRG-REPORT-LINE.

           MOVE '  12-MONTH NET INTEREST INCOME SENSITIVITY'
              TO IRRG-REPORT-LINE.
           WRITE IRRG-REPORT-LINE.

           PERFORM PRINT-ONE-SHOCK
              VARYING WS-SHOCK-SUB FROM 1 BY 1
              UNTIL WS-SHOCK-SUB > 2.
       POC999.
           EXIT.

       PRINT-ONE-BUCKET SECTION.
       POB010.
           COMPUTE WS-GAP =
              WS-CCY-ASSETS(WS-CCY-SUB, WS-BKT-SUB)
              - WS-CCY-LIABS(WS-CCY-SUB, WS-BKT-SUB).
           ADD WS-GAP TO WS-CUM-GAP.

           MOVE SPACES TO WS-GAP-LINE.
           MOVE WS-BUCKET-NAME(WS-BKT-SUB) TO WS-GL-BUCKET.
           MOVE WS-CCY-ASSETS(WS-CCY-SUB, WS-BKT-SUB)
              TO WS-GL-ASSETS.
           MOVE WS-CCY-LIABS(WS-CCY-SUB, WS-BKT-SUB)
              TO WS-GL-LIABS.
           MOVE WS-GAP TO WS-GL-GAP.
           MOVE WS-CUM-GAP TO WS-GL-CUM-GAP.

           MOVE WS-GAP-LINE TO IRRG-REPORT-LINE.
           WRITE IRRG-REPORT-LINE.
       POB999.
           EXIT.

      *----------------------------------------------------------------
      * One shock, up and down: the gap in each bucket inside a year
      * earns (a positive gap) or costs (a negative one) the shock
      * for the part of the year after it reprices. The gap model
      * is linear, so the fall is the rise with the sign turned.
      *----------------------------------------------------------------
       PRINT-ONE-SHOCK SECTION.
       POS010.
           MOVE 0 TO WS-NII-CHANGE.

           PERFORM ADD-ONE-BUCKET-NII
              VARYING WS-BKT-SUB FROM 1 BY 1
              UNTIL WS-BKT-SUB > 5.

           MOVE WS-SHOCK-BP(WS-SHOCK-SUB) TO WS-NL-BP.
           MOVE WS-NII-CHANGE TO WS-NL-CHANGE.
           MOVE WS-NII-LINE TO IRRG-REPORT-LINE.
           WRITE IRRG-REPORT-LINE.

           COMPUTE WS-NL-BP = 0 - WS-SHOCK-BP(WS-SHOCK-SUB).
           COMPUTE WS-NL-CHANGE = 0 - WS-NII-CHANGE.
           MOVE WS-NII-LINE TO IRRG-REPORT-LINE.
           WRITE IRRG-REPORT-LINE.
       POS999.
           EXIT.

       ADD-ONE-BUCKET-NII SECTION.
       ABN010.
           COMPUTE WS-NII-CHANGE ROUNDED = WS-NII-CHANGE
              + (WS-CCY-ASSETS(WS-CCY-SUB, WS-BKT-SUB)
                 - WS-CCY-LIABS(WS-CCY-SUB, WS-BKT-SUB))
              * WS-SHOCK-BP(WS-SHOCK-SUB) / 10000
              * WS-NII-WEIGHT(WS-BKT-SUB).
       ABN999.
           EXIT.
