      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: CCBILL                                                  *
      *                                                                *
      * Description: Credit card monthly billing cycle. Every card    *
      *              account (CCACCT) whose cycle closes on or before  *
      *              the run date gets its statement: the opening      *
      *              balance owed, each transaction posted since the   *
      *              last statement, interest, the closing balance,    *
      *              the minimum payment and the date it is due.       *
      *                                                                *
      *              Interest is charged monthly at the account's APR *
      *              (ACCOUNT_INTEREST_RATE / 12). Purchases are       *
      *              interest free while every statement is paid in   *
      *              full by its due date; once one is not (CCCOLL     *
      *              records that on the due date) interest is         *
      *              charged on the balance left unpaid and on the     *
      *              cycle's purchases. Cash advances (PROCTRAN CCA)   *
      *              have no interest-free period. Interest posts as   *
      *              PROCTRAN type CCI.                                *
      *                                                                *
      *              The minimum payment is CONTROL CC-MIN-PAY-PCT     *
      *              percent of the balance (default 3), never less    *
      *              than CC-MIN-PAY-AMT (default 25) nor more than    *
      *              the balance; it falls due CC-PAYMENT-DAYS after   *
      *              the statement (default 25). A balance over the    *
      *              credit limit (the account's overdraft limit) is   *
      *              reported, told to the customer on the statement   *
      *              and put on the exception queue.                   *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the business date (defaults to today).     *
      *                                                                *
      * Output: Card statements CCSTMTO and report CCBRPT.             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCBILL.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-FILE
                  ASSIGN TO CCSTMTO
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CCB-REPORT
                  ASSIGN TO CCBRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE                   PIC X(132).

       FD  CCB-REPORT.
       01  CCB-REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE CCACDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 WS-RUN-DATE-NUM REDEFINES HV-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES HV-RUN-DATE.
          03 WS-RUN-DATE-YYYY               PIC 9(4).
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.

       01 HV-ACC-NUMBER                     PIC X(8).
       01 HV-ACC-CUSTNO                     PIC X(10).
       01 HV-ACC-INT-RATE                   PIC S9(2)V99 COMP-3.
       01 HV-ACC-OVERDRAFT-LIM              PIC S9(9) COMP.
       01 HV-ACC-ACTUAL-BAL                 PIC S9(10)V99 COMP-3.

       01 HV-CCACCT-PAY-ACCNO               PIC X(8).
       01 HV-CCACCT-PAY-OPTION              PIC X.
       01 HV-CCACCT-LAST-STMT-DATE          PIC X(8).
       01 HV-CCACCT-NEXT-STMT-DATE          PIC X(8).
       01 WS-NEXT-STMT-X REDEFINES HV-CCACCT-NEXT-STMT-DATE.
          03 WS-NEXT-STMT-YYYY              PIC 9(4).
          03 WS-NEXT-STMT-MM                PIC 99.
          03 WS-NEXT-STMT-DD                PIC 99.
       01 HV-CCACCT-STMT-BALANCE            PIC S9(10)V99 COMP-3.
       01 HV-CCACCT-PAID-IN-FULL            PIC X.
       01 HV-CCACCT-MIN-DUE                 PIC S9(10)V99 COMP-3.
       01 HV-CCACCT-DUE-DATE                PIC X(8).
       01 WS-DUE-DATE-NUM REDEFINES HV-CCACCT-DUE-DATE PIC 9(8).
       01 HV-CCACCT-COLLECTED               PIC X.

       01 HV-CCSTMT-PURCHASES               PIC S9(10)V99 COMP-3.
       01 HV-CCSTMT-CASH                    PIC S9(10)V99 COMP-3.
       01 HV-CCSTMT-PAYMENTS                PIC S9(10)V99 COMP-3.
       01 HV-CCSTMT-OTHER                   PIC S9(10)V99 COMP-3.
       01 HV-CCSTMT-INTEREST                PIC S9(10)V99 COMP-3.
       01 HV-CCSTMT-CLOSING                 PIC S9(10)V99 COMP-3.
       01 HV-CCSTMT-OVER-LIMIT              PIC X.

       01 HV-TXN-DATE                       PIC X(10).
       01 HV-TXN-TYPE                       PIC X(3).
       01 HV-TXN-DESC                       PIC X(40).
       01 HV-TXN-AMOUNT                     PIC S9(10)V99 COMP-3.

       01 HV-PROCTRAN-EYECATCHER            PIC X(4) VALUE 'PRTR'.
       01 HV-PROCTRAN-DATE                  PIC X(10).
       01 HV-PROCTRAN-TIME                  PIC X(6) VALUE '000000'.
       01 HV-PROCTRAN-REF                   PIC X(12).
       01 HV-PROCTRAN-TYPE                  PIC X(3) VALUE 'CCI'.
       01 HV-PROCTRAN-DESC                  PIC X(40).
       01 HV-PROCTRAN-AMOUNT                PIC S9(10)V99 COMP-3.

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.

       01 WS-TODAY                          PIC 9(8).
       01 WS-MIN-PAY-PCT                    PIC S9(3)V99 VALUE 3.
       01 WS-MIN-PAY-AMT                    PIC S9(7)V99 VALUE 25.
       01 WS-PAYMENT-DAYS                   PIC S9(4) COMP VALUE 25.
       01 WS-DATE-INTEGER                   PIC S9(9) COMP.

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.
       01 WS-TXN-EOF-SW                     PIC X.
          88 WS-TXN-EOF                     VALUE 'Y'.

       01 WS-INTEREST-BASE                  PIC S9(10)V99.
       01 WS-CARRIED-OVER                   PIC S9(10)V99.

       01 WS-STATEMENTS                     PIC 9(8) VALUE 0.
       01 WS-OVER-LIMIT-COUNT               PIC 9(8) VALUE 0.
       01 WS-TOTAL-INTEREST                 PIC S9(12)V99 VALUE 0.
       01 WS-TOTAL-OWED                     PIC S9(12)V99 VALUE 0.

       01 WS-PRINT-AMOUNT                   PIC +9(10).99.
       01 WS-PRINT-AMOUNT-2                 PIC +9(10).99.
       01 WS-PRINT-TOTAL                    PIC +9(12).99.
       01 WS-PRINT-LIMIT                    PIC 9(9).

      * Run-control registration (see RUNCTL) - every overnight
      * program records its run and honours the sequencing rules.
       01 RUNCTL-AREA.
           COPY RUNCTLA.

      * Consolidated exception queue hookup (see EXCPWRT).
       01 EXCPWRT-AREA.
           COPY EXCPWRTA.

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
           05 PARM                          PIC X(256).

       PROCEDURE DIVISION USING PARM-BUFFER.
       PREMIERE SECTION.
       A010.
           OPEN OUTPUT CCB-REPORT.
           OPEN OUTPUT STATEMENT-FILE.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO CCB-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO CCB-REPORT-LINE
              END-STRING
              WRITE CCB-REPORT-LINE
              CLOSE STATEMENT-FILE
              CLOSE CCB-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM GET-BILLING-CONTROLS.

           MOVE SPACES TO CCB-REPORT-LINE
           STRING 'CREDIT CARD BILLING CYCLE - SORTCODE '
                  DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO CCB-REPORT-LINE
           END-STRING
           WRITE CCB-REPORT-LINE.

           EXEC SQL
              DECLARE CCB_CSR CURSOR FOR
                 SELECT C.CCACCT_ACCNO, C.CCACCT_PAY_ACCNO,
                        C.CCACCT_PAY_OPTION, C.CCACCT_LAST_STMT_DATE,
                        C.CCACCT_NEXT_STMT_DATE,
                        C.CCACCT_STMT_BALANCE, C.CCACCT_PAID_IN_FULL,
                        A.ACCOUNT_CUSTOMER_NUMBER,
                        A.ACCOUNT_INTEREST_RATE,
                        A.ACCOUNT_OVERDRAFT_LIMIT
                 FROM CCACCT C, ACCOUNT A
                 WHERE C.CCACCT_SORTCODE = :HV-SORTCODE
                   AND C.CCACCT_STATUS = 'A'
                   AND C.CCACCT_NEXT_STMT_DATE <= :HV-RUN-DATE
                   AND A.ACCOUNT_SORTCODE = C.CCACCT_SORTCODE
                   AND A.ACCOUNT_NUMBER = C.CCACCT_ACCNO
                 ORDER BY C.CCACCT_ACCNO
           END-EXEC.

           EXEC SQL OPEN CCB_CSR END-EXEC.

           PERFORM FETCH-NEXT-CARD.

           PERFORM UNTIL WS-EOF
              PERFORM BILL-ONE-CARD
              PERFORM FETCH-NEXT-CARD
           END-PERFORM.

           EXEC SQL CLOSE CCB_CSR END-EXEC.

           MOVE WS-TOTAL-INTEREST TO WS-PRINT-TOTAL.
           MOVE SPACES TO CCB-REPORT-LINE
           STRING 'STATEMENTS=' DELIMITED BY SIZE
               WS-STATEMENTS DELIMITED BY SIZE
               ' OVER LIMIT=' DELIMITED BY SIZE
               WS-OVER-LIMIT-COUNT DELIMITED BY SIZE
               ' INTEREST CHARGED=' DELIMITED BY SIZE
               WS-PRINT-TOTAL DELIMITED BY SIZE
               INTO CCB-REPORT-LINE
           END-STRING
           WRITE CCB-REPORT-LINE.

           MOVE WS-TOTAL-OWED TO WS-PRINT-TOTAL.
           MOVE SPACES TO CCB-REPORT-LINE
           STRING 'TOTAL BALANCES STATEMENTED=' DELIMITED BY SIZE
               WS-PRINT-TOTAL DELIMITED BY SIZE
               INTO CCB-REPORT-LINE
           END-STRING
           WRITE CCB-REPORT-LINE.

           CLOSE STATEMENT-FILE.
           CLOSE CCB-REPORT.

           MOVE 0 TO RETURN-CODE.

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
           MOVE 'CCBILL' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-STATEMENTS TO RUNCTL-RECORD-COUNT.
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

           MOVE WS-RUN-DATE-DD   TO HV-PROCTRAN-DATE(1:2)
           MOVE '.'              TO HV-PROCTRAN-DATE(3:1)
           MOVE WS-RUN-DATE-MM   TO HV-PROCTRAN-DATE(4:2)
           MOVE '.'              TO HV-PROCTRAN-DATE(6:1)
           MOVE WS-RUN-DATE-YYYY TO HV-PROCTRAN-DATE(7:4).
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * The card product's billing rules from the CONTROL table.
      * CC-MIN-PAY-PCT is held in hundredths of a percent.
      *----------------------------------------------------------------
       GET-BILLING-CONTROLS SECTION.
       GBC010.
           MOVE 'CC-MIN-PAY-PCT' TO HV-CONTROL-NAME.
           PERFORM READ-ONE-CONTROL.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              COMPUTE WS-MIN-PAY-PCT = HV-CONTROL-VALUE-NUM / 100
           END-IF.

           MOVE 'CC-MIN-PAY-AMT' TO HV-CONTROL-NAME.
           PERFORM READ-ONE-CONTROL.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-MIN-PAY-AMT
           END-IF.

           MOVE 'CC-PAYMENT-DAYS' TO HV-CONTROL-NAME.
           PERFORM READ-ONE-CONTROL.
           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-PAYMENT-DAYS
           END-IF.
       GBC999.
           EXIT.

       READ-ONE-CONTROL SECTION.
       ROC010.
           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.
       ROC999.
           EXIT.

       FETCH-NEXT-CARD SECTION.
       FNC010.
           EXEC SQL
              FETCH CCB_CSR
              INTO :HV-ACC-NUMBER, :HV-CCACCT-PAY-ACCNO,
                   :HV-CCACCT-PAY-OPTION, :HV-CCACCT-LAST-STMT-DATE,
                   :HV-CCACCT-NEXT-STMT-DATE,
                   :HV-CCACCT-STMT-BALANCE, :HV-CCACCT-PAID-IN-FULL,
                   :HV-ACC-CUSTNO, :HV-ACC-INT-RATE,
                   :HV-ACC-OVERDRAFT-LIM
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNC999.
           EXIT.

      *----------------------------------------------------------------
      * Close one card's cycle: list the cycle's transactions, work
      * out and post the interest, then set the minimum payment and
      * due date and schedule the next cycle.
      *----------------------------------------------------------------
       BILL-ONE-CARD SECTION.
       BOC010.
           ADD 1 TO WS-STATEMENTS.

           MOVE 0 TO HV-CCSTMT-PURCHASES HV-CCSTMT-CASH
                     HV-CCSTMT-PAYMENTS HV-CCSTMT-OTHER
                     HV-CCSTMT-INTEREST.

           PERFORM WRITE-STATEMENT-HEADING.

           PERFORM LIST-CYCLE-TRANSACTIONS.

      *
      *    Interest. Whatever was owed at the last statement and has
      *    not been paid off since is carried over; it and this
      *    cycle's purchases are charged only once the card has lost
      *    its interest-free period by a statement not paid in full.
      *    Cash advances are charged regardless.
      *
           COMPUTE WS-CARRIED-OVER =
              HV-CCACCT-STMT-BALANCE - HV-CCSTMT-PAYMENTS.
           IF WS-CARRIED-OVER < 0
              MOVE 0 TO WS-CARRIED-OVER
           END-IF.

           IF HV-CCACCT-PAID-IN-FULL = 'Y'
              MOVE HV-CCSTMT-CASH TO WS-INTEREST-BASE
           ELSE
              COMPUTE WS-INTEREST-BASE = WS-CARRIED-OVER
                 + HV-CCSTMT-PURCHASES + HV-CCSTMT-CASH
           END-IF.

           COMPUTE HV-CCSTMT-INTEREST ROUNDED =
              WS-INTEREST-BASE * HV-ACC-INT-RATE / 1200.

           IF HV-CCSTMT-INTEREST > 0
              PERFORM POST-CARD-INTEREST
           END-IF.

           EXEC SQL
              SELECT ACCOUNT_ACTUAL_BALANCE
              INTO :HV-ACC-ACTUAL-BAL
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-ACC-NUMBER)
           END-EXEC.

           COMPUTE HV-CCSTMT-CLOSING = 0 - HV-ACC-ACTUAL-BAL.

      *
      *    Minimum payment: a percentage of the balance, with a
      *    floor, and never more than the balance itself.
      *
           IF HV-CCSTMT-CLOSING > 0
              COMPUTE HV-CCACCT-MIN-DUE ROUNDED =
                 HV-CCSTMT-CLOSING * WS-MIN-PAY-PCT / 100
              IF HV-CCACCT-MIN-DUE < WS-MIN-PAY-AMT
                 MOVE WS-MIN-PAY-AMT TO HV-CCACCT-MIN-DUE
              END-IF
              IF HV-CCACCT-MIN-DUE > HV-CCSTMT-CLOSING
                 MOVE HV-CCSTMT-CLOSING TO HV-CCACCT-MIN-DUE
              END-IF
              MOVE 'N' TO HV-CCACCT-COLLECTED
           ELSE
              MOVE 0 TO HV-CCACCT-MIN-DUE
              MOVE 'Y' TO HV-CCACCT-COLLECTED
              MOVE 'Y' TO HV-CCACCT-PAID-IN-FULL
           END-IF.

           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
              + WS-PAYMENT-DAYS.
           COMPUTE WS-DUE-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).

           IF HV-CCSTMT-CLOSING > HV-ACC-OVERDRAFT-LIM
              MOVE 'Y' TO HV-CCSTMT-OVER-LIMIT
           ELSE
              MOVE 'N' TO HV-CCSTMT-OVER-LIMIT
           END-IF.

           PERFORM WRITE-STATEMENT-SUMMARY.

           PERFORM ADVANCE-ONE-CYCLE
              UNTIL HV-CCACCT-NEXT-STMT-DATE > HV-RUN-DATE.

           PERFORM RECORD-THE-STATEMENT.

           ADD HV-CCSTMT-INTEREST TO WS-TOTAL-INTEREST.
           ADD HV-CCSTMT-CLOSING TO WS-TOTAL-OWED.

           MOVE HV-CCSTMT-CLOSING TO WS-PRINT-AMOUNT.
           MOVE HV-CCACCT-MIN-DUE TO WS-PRINT-AMOUNT-2.
           MOVE SPACES TO CCB-REPORT-LINE
           STRING 'CARD ' DELIMITED BY SIZE
               HV-ACC-NUMBER DELIMITED BY SIZE
               ' BALANCE ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' MINIMUM ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT-2 DELIMITED BY SIZE
               ' DUE ' DELIMITED BY SIZE
               HV-CCACCT-DUE-DATE DELIMITED BY SIZE
               INTO CCB-REPORT-LINE
           END-STRING
           WRITE CCB-REPORT-LINE.

           IF HV-CCSTMT-OVER-LIMIT = 'Y'
              PERFORM REPORT-OVER-LIMIT
           END-IF.
       BOC999.
           EXIT.

      *----------------------------------------------------------------
      * Everything posted to the card after the last statement, up
      * to and including the run date, in date order. Amounts print
      * as the customer reads a card statement: charges plus,
      * payments and refunds minus.
      *----------------------------------------------------------------
       LIST-CYCLE-TRANSACTIONS SECTION.
       LCT010.
           EXEC SQL
              DECLARE CCTXN_CSR CURSOR FOR
                 SELECT PROCTRAN_DATE, PROCTRAN_TYPE, PROCTRAN_DESC,
                        PROCTRAN_AMOUNT
                 FROM PROCTRAN
                 WHERE PROCTRAN_SORTCODE = :HV-SORTCODE
                   AND PROCTRAN_NUMBER = :HV-ACC-NUMBER
                   AND SUBSTR(PROCTRAN_DATE,7,4) ||
                       SUBSTR(PROCTRAN_DATE,4,2) ||
                       SUBSTR(PROCTRAN_DATE,1,2)
                          > :HV-CCACCT-LAST-STMT-DATE
                   AND SUBSTR(PROCTRAN_DATE,7,4) ||
                       SUBSTR(PROCTRAN_DATE,4,2) ||
                       SUBSTR(PROCTRAN_DATE,1,2)
                          <= :HV-RUN-DATE
                 ORDER BY SUBSTR(PROCTRAN_DATE,7,4) ||
                          SUBSTR(PROCTRAN_DATE,4,2) ||
                          SUBSTR(PROCTRAN_DATE,1,2),
                          PROCTRAN_TIME
           END-EXEC.

           EXEC SQL OPEN CCTXN_CSR END-EXEC.

           MOVE 'N' TO WS-TXN-EOF-SW.

           PERFORM FETCH-NEXT-CARD-TXN.

           PERFORM UNTIL WS-TXN-EOF
              PERFORM PRINT-ONE-CARD-TXN
              PERFORM FETCH-NEXT-CARD-TXN
           END-PERFORM.

           EXEC SQL CLOSE CCTXN_CSR END-EXEC.
       LCT999.
           EXIT.

       FETCH-NEXT-CARD-TXN SECTION.
       FNCT010.
           EXEC SQL
              FETCH CCTXN_CSR
              INTO :HV-TXN-DATE, :HV-TXN-TYPE, :HV-TXN-DESC,
                   :HV-TXN-AMOUNT
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-TXN-EOF-SW
           END-IF.
       FNCT999.
           EXIT.

       PRINT-ONE-CARD-TXN SECTION.
       POCT010.
           EVALUATE TRUE
              WHEN HV-TXN-AMOUNT > 0
                 ADD HV-TXN-AMOUNT TO HV-CCSTMT-PAYMENTS
              WHEN HV-TXN-TYPE = 'CCP'
                 SUBTRACT HV-TXN-AMOUNT FROM HV-CCSTMT-PURCHASES
              WHEN HV-TXN-TYPE = 'CCA'
                 SUBTRACT HV-TXN-AMOUNT FROM HV-CCSTMT-CASH
              WHEN OTHER
                 SUBTRACT HV-TXN-AMOUNT FROM HV-CCSTMT-OTHER
           END-EVALUATE.

           COMPUTE WS-PRINT-AMOUNT = 0 - HV-TXN-AMOUNT.

           MOVE SPACES TO STATEMENT-LINE
           STRING '  ' DELIMITED BY SIZE
               HV-TXN-DATE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               HV-TXN-DESC DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE.
       POCT999.
           EXIT.

      *----------------------------------------------------------------
       POST-CARD-INTEREST SECTION.
       PCI010.
           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_AVAILABLE_BALANCE =
                     ACCOUNT_AVAILABLE_BALANCE - :HV-CCSTMT-INTEREST,
                  ACCOUNT_ACTUAL_BALANCE =
                     ACCOUNT_ACTUAL_BALANCE - :HV-CCSTMT-INTEREST
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-ACC-NUMBER)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO CCB-REPORT-LINE
              STRING 'INTEREST NOT POSTED - CARD ' DELIMITED BY SIZE
                  HV-ACC-NUMBER DELIMITED BY SIZE
                  ' IN ERROR' DELIMITED BY SIZE
                  INTO CCB-REPORT-LINE
              END-STRING
              WRITE CCB-REPORT-LINE
              MOVE 0 TO HV-CCSTMT-INTEREST
              GO TO PCI999
           END-IF.

           COMPUTE HV-PROCTRAN-AMOUNT = 0 - HV-CCSTMT-INTEREST.
           MOVE 'CARD' TO HV-PROCTRAN-REF.
           MOVE 'CARD INTEREST' TO HV-PROCTRAN-DESC.

           EXEC SQL
              INSERT INTO PROCTRAN
                 (PROCTRAN_EYECATCHER, PROCTRAN_SORTCODE,
                  PROCTRAN_NUMBER, PROCTRAN_DATE, PROCTRAN_TIME,
                  PROCTRAN_REF, PROCTRAN_TYPE, PROCTRAN_DESC,
                  PROCTRAN_AMOUNT)
              VALUES
                 (:HV-PROCTRAN-EYECATCHER, :HV-SORTCODE,
                  :HV-ACC-NUMBER, :HV-PROCTRAN-DATE,
                  :HV-PROCTRAN-TIME, :HV-PROCTRAN-REF,
                  :HV-PROCTRAN-TYPE, :HV-PROCTRAN-DESC,
                  :HV-PROCTRAN-AMOUNT)
           END-EXEC.

           IF SQLCODE = 0
              INITIALIZE EVNT-AREA
              SET EVNT-POSTING TO TRUE
              MOVE HV-SORTCODE TO EVNT-SORTCODE
              MOVE HV-ACC-NUMBER TO EVNT-ACCNO
              MOVE HV-PROCTRAN-DATE TO EVNT-PROC-DATE
              MOVE HV-PROCTRAN-TIME TO EVNT-PROC-TIME
              MOVE HV-PROCTRAN-REF TO EVNT-REF
              MOVE HV-PROCTRAN-TYPE TO EVNT-TYPE
              MOVE HV-PROCTRAN-DESC TO EVNT-DESC
              MOVE HV-PROCTRAN-AMOUNT TO EVNT-AMOUNT
              PERFORM WRITE-BUSINESS-EVENT
           END-IF.

           MOVE HV-CCSTMT-INTEREST TO WS-PRINT-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE
           STRING '  ' DELIMITED BY SIZE
               HV-PROCTRAN-DATE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               HV-PROCTRAN-DESC DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE.
       PCI999.
           EXIT.

      *----------------------------------------------------------------
       WRITE-STATEMENT-HEADING SECTION.
       WSH010.
           MOVE HV-ACC-OVERDRAFT-LIM TO WS-PRINT-LIMIT.

           MOVE SPACES TO STATEMENT-LINE
           STRING 'CREDIT CARD STATEMENT - SORTCODE ' DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' ACCOUNT ' DELIMITED BY SIZE
               HV-ACC-NUMBER DELIMITED BY SIZE
               ' CUSTOMER ' DELIMITED BY SIZE
               HV-ACC-CUSTNO DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE.

           MOVE HV-CCACCT-STMT-BALANCE TO WS-PRINT-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE
           STRING 'STATEMENT DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               '  CREDIT LIMIT ' DELIMITED BY SIZE
               WS-PRINT-LIMIT DELIMITED BY SIZE
               '  OPENING BALANCE ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE.
       WSH999.
           EXIT.

       WRITE-STATEMENT-SUMMARY SECTION.
       WSS010.
           MOVE HV-CCSTMT-CLOSING TO WS-PRINT-AMOUNT.
           MOVE SPACES TO STATEMENT-LINE
           STRING 'CLOSING BALANCE ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE.

           IF HV-CCSTMT-CLOSING > 0
              MOVE HV-CCACCT-MIN-DUE TO WS-PRINT-AMOUNT
              MOVE SPACES TO STATEMENT-LINE
              STRING 'MINIMUM PAYMENT ' DELIMITED BY SIZE
                  WS-PRINT-AMOUNT DELIMITED BY SIZE
                  ' DUE BY ' DELIMITED BY SIZE
                  HV-CCACCT-DUE-DATE DELIMITED BY SIZE
                  INTO STATEMENT-LINE
              END-STRING
              WRITE STATEMENT-LINE

              MOVE SPACES TO STATEMENT-LINE
              IF HV-CCACCT-PAY-OPTION = 'F'
                 STRING 'THE FULL BALANCE' DELIMITED BY SIZE
                     ' WILL BE COLLECTED FROM ACCOUNT '
                        DELIMITED BY SIZE
                     HV-CCACCT-PAY-ACCNO DELIMITED BY SIZE
                     ' ON THE DUE DATE' DELIMITED BY SIZE
                     INTO STATEMENT-LINE
                 END-STRING
              ELSE
                 STRING 'THE MINIMUM PAYMENT' DELIMITED BY SIZE
                     ' WILL BE COLLECTED FROM ACCOUNT '
                        DELIMITED BY SIZE
                     HV-CCACCT-PAY-ACCNO DELIMITED BY SIZE
                     ' ON THE DUE DATE' DELIMITED BY SIZE
                     INTO STATEMENT-LINE
                 END-STRING
              END-IF
              WRITE STATEMENT-LINE
           END-IF.

           IF HV-CCSTMT-OVER-LIMIT = 'Y'
              MOVE 'YOUR BALANCE IS OVER YOUR CREDIT LIMIT'
                 TO STATEMENT-LINE
              WRITE STATEMENT-LINE
           END-IF.

           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
       WSS999.
           EXIT.

      *----------------------------------------------------------------
      * The next cycle closes on the same day next month. A run
      * that has fallen behind moves on as many months as it takes.
      *----------------------------------------------------------------
       ADVANCE-ONE-CYCLE SECTION.
       AOC010.
           ADD 1 TO WS-NEXT-STMT-MM.
           IF WS-NEXT-STMT-MM > 12
              MOVE 1 TO WS-NEXT-STMT-MM
              ADD 1 TO WS-NEXT-STMT-YYYY
           END-IF.
       AOC999.
           EXIT.

      *----------------------------------------------------------------
       RECORD-THE-STATEMENT SECTION.
       RTS010.
           EXEC SQL
              INSERT INTO CCSTMT
                 (CCSTMT_SORTCODE, CCSTMT_ACCNO, CCSTMT_STMT_DATE,
                  CCSTMT_OPENING_BAL, CCSTMT_PURCHASES,
                  CCSTMT_CASH_ADVANCES, CCSTMT_PAYMENTS,
                  CCSTMT_OTHER_DEBITS, CCSTMT_INTEREST,
                  CCSTMT_CLOSING_BAL, CCSTMT_MIN_DUE,
                  CCSTMT_DUE_DATE, CCSTMT_CREDIT_LIMIT,
                  CCSTMT_OVER_LIMIT)
              VALUES
                 (:HV-SORTCODE, :HV-ACC-NUMBER, :HV-RUN-DATE,
                  :HV-CCACCT-STMT-BALANCE, :HV-CCSTMT-PURCHASES,
                  :HV-CCSTMT-CASH, :HV-CCSTMT-PAYMENTS,
                  :HV-CCSTMT-OTHER, :HV-CCSTMT-INTEREST,
                  :HV-CCSTMT-CLOSING, :HV-CCACCT-MIN-DUE,
                  :HV-CCACCT-DUE-DATE, :HV-ACC-OVERDRAFT-LIM,
                  :HV-CCSTMT-OVER-LIMIT)
           END-EXEC.

           EXEC SQL
              UPDATE CCACCT
              SET CCACCT_LAST_STMT_DATE = :HV-RUN-DATE,
                  CCACCT_NEXT_STMT_DATE = :HV-CCACCT-NEXT-STMT-DATE,
                  CCACCT_STMT_BALANCE = :HV-CCSTMT-CLOSING,
                  CCACCT_MIN_DUE = :HV-CCACCT-MIN-DUE,
                  CCACCT_DUE_DATE = :HV-CCACCT-DUE-DATE,
                  CCACCT_COLLECTED = :HV-CCACCT-COLLECTED,
                  CCACCT_PAID_IN_FULL = :HV-CCACCT-PAID-IN-FULL
              WHERE (CCACCT_SORTCODE = :HV-SORTCODE AND
                     CCACCT_ACCNO = :HV-ACC-NUMBER)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO CCB-REPORT-LINE
              STRING 'CCACCT UPDATE FAILED FOR CARD ' DELIMITED BY SIZE
                  HV-ACC-NUMBER DELIMITED BY SIZE
                  INTO CCB-REPORT-LINE
              END-STRING
              WRITE CCB-REPORT-LINE
           END-IF.
       RTS999.
           EXIT.

      *----------------------------------------------------------------
       REPORT-OVER-LIMIT SECTION.
       ROL010.
           ADD 1 TO WS-OVER-LIMIT-COUNT.

           MOVE SPACES TO CCB-REPORT-LINE
           STRING 'CARD ' DELIMITED BY SIZE
               HV-ACC-NUMBER DELIMITED BY SIZE
               ' OVER CREDIT LIMIT ' DELIMITED BY SIZE
               WS-PRINT-LIMIT DELIMITED BY SIZE
               INTO CCB-REPORT-LINE
           END-STRING
           WRITE CCB-REPORT-LINE.

           INITIALIZE EXCPWRT-AREA.
           MOVE 'CCBILL' TO EXCP-SOURCE.
           MOVE HV-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'W' TO EXCP-SEVERITY.
           MOVE HV-ACC-NUMBER TO EXCP-ACCNO.
           MOVE HV-ACC-CUSTNO TO EXCP-CUSTNO.
           MOVE SPACES TO EXCP-MESSAGE.
           STRING 'CREDIT CARD BALANCE ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' OVER LIMIT ' DELIMITED BY SIZE
               WS-PRINT-LIMIT DELIMITED BY SIZE
               INTO EXCP-MESSAGE
           END-STRING.

           CALL 'EXCPWRT' USING EXCPWRT-AREA.
       ROL999.
           EXIT.

      *----------------------------------------------------------------
      * The change just posted, as a business event in the same unit
      * of work (see EVNTWRT). A failure to record it comes back in
      * SQLCODE, so it is handled exactly as a failed PROCTRAN insert.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           MOVE 'CCBILL' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
