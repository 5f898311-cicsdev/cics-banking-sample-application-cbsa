      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: CCCOLL                                                  *
      *                                                                *
      * Description: Credit card repayment collection. On each card   *
      *              statement's due date the repayment is pulled      *
      *              from the nominated current account, direct-debit  *
      *              fashion: the minimum payment or the full          *
      *              statement balance, as the card's terms say, less  *
      *              whatever the customer has already paid in since   *
      *              the statement, and never more than the card now   *
      *              owes. The debit is made under the same rules      *
      *              DDCOLLCT applies - the account must be there,     *
      *              free of any debit restraint, with available       *
      *              balance plus overdraft to cover it - and posts    *
      *              as PROCTRAN type CCR on both accounts. A          *
      *              collection that cannot be made is reported and    *
      *              put on the exception queue.                       *
      *                                                                *
      *              The statement is then settled: paid in full or    *
      *              not (which decides the interest-free period on    *
      *              the next cycle), and - if not even the minimum    *
      *              was paid - a late-payment fee is advised from the *
      *              tariff (TARIFF trigger 'L' for CREDCARD) onto     *
      *              FEEADVC, for FEEASSES to collect after the usual  *
      *              fourteen-day pre-advice.                          *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the business date (defaults to today).     *
      *                                                                *
      * Output: Late-fee pre-advice extract CCADV and report CCCRPT.   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCOLL.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVICE-FILE
                  ASSIGN TO CCADV
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CCC-REPORT
                  ASSIGN TO CCCRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ADVICE-FILE.
       01  ADVICE-LINE                      PIC X(132).

       FD  CCC-REPORT.
       01  CCC-REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE RSTRDB2 END-EXEC.
           EXEC SQL INCLUDE CCACDB2 END-EXEC.
           EXEC SQL INCLUDE TRFDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 WS-RUN-DATE-NUM REDEFINES HV-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES HV-RUN-DATE.
          03 WS-RUN-DATE-YYYY               PIC 9(4).
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.

       01 HV-CARD-ACCNO                     PIC X(8).
       01 HV-CCACCT-PAY-ACCNO               PIC X(8).
       01 HV-CCACCT-PAY-OPTION              PIC X.
       01 HV-CCACCT-LAST-STMT-DATE          PIC X(8).
       01 HV-CCACCT-STMT-BALANCE            PIC S9(10)V99 COMP-3.
       01 HV-CCACCT-MIN-DUE                 PIC S9(10)V99 COMP-3.
       01 HV-CCACCT-DUE-DATE                PIC X(8).
       01 HV-CCACCT-PAID-IN-FULL            PIC X.

       01 HV-PAID-SINCE                     PIC S9(10)V99 COMP-3.
       01 HV-CARD-ACTUAL-BAL                PIC S9(10)V99 COMP-3.
       01 HV-CARD-CUSTNO                    PIC X(10).

       01 HV-ACC-AVAIL-BAL                  PIC S9(10)V99 COMP-3.
       01 HV-ACC-OVERDRAFT-LIM              PIC S9(9) COMP.
       01 HV-RESTRAINT-COUNT                PIC S9(9) COMP.
       01 HV-COLLECT-AMOUNT                 PIC S9(10)V99 COMP-3.

       01 HV-TARIFF-FEE-CODE                PIC X(4).
       01 HV-TARIFF-AMOUNT                  PIC S9(8)V99 COMP-3.
       01 HV-TARIFF-DESC                    PIC X(30).
       01 HV-FEEADVC-ID                     PIC S9(9) COMP.
       01 HV-FEEADVC-AMOUNT                 PIC S9(10)V99 COMP-3.
       01 HV-COLLECT-DATE                   PIC X(8).
       01 WS-COLLECT-NUM REDEFINES HV-COLLECT-DATE PIC 9(8).

       01 HV-PROCTRAN-EYECATCHER            PIC X(4) VALUE 'PRTR'.
       01 HV-PROCTRAN-DATE                  PIC X(10).
       01 HV-PROCTRAN-TIME                  PIC X(6) VALUE '000000'.
       01 HV-PROCTRAN-REF                   PIC X(12).
       01 HV-PROCTRAN-TYPE                  PIC X(3) VALUE 'CCR'.
       01 HV-PROCTRAN-DESC                  PIC X(40).
       01 HV-PROCTRAN-AMOUNT                PIC S9(10)V99 COMP-3.
       01 HV-PROCTRAN-ACCNO                 PIC X(8).

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.

       01 WS-TODAY                          PIC 9(8).
       01 WS-DATE-INTEGER                   PIC S9(9) COMP.

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.
       01 WS-CAN-PAY-SW                     PIC X.
          88 WS-CAN-PAY                     VALUE 'Y'.
       01 WS-REFUSAL                        PIC X(20).

       01 WS-CARD-OWED                      PIC S9(10)V99.
       01 WS-TOTAL-PAID                     PIC S9(10)V99.

       01 WS-CARDS-DUE                      PIC 9(8) VALUE 0.
       01 WS-COLLECTED-COUNT                PIC 9(8) VALUE 0.
       01 WS-UNPAID-COUNT                   PIC 9(8) VALUE 0.
       01 WS-LATE-FEE-COUNT                 PIC 9(8) VALUE 0.
       01 WS-VALUE-COLLECTED                PIC S9(12)V99 VALUE 0.

       01 WS-PRINT-AMOUNT                   PIC +9(10).99.
       01 WS-PRINT-TOTAL                    PIC +9(12).99.

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
           OPEN OUTPUT CCC-REPORT.
           OPEN OUTPUT ADVICE-FILE.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO CCC-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO CCC-REPORT-LINE
              END-STRING
              WRITE CCC-REPORT-LINE
              CLOSE ADVICE-FILE
              CLOSE CCC-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO CCC-REPORT-LINE
           STRING 'CREDIT CARD REPAYMENT COLLECTION - SORTCODE '
                  DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO CCC-REPORT-LINE
           END-STRING
           WRITE CCC-REPORT-LINE.

           EXEC SQL
              DECLARE CCC_CSR CURSOR FOR
                 SELECT CCACCT_ACCNO, CCACCT_PAY_ACCNO,
                        CCACCT_PAY_OPTION, CCACCT_LAST_STMT_DATE,
                        CCACCT_STMT_BALANCE, CCACCT_MIN_DUE,
                        CCACCT_DUE_DATE
                 FROM CCACCT
                 WHERE CCACCT_SORTCODE = :HV-SORTCODE
                   AND CCACCT_STATUS = 'A'
                   AND CCACCT_COLLECTED = 'N'
                   AND CCACCT_DUE_DATE <= :HV-RUN-DATE
                 ORDER BY CCACCT_ACCNO
           END-EXEC.

           EXEC SQL OPEN CCC_CSR END-EXEC.

           PERFORM FETCH-NEXT-DUE-CARD.

           PERFORM UNTIL WS-EOF
              PERFORM COLLECT-ONE-CARD
              PERFORM FETCH-NEXT-DUE-CARD
           END-PERFORM.

           EXEC SQL CLOSE CCC_CSR END-EXEC.

           MOVE WS-VALUE-COLLECTED TO WS-PRINT-TOTAL.
           MOVE SPACES TO CCC-REPORT-LINE
           STRING 'CARDS DUE=' DELIMITED BY SIZE
               WS-CARDS-DUE DELIMITED BY SIZE
               ' COLLECTED=' DELIMITED BY SIZE
               WS-COLLECTED-COUNT DELIMITED BY SIZE
               ' NOT COLLECTED=' DELIMITED BY SIZE
               WS-UNPAID-COUNT DELIMITED BY SIZE
               ' LATE FEES=' DELIMITED BY SIZE
               WS-LATE-FEE-COUNT DELIMITED BY SIZE
               ' VALUE COLLECTED=' DELIMITED BY SIZE
               WS-PRINT-TOTAL DELIMITED BY SIZE
               INTO CCC-REPORT-LINE
           END-STRING
           WRITE CCC-REPORT-LINE.

           CLOSE ADVICE-FILE.
           CLOSE CCC-REPORT.

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
           MOVE 'CCCOLL' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-CARDS-DUE TO RUNCTL-RECORD-COUNT.
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

      *
      *    A late fee gets the same fourteen-day pre-advice as any
      *    other tariff fee.
      *
           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) + 14.
           COMPUTE WS-COLLECT-NUM =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
       GRP999.
           EXIT.

       FETCH-NEXT-DUE-CARD SECTION.
       FNDC010.
           EXEC SQL
              FETCH CCC_CSR
              INTO :HV-CARD-ACCNO, :HV-CCACCT-PAY-ACCNO,
                   :HV-CCACCT-PAY-OPTION, :HV-CCACCT-LAST-STMT-DATE,
                   :HV-CCACCT-STMT-BALANCE, :HV-CCACCT-MIN-DUE,
                   :HV-CCACCT-DUE-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNDC999.
           EXIT.

      *----------------------------------------------------------------
      * One card whose statement has fallen due.
      *----------------------------------------------------------------
       COLLECT-ONE-CARD SECTION.
       COC010.
           ADD 1 TO WS-CARDS-DUE.

      *
      *    What the customer has paid in since the statement, and
      *    what the card owes right now.
      *
           EXEC SQL
              SELECT COALESCE(SUM(PROCTRAN_AMOUNT), 0)
              INTO :HV-PAID-SINCE
              FROM PROCTRAN
              WHERE PROCTRAN_SORTCODE = :HV-SORTCODE
                AND PROCTRAN_NUMBER = :HV-CARD-ACCNO
                AND PROCTRAN_AMOUNT > 0
                AND SUBSTR(PROCTRAN_DATE,7,4) ||
                    SUBSTR(PROCTRAN_DATE,4,2) ||
                    SUBSTR(PROCTRAN_DATE,1,2)
                       > :HV-CCACCT-LAST-STMT-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-PAID-SINCE
           END-IF.

           EXEC SQL
              SELECT ACCOUNT_ACTUAL_BALANCE, ACCOUNT_CUSTOMER_NUMBER
              INTO :HV-CARD-ACTUAL-BAL, :HV-CARD-CUSTNO
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-CARD-ACCNO)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-CARD-ACTUAL-BAL
              MOVE SPACES TO HV-CARD-CUSTNO
           END-IF.

           COMPUTE WS-CARD-OWED = 0 - HV-CARD-ACTUAL-BAL.

           IF HV-CCACCT-PAY-OPTION = 'F'
              COMPUTE HV-COLLECT-AMOUNT =
                 HV-CCACCT-STMT-BALANCE - HV-PAID-SINCE
           ELSE
              COMPUTE HV-COLLECT-AMOUNT =
                 HV-CCACCT-MIN-DUE - HV-PAID-SINCE
           END-IF.

           IF HV-COLLECT-AMOUNT > WS-CARD-OWED
              MOVE WS-CARD-OWED TO HV-COLLECT-AMOUNT
           END-IF.

           MOVE HV-PAID-SINCE TO WS-TOTAL-PAID.

           IF HV-COLLECT-AMOUNT > 0
              PERFORM CHECK-PAY-ACCOUNT
              IF WS-CAN-PAY
                 PERFORM MAKE-THE-COLLECTION
              ELSE
                 PERFORM REPORT-NOT-COLLECTED
              END-IF
           END-IF.

      *
      *    Settle the statement. Paid in full keeps the card inside
      *    its interest-free period; anything short of the minimum
      *    is a missed payment and draws the late fee.
      *
           IF WS-TOTAL-PAID NOT < HV-CCACCT-STMT-BALANCE
              MOVE 'Y' TO HV-CCACCT-PAID-IN-FULL
           ELSE
              MOVE 'N' TO HV-CCACCT-PAID-IN-FULL
           END-IF.

           IF WS-TOTAL-PAID < HV-CCACCT-MIN-DUE
              PERFORM ADVISE-LATE-FEE
           END-IF.

           EXEC SQL
              UPDATE CCACCT
              SET CCACCT_COLLECTED = 'Y',
                  CCACCT_PAID_IN_FULL = :HV-CCACCT-PAID-IN-FULL
              WHERE (CCACCT_SORTCODE = :HV-SORTCODE AND
                     CCACCT_ACCNO = :HV-CARD-ACCNO)
           END-EXEC.
       COC999.
           EXIT.

      *----------------------------------------------------------------
      * The same tests DDCOLLCT puts a direct debit through.
      *----------------------------------------------------------------
       CHECK-PAY-ACCOUNT SECTION.
       CPA010.
           MOVE 'N' TO WS-CAN-PAY-SW.

           EXEC SQL
              SELECT ACCOUNT_AVAILABLE_BALANCE, ACCOUNT_OVERDRAFT_LIMIT
              INTO :HV-ACC-AVAIL-BAL, :HV-ACC-OVERDRAFT-LIM
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-CCACCT-PAY-ACCNO)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'ACCOUNT NOT FOUND' TO WS-REFUSAL
              GO TO CPA999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-RESTRAINT-COUNT
              FROM RESTRAIN
              WHERE RESTRAIN_SORTCODE = :HV-SORTCODE
                AND RESTRAIN_ACCNO = :HV-CCACCT-PAY-ACCNO
                AND RESTRAIN_STATUS = 'A'
                AND RESTRAIN_BEHAVIOR IN ('D', 'B', 'R')
           END-EXEC.

           IF SQLCODE = 0 AND HV-RESTRAINT-COUNT > 0
              MOVE 'ACCOUNT RESTRAINED' TO WS-REFUSAL
              GO TO CPA999
           END-IF.

           IF HV-ACC-AVAIL-BAL + HV-ACC-OVERDRAFT-LIM
                 < HV-COLLECT-AMOUNT
              MOVE 'INSUFFICIENT FUNDS' TO WS-REFUSAL
              GO TO CPA999
           END-IF.

           MOVE 'Y' TO WS-CAN-PAY-SW.
       CPA999.
           EXIT.

      *----------------------------------------------------------------
      * Out of the current account, into the card.
      *----------------------------------------------------------------
       MAKE-THE-COLLECTION SECTION.
       MTC010.
           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_AVAILABLE_BALANCE =
                     ACCOUNT_AVAILABLE_BALANCE - :HV-COLLECT-AMOUNT,
                  ACCOUNT_ACTUAL_BALANCE =
                     ACCOUNT_ACTUAL_BALANCE - :HV-COLLECT-AMOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-CCACCT-PAY-ACCNO)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'ACCOUNT IN ERROR' TO WS-REFUSAL
              PERFORM REPORT-NOT-COLLECTED
              GO TO MTC999
           END-IF.

           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_AVAILABLE_BALANCE =
                     ACCOUNT_AVAILABLE_BALANCE + :HV-COLLECT-AMOUNT,
                  ACCOUNT_ACTUAL_BALANCE =
                     ACCOUNT_ACTUAL_BALANCE + :HV-COLLECT-AMOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-CARD-ACCNO)
           END-EXEC.

           MOVE HV-CCACCT-PAY-ACCNO TO HV-PROCTRAN-ACCNO.
           COMPUTE HV-PROCTRAN-AMOUNT = 0 - HV-COLLECT-AMOUNT.
           MOVE HV-CARD-ACCNO TO HV-PROCTRAN-REF.
           MOVE 'CREDIT CARD REPAYMENT' TO HV-PROCTRAN-DESC.
           PERFORM WRITE-COLLECTION-PROCTRAN.

           MOVE HV-CARD-ACCNO TO HV-PROCTRAN-ACCNO.
           MOVE HV-COLLECT-AMOUNT TO HV-PROCTRAN-AMOUNT.
           MOVE HV-CCACCT-PAY-ACCNO TO HV-PROCTRAN-REF.
           MOVE 'REPAYMENT - THANK YOU' TO HV-PROCTRAN-DESC.
           PERFORM WRITE-COLLECTION-PROCTRAN.

           ADD HV-COLLECT-AMOUNT TO WS-TOTAL-PAID.
           ADD 1 TO WS-COLLECTED-COUNT.
           ADD HV-COLLECT-AMOUNT TO WS-VALUE-COLLECTED.

           MOVE HV-COLLECT-AMOUNT TO WS-PRINT-AMOUNT.
           MOVE SPACES TO CCC-REPORT-LINE
           STRING 'CARD ' DELIMITED BY SIZE
               HV-CARD-ACCNO DELIMITED BY SIZE
               ' COLLECTED ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' FROM ' DELIMITED BY SIZE
               HV-CCACCT-PAY-ACCNO DELIMITED BY SIZE
               INTO CCC-REPORT-LINE
           END-STRING
           WRITE CCC-REPORT-LINE.
       MTC999.
           EXIT.

       WRITE-COLLECTION-PROCTRAN SECTION.
       WCP010.
           EXEC SQL
              INSERT INTO PROCTRAN
                 (PROCTRAN_EYECATCHER, PROCTRAN_SORTCODE,
                  PROCTRAN_NUMBER, PROCTRAN_DATE, PROCTRAN_TIME,
                  PROCTRAN_REF, PROCTRAN_TYPE, PROCTRAN_DESC,
                  PROCTRAN_AMOUNT)
              VALUES
                 (:HV-PROCTRAN-EYECATCHER, :HV-SORTCODE,
                  :HV-PROCTRAN-ACCNO, :HV-PROCTRAN-DATE,
                  :HV-PROCTRAN-TIME, :HV-PROCTRAN-REF,
                  :HV-PROCTRAN-TYPE, :HV-PROCTRAN-DESC,
                  :HV-PROCTRAN-AMOUNT)
           END-EXEC.

           IF SQLCODE = 0
              INITIALIZE EVNT-AREA
              SET EVNT-POSTING TO TRUE
              MOVE HV-SORTCODE TO EVNT-SORTCODE
              MOVE HV-PROCTRAN-ACCNO TO EVNT-ACCNO
              MOVE HV-PROCTRAN-DATE TO EVNT-PROC-DATE
              MOVE HV-PROCTRAN-TIME TO EVNT-PROC-TIME
              MOVE HV-PROCTRAN-REF TO EVNT-REF
              MOVE HV-PROCTRAN-TYPE TO EVNT-TYPE
              MOVE HV-PROCTRAN-DESC TO EVNT-DESC
              MOVE HV-PROCTRAN-AMOUNT TO EVNT-AMOUNT
              PERFORM WRITE-BUSINESS-EVENT
           END-IF.
       WCP999.
           EXIT.

      *----------------------------------------------------------------
       REPORT-NOT-COLLECTED SECTION.
       RNC010.
           ADD 1 TO WS-UNPAID-COUNT.

           MOVE HV-COLLECT-AMOUNT TO WS-PRINT-AMOUNT.
           MOVE SPACES TO CCC-REPORT-LINE
           STRING 'CARD ' DELIMITED BY SIZE
               HV-CARD-ACCNO DELIMITED BY SIZE
               ' NOT COLLECTED ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' FROM ' DELIMITED BY SIZE
               HV-CCACCT-PAY-ACCNO DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WS-REFUSAL DELIMITED BY SIZE
               INTO CCC-REPORT-LINE
           END-STRING
           WRITE CCC-REPORT-LINE.

           INITIALIZE EXCPWRT-AREA.
           MOVE 'CCCOLL' TO EXCP-SOURCE.
           MOVE HV-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'W' TO EXCP-SEVERITY.
           MOVE HV-CARD-ACCNO TO EXCP-ACCNO.
           MOVE HV-CARD-CUSTNO TO EXCP-CUSTNO.
           MOVE SPACES TO EXCP-MESSAGE.
           STRING 'CARD REPAYMENT ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' NOT COLLECTED FROM ' DELIMITED BY SIZE
               HV-CCACCT-PAY-ACCNO DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WS-REFUSAL DELIMITED BY SIZE
               INTO EXCP-MESSAGE
           END-STRING.

           CALL 'EXCPWRT' USING EXCPWRT-AREA.
       RNC999.
           EXIT.

      *----------------------------------------------------------------
      * Minimum payment missed: advise the tariff's late-payment
      * fee. With no tariff row for it, no fee is charged - the
      * missed payment still goes on the report.
      *----------------------------------------------------------------
       ADVISE-LATE-FEE SECTION.
       ALF010.
           MOVE SPACES TO CCC-REPORT-LINE
           STRING 'CARD ' DELIMITED BY SIZE
               HV-CARD-ACCNO DELIMITED BY SIZE
               ' MINIMUM PAYMENT MISSED, DUE ' DELIMITED BY SIZE
               HV-CCACCT-DUE-DATE DELIMITED BY SIZE
               INTO CCC-REPORT-LINE
           END-STRING
           WRITE CCC-REPORT-LINE.

           EXEC SQL
              SELECT TARIFF_FEE_CODE, TARIFF_AMOUNT, TARIFF_DESC
              INTO :HV-TARIFF-FEE-CODE, :HV-TARIFF-AMOUNT,
                   :HV-TARIFF-DESC
              FROM TARIFF
              WHERE TARIFF_ACC_TYPE = 'CREDCARD'
                AND TARIFF_TRIGGER = 'L'
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-TARIFF-AMOUNT NOT > 0
              GO TO ALF999
           END-IF.

           PERFORM ALLOCATE-NEXT-FEEADVC-ID.

           IF HV-FEEADVC-ID = 0
              GO TO ALF999
           END-IF.

           MOVE HV-TARIFF-AMOUNT TO HV-FEEADVC-AMOUNT.

           EXEC SQL
              INSERT INTO FEEADVC
                 (FEEADVC_ID, FEEADVC_SORTCODE, FEEADVC_ACCNO,
                  FEEADVC_FEE_CODE, FEEADVC_AMOUNT,
                  FEEADVC_ADVISED_DATE, FEEADVC_COLLECT_DATE,
                  FEEADVC_STATUS)
              VALUES
                 (:HV-FEEADVC-ID, :HV-SORTCODE, :HV-CARD-ACCNO,
                  :HV-TARIFF-FEE-CODE, :HV-FEEADVC-AMOUNT,
                  :HV-RUN-DATE, :HV-COLLECT-DATE, 'A')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO CCC-REPORT-LINE
              STRING 'FEEADVC INSERT FAILED FOR CARD '
                  DELIMITED BY SIZE
                  HV-CARD-ACCNO DELIMITED BY SIZE
                  INTO CCC-REPORT-LINE
              END-STRING
              WRITE CCC-REPORT-LINE
              GO TO ALF999
           END-IF.

           ADD 1 TO WS-LATE-FEE-COUNT.

           MOVE HV-FEEADVC-AMOUNT TO WS-PRINT-AMOUNT.
           MOVE SPACES TO ADVICE-LINE
           STRING 'ACCOUNT ' DELIMITED BY SIZE
               HV-CARD-ACCNO DELIMITED BY SIZE
               ': ' DELIMITED BY SIZE
               HV-TARIFF-DESC DELIMITED BY SIZE
               ' OF ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' WILL BE COLLECTED ON ' DELIMITED BY SIZE
               HV-COLLECT-DATE DELIMITED BY SIZE
               INTO ADVICE-LINE
           END-STRING
           WRITE ADVICE-LINE.
       ALF999.
           EXIT.

      *----------------------------------------------------------------
      * Fee advice ids come off the same counter FEEASSES uses.
      *----------------------------------------------------------------
       ALLOCATE-NEXT-FEEADVC-ID SECTION.
       ANFI010.
           MOVE 0 TO HV-FEEADVC-ID.

           MOVE SPACES TO HV-CONTROL-NAME.
           STRING HV-SORTCODE DELIMITED BY SIZE
               '-FEEA-LAST' DELIMITED BY SIZE
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
                 GO TO ANFI999
           END-EVALUATE.

           IF SQLCODE = 0
              MOVE HV-CONTROL-VALUE-NUM TO HV-FEEADVC-ID
           END-IF.
       ANFI999.
           EXIT.

      *----------------------------------------------------------------
      * The change just posted, as a business event in the same unit
      * of work (see EVNTWRT). A failure to record it comes back in
      * SQLCODE, so it is handled exactly as a failed PROCTRAN insert.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           MOVE 'CCCOLL' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
