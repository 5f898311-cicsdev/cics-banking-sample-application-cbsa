       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      * Title: COOLFUN                                                 *
      *                                                                *
      * Description: Cooling-off cancellation service, LINKed with    *
      *              the COOLFUN commarea. A customer may cancel a     *
      *              new product within the cooling-off period         *
      *              without penalty; until now that meant a manual    *
      *              DELACC, or a TRMDFUN early break that charged     *
      *              the break penalty it should not have. The         *
      *              product is told from the account itself: a        *
      *              FIXEDTRM account with a TERMDEP row is a term     *
      *              deposit, an account with a LOANMST row is a       *
      *              serviced loan, anything else an ordinary          *
      *              account.                                          *
      *                - CHECK reports whether the opening (or         *
      *                  drawdown) date is still inside the window     *
      *                  and what the cancellation would move;         *
      *                - CANCEL refunds the fees collected since       *
      *                  opening and waives any still only advised,    *
      *                  collects a loan's principal back from its     *
      *                  linked account (PROCTRAN type LCO, no         *
      *                  interest charged) and closes the schedule,    *
      *                  marks a deposit or loan cancelled ('K'),      *
      *                  then has ACCLOSE pay out whatever the         *
      *                  account holds - to the caller's target, or    *
      *                  a deposit's linked account, with no break     *
      *                  penalty - and close it with close reason      *
      *                  'C'. The cancellation is recorded on COOLOFF  *
      *                  (COOLDB2) for the monthly COOLRPT report.     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COOLFUN.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
      * Copyright statement as a literal to go into the load module
       77 FILLER PIC X(34) VALUE 'Copyright contributors to the CICS'.
       77 FILLER PIC X(34) VALUE 'Banking Sample Application (CBSA)'.
       77 FILLER PIC X(8)  VALUE ' project'.

           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE TERMDB2 END-EXEC.
           EXEC SQL INCLUDE LOANDB2 END-EXEC.
           EXEC SQL INCLUDE TRFDB2 END-EXEC.
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE COOLDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-ACCNO                          PIC X(8).

       01 HV-ACCOUNT-CUST-NO                PIC X(10).
       01 HV-ACCOUNT-ACC-TYPE               PIC X(8).
       01 HV-ACCOUNT-OPENED                 PIC X(10).
       01 HV-ACCOUNT-OPENED-GRP REDEFINES HV-ACCOUNT-OPENED.
          03 HV-ACCOUNT-OPENED-DD           PIC XX.
          03 FILLER                         PIC X.
          03 HV-ACCOUNT-OPENED-MM           PIC XX.
          03 FILLER                         PIC X.
          03 HV-ACCOUNT-OPENED-YYYY         PIC X(4).
       01 HV-ACCOUNT-ACTUAL-BAL             PIC S9(10)V99 COMP-3.
       01 HV-ACCOUNT-ACCRUED-INT            PIC S9(10)V99 COMP-3.

       01 HV-TERMDEP-OPENED-DATE            PIC X(8).
       01 HV-TERMDEP-LINKED-ACCNO           PIC X(8).
       01 HV-TERMDEP-STATUS                 PIC X.

       01 HV-LOANMST-DRAWDOWN               PIC X(8).
       01 HV-LOANMST-LINKED-ACCNO           PIC X(8).
       01 HV-LOANMST-STATUS                 PIC X.

       01 HV-LINKED-OVERDRAFT               PIC S9(9) COMP.
       01 HV-LINKED-AVAIL-BAL               PIC S9(10)V99 COMP-3.

       01 HV-FEES-COLLECTED                 PIC S9(10)V99 COMP-3.
       01 HV-COLLECT-AMT                    PIC S9(10)V99 COMP-3.

       01 HV-OPENED-YMD                     PIC X(8).
       01 HV-BRANCH                         PIC S9(9) COMP.
       01 HV-PRODUCT                        PIC X.
       01 HV-TARGET-SORTCODE                PIC X(6).
       01 HV-TARGET-ACCNO                   PIC X(8).
       01 HV-COOLOFF-AMOUNT                 PIC S9(10)V99 COMP-3.
       01 HV-OPERATOR                       PIC X(3).

       01 HV-PROCTRAN-EYECATCHER            PIC X(4) VALUE 'PRTR'.
       01 HV-PROCTRAN-ACC                   PIC X(8).
       01 HV-PROCTRAN-TIME                  PIC X(6).
       01 HV-PROCTRAN-REF                   PIC X(12) VALUE SPACES.
       01 HV-PROCTRAN-TYPE                  PIC X(3).
       01 HV-PROCTRAN-DESC                  PIC X(40).
       01 HV-PROCTRAN-AMOUNT                PIC S9(10)V99 COMP-3.

       COPY SORTCODE.

       01 GETCTRL-COMMAREA.
           COPY GETCTRL.

       01 ACCLOSE-COMMAREA.
           COPY ACCLOSE.

       01 WS-CICS-RESP                      PIC S9(8) COMP.
       01 WS-CICS-RESP2                     PIC S9(8) COMP.

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                      PIC X(10).
       01 WS-TODAY-YMD                      PIC X(8).
       01 WS-TODAY-NUM REDEFINES WS-TODAY-YMD PIC 9(8).

       01 WS-OPENED-NUM                     PIC 9(8).
       01 WS-OPENED-INTEGER                 PIC S9(9) COMP.
       01 WS-TODAY-INTEGER                  PIC S9(9) COMP.
       01 WS-DAYS-SINCE                     PIC S9(9) COMP.
       01 WS-WINDOW-DAYS                    PIC S9(9) COMP.
       01 WS-HEADROOM                       PIC S9(10)V99.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY COOLFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO COOLFUN-SUCCESS.
           MOVE SPACE TO COOLFUN-FAIL-CODE.
           MOVE SPACE TO COOLFUN-CLOSE-FAIL-CD.

           PERFORM POPULATE-TIME-DATE.

           EVALUATE TRUE
              WHEN COOLFUN-CHECK
                 PERFORM ASSESS-THE-CANCELLATION
              WHEN COOLFUN-CANCEL
                 PERFORM ASSESS-THE-CANCELLATION
                 IF COOLFUN-SUCCESS = 'Y'
                    PERFORM CANCEL-THE-PRODUCT
                 END-IF
              WHEN OTHER
                 MOVE 'N' TO COOLFUN-SUCCESS
                 MOVE '9' TO COOLFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * What is this product, when did it start, is the customer
      * still inside the window, and what would cancelling it move?
      * Nothing is written here.
      *----------------------------------------------------------------
       ASSESS-THE-CANCELLATION SECTION.
       ATC010.
           MOVE COOLFUN-SORTCODE TO HV-SORTCODE.
           MOVE COOLFUN-ACCNO TO HV-ACCNO.

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER, ACCOUNT_TYPE,
                     ACCOUNT_OPENED, ACCOUNT_ACTUAL_BALANCE,
                     COALESCE(ACCOUNT_ACCRUED_INTEREST, 0)
              INTO :HV-ACCOUNT-CUST-NO, :HV-ACCOUNT-ACC-TYPE,
                   :HV-ACCOUNT-OPENED, :HV-ACCOUNT-ACTUAL-BAL,
                   :HV-ACCOUNT-ACCRUED-INT
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-ACCNO)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO COOLFUN-SUCCESS
                 MOVE '1' TO COOLFUN-FAIL-CODE
                 GO TO ATC999
              WHEN OTHER
                 MOVE 'N' TO COOLFUN-SUCCESS
                 MOVE '2' TO COOLFUN-FAIL-CODE
                 GO TO ATC999
           END-EVALUATE.

           MOVE HV-ACCOUNT-OPENED-YYYY TO HV-OPENED-YMD(1:4).
           MOVE HV-ACCOUNT-OPENED-MM TO HV-OPENED-YMD(5:2).
           MOVE HV-ACCOUNT-OPENED-DD TO HV-OPENED-YMD(7:2).
           MOVE 'A' TO HV-PRODUCT.
           MOVE COOLFUN-TARGET-SORTCODE TO HV-TARGET-SORTCODE.
           MOVE COOLFUN-TARGET-ACCNO TO HV-TARGET-ACCNO.
           COMPUTE HV-COOLOFF-AMOUNT = HV-ACCOUNT-ACTUAL-BAL
              + HV-ACCOUNT-ACCRUED-INT.

           IF HV-ACCOUNT-ACC-TYPE = 'FIXEDTRM'
              PERFORM READ-THE-DEPOSIT
           ELSE
              PERFORM READ-THE-LOAN
           END-IF.

           IF COOLFUN-SUCCESS = 'N'
              GO TO ATC999
           END-IF.

      *
      *    The window runs from the day the product started.
      *
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE 'COOLOFF-DAYS' TO GETCTRL-NAME OF GETCTRL-COMMAREA.
           MOVE 14 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           MOVE GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA
              TO WS-WINDOW-DAYS.

           MOVE HV-OPENED-YMD TO WS-OPENED-NUM.
           COMPUTE WS-OPENED-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-OPENED-NUM).
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           COMPUTE WS-DAYS-SINCE = WS-TODAY-INTEGER - WS-OPENED-INTEGER.

           MOVE HV-PRODUCT TO COOLFUN-PRODUCT.
           MOVE WS-OPENED-NUM TO COOLFUN-OPENED-DATE.

           IF WS-DAYS-SINCE > WS-WINDOW-DAYS
              MOVE 0 TO COOLFUN-DAYS-LEFT
              MOVE 'N' TO COOLFUN-SUCCESS
              MOVE '3' TO COOLFUN-FAIL-CODE
              GO TO ATC999
           END-IF.

           COMPUTE COOLFUN-DAYS-LEFT = WS-WINDOW-DAYS - WS-DAYS-SINCE.

      *
      *    Fees the customer has already paid since the product
      *    started come back to them.
      *
           EXEC SQL
              SELECT COALESCE(SUM(FEEADVC_AMOUNT), 0)
              INTO :HV-FEES-COLLECTED
              FROM FEEADVC
              WHERE (FEEADVC_SORTCODE = :HV-SORTCODE AND
                     FEEADVC_ACCNO = :HV-ACCNO AND
                     FEEADVC_STATUS = 'C' AND
                     FEEADVC_ADVISED_DATE >= :HV-OPENED-YMD)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO COOLFUN-SUCCESS
              MOVE '2' TO COOLFUN-FAIL-CODE
              GO TO ATC999
           END-IF.

      *
      *    A loan account stands at minus the principal not yet
      *    repaid, every installment collected having been credited
      *    to it - so clearing it to zero gives back the interest
      *    already paid as well.
      *
           IF HV-PRODUCT = 'L'
              COMPUTE HV-COLLECT-AMT = 0 - HV-ACCOUNT-ACTUAL-BAL
                 - HV-FEES-COLLECTED
              IF HV-COLLECT-AMT < 0
                 MOVE 0 TO HV-COLLECT-AMT
              END-IF
              MOVE HV-COLLECT-AMT TO HV-COOLOFF-AMOUNT
           ELSE
              ADD HV-FEES-COLLECTED TO HV-COOLOFF-AMOUNT
           END-IF.

           MOVE HV-COOLOFF-AMOUNT TO COOLFUN-AMOUNT.
           MOVE HV-FEES-COLLECTED TO COOLFUN-FEES-REFUNDED.
       ATC999.
           EXIT.

      *----------------------------------------------------------------
      * A FIXEDTRM account with its TERMDEP row is a term deposit;
      * the proceeds go back to the deposit's linked account.
      *----------------------------------------------------------------
       READ-THE-DEPOSIT SECTION.
       RTD010.
           EXEC SQL
              SELECT TERMDEP_OPENED_DATE, TERMDEP_LINKED_ACCNO,
                     TERMDEP_STATUS
              INTO :HV-TERMDEP-OPENED-DATE, :HV-TERMDEP-LINKED-ACCNO,
                   :HV-TERMDEP-STATUS
              FROM TERMDEP
              WHERE (TERMDEP_SORTCODE = :HV-SORTCODE AND
                     TERMDEP_ACCNO = :HV-ACCNO)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 GO TO RTD999
              WHEN OTHER
                 MOVE 'N' TO COOLFUN-SUCCESS
                 MOVE '2' TO COOLFUN-FAIL-CODE
                 GO TO RTD999
           END-EVALUATE.

           IF HV-TERMDEP-STATUS NOT = 'O'
              MOVE 'N' TO COOLFUN-SUCCESS
              MOVE '5' TO COOLFUN-FAIL-CODE
              GO TO RTD999
           END-IF.

           MOVE 'T' TO HV-PRODUCT.
           MOVE HV-TERMDEP-OPENED-DATE TO HV-OPENED-YMD.
           MOVE HV-SORTCODE TO HV-TARGET-SORTCODE.
           MOVE HV-TERMDEP-LINKED-ACCNO TO HV-TARGET-ACCNO.
       RTD999.
           EXIT.

      *----------------------------------------------------------------
      * An account with a LOANMST row is a serviced loan; the window
      * runs from drawdown and the principal comes back from the
      * loan's linked account.
      *----------------------------------------------------------------
       READ-THE-LOAN SECTION.
       RTL010.
           EXEC SQL
              SELECT LOANMST_DRAWDOWN_DATE, LOANMST_LINKED_ACCNO,
                     LOANMST_STATUS
              INTO :HV-LOANMST-DRAWDOWN, :HV-LOANMST-LINKED-ACCNO,
                   :HV-LOANMST-STATUS
              FROM LOANMST
              WHERE (LOANMST_SORTCODE = :HV-SORTCODE AND
                     LOANMST_ACCNO = :HV-ACCNO)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 GO TO RTL999
              WHEN OTHER
                 MOVE 'N' TO COOLFUN-SUCCESS
                 MOVE '2' TO COOLFUN-FAIL-CODE
                 GO TO RTL999
           END-EVALUATE.

           IF HV-LOANMST-STATUS = 'S' OR
              HV-LOANMST-STATUS = 'Z' OR
              HV-LOANMST-STATUS = 'W' OR
              HV-LOANMST-STATUS = 'K'
              MOVE 'N' TO COOLFUN-SUCCESS
              MOVE '5' TO COOLFUN-FAIL-CODE
              GO TO RTL999
           END-IF.

           MOVE 'L' TO HV-PRODUCT.
           MOVE HV-LOANMST-DRAWDOWN TO HV-OPENED-YMD.
           MOVE HV-SORTCODE TO HV-TARGET-SORTCODE.
           MOVE HV-LOANMST-LINKED-ACCNO TO HV-TARGET-ACCNO.
       RTL999.
           EXIT.

      *----------------------------------------------------------------
      * Do it. Fees, the loan collection, the product's own status,
      * the closure and the register row all go together or not at
      * all.
      *----------------------------------------------------------------
       CANCEL-THE-PRODUCT SECTION.
       CTP010.
           IF HV-FEES-COLLECTED > 0
              PERFORM REFUND-THE-FEES
              IF COOLFUN-SUCCESS = 'N'
                 EXEC CICS SYNCPOINT ROLLBACK
                 END-EXEC
                 GO TO CTP999
              END-IF
           END-IF.

           EXEC SQL
              UPDATE FEEADVC
              SET FEEADVC_STATUS = 'W'
              WHERE (FEEADVC_SORTCODE = :HV-SORTCODE AND
                     FEEADVC_ACCNO = :HV-ACCNO AND
                     (FEEADVC_STATUS = 'A' OR
                      FEEADVC_STATUS = 'V'))
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'N' TO COOLFUN-SUCCESS
              MOVE '2' TO COOLFUN-FAIL-CODE
              GO TO CTP999
           END-IF.

           EVALUATE HV-PRODUCT
              WHEN 'L'
                 PERFORM TAKE-BACK-THE-LOAN
              WHEN 'T'
                 EXEC SQL
                    UPDATE TERMDEP
                    SET TERMDEP_STATUS = 'K'
                    WHERE (TERMDEP_SORTCODE = :HV-SORTCODE AND
                           TERMDEP_ACCNO = :HV-ACCNO)
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 'N' TO COOLFUN-SUCCESS
                    MOVE '2' TO COOLFUN-FAIL-CODE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF COOLFUN-SUCCESS = 'N'
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              GO TO CTP999
           END-IF.

           PERFORM CLOSE-THE-ACCOUNT.

           IF COOLFUN-SUCCESS = 'N'
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              GO TO CTP999
           END-IF.

           IF HV-PRODUCT NOT = 'L'
              MOVE ACCLOSE-RESIDUAL-AMT OF ACCLOSE-COMMAREA
                 TO HV-COOLOFF-AMOUNT
              MOVE HV-COOLOFF-AMOUNT TO COOLFUN-AMOUNT
           END-IF.

           MOVE COOLFUN-BRANCH TO HV-BRANCH.
           MOVE EIBOPID TO HV-OPERATOR.

           EXEC SQL
              INSERT INTO COOLOFF
                 (COOLOFF_SORTCODE, COOLOFF_ACCNO, COOLOFF_PRODUCT,
                  COOLOFF_ACC_TYPE, COOLOFF_CUSTNO, COOLOFF_BRANCH,
                  COOLOFF_OPENED_DATE, COOLOFF_CANCEL_DATE,
                  COOLOFF_AMOUNT, COOLOFF_FEES_REFUNDED,
                  COOLOFF_TARGET_SORTCODE, COOLOFF_TARGET_ACCNO,
                  COOLOFF_OPERATOR)
              VALUES
                 (:HV-SORTCODE, :HV-ACCNO, :HV-PRODUCT,
                  :HV-ACCOUNT-ACC-TYPE, :HV-ACCOUNT-CUST-NO,
                  :HV-BRANCH, :HV-OPENED-YMD, :WS-TODAY-YMD,
                  :HV-COOLOFF-AMOUNT, :HV-FEES-COLLECTED,
                  :HV-TARGET-SORTCODE, :HV-TARGET-ACCNO,
                  :HV-OPERATOR)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'COOLFUN UNABLE TO INSERT COOLOFF ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'N' TO COOLFUN-SUCCESS
              MOVE '2' TO COOLFUN-FAIL-CODE
           END-IF.
       CTP999.
           EXIT.

      *----------------------------------------------------------------
      * Fees collected since opening are credited back as type FEE
      * with the sign turned round, so GLPOST reverses the income
      * through the same GLMAP row, and their FEEADVC rows are
      * marked refunded.
      *----------------------------------------------------------------
       REFUND-THE-FEES SECTION.
       RTF010.
           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_AVAILABLE_BALANCE =
                     ACCOUNT_AVAILABLE_BALANCE + :HV-FEES-COLLECTED,
                  ACCOUNT_ACTUAL_BALANCE =
                     ACCOUNT_ACTUAL_BALANCE + :HV-FEES-COLLECTED
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-ACCNO)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO COOLFUN-SUCCESS
              MOVE '2' TO COOLFUN-FAIL-CODE
              GO TO RTF999
           END-IF.

           MOVE 'FEE' TO HV-PROCTRAN-TYPE.
           MOVE 'FEES REFUNDED - COOLING-OFF' TO HV-PROCTRAN-DESC.
           MOVE HV-FEES-COLLECTED TO HV-PROCTRAN-AMOUNT.
           MOVE HV-ACCNO TO HV-PROCTRAN-ACC.
           PERFORM WRITE-TO-PROCTRAN.

           EXEC SQL
              UPDATE FEEADVC
              SET FEEADVC_STATUS = 'R'
              WHERE (FEEADVC_SORTCODE = :HV-SORTCODE AND
                     FEEADVC_ACCNO = :HV-ACCNO AND
                     FEEADVC_STATUS = 'C' AND
                     FEEADVC_ADVISED_DATE >= :HV-OPENED-YMD)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO COOLFUN-SUCCESS
              MOVE '2' TO COOLFUN-FAIL-CODE
           END-IF.
       RTF999.
           EXIT.

      *----------------------------------------------------------------
      * The principal comes back from the linked account under the
      * usual overdraft headroom rule, the loan account is cleared
      * with any interest accrued on it dropped, and nothing on the
      * schedule is due any more.
      *----------------------------------------------------------------
       TAKE-BACK-THE-LOAN SECTION.
       TBL010.
           IF HV-COLLECT-AMT > 0
              EXEC SQL
                 SELECT ACCOUNT_OVERDRAFT_LIMIT,
                        ACCOUNT_AVAILABLE_BALANCE
                 INTO :HV-LINKED-OVERDRAFT,
                      :HV-LINKED-AVAIL-BAL
                 FROM ACCOUNT
                 WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                        ACCOUNT_NUMBER = :HV-LOANMST-LINKED-ACCNO)
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE 'N' TO COOLFUN-SUCCESS
                 MOVE '2' TO COOLFUN-FAIL-CODE
                 GO TO TBL999
              END-IF

              COMPUTE WS-HEADROOM = HV-LINKED-AVAIL-BAL
                 + HV-LINKED-OVERDRAFT

              IF HV-COLLECT-AMT > WS-HEADROOM
                 MOVE 'N' TO COOLFUN-SUCCESS
                 MOVE '4' TO COOLFUN-FAIL-CODE
                 GO TO TBL999
              END-IF

              EXEC SQL
                 UPDATE ACCOUNT
                 SET ACCOUNT_AVAILABLE_BALANCE =
                        ACCOUNT_AVAILABLE_BALANCE - :HV-COLLECT-AMT,
                     ACCOUNT_ACTUAL_BALANCE =
                        ACCOUNT_ACTUAL_BALANCE - :HV-COLLECT-AMT
                 WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                        ACCOUNT_NUMBER = :HV-LOANMST-LINKED-ACCNO)
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE 'N' TO COOLFUN-SUCCESS
                 MOVE '2' TO COOLFUN-FAIL-CODE
                 GO TO TBL999
              END-IF

              MOVE 'LCO' TO HV-PROCTRAN-TYPE
              MOVE 'LOAN CANCELLED - COOLING-OFF' TO HV-PROCTRAN-DESC
              COMPUTE HV-PROCTRAN-AMOUNT = 0 - HV-COLLECT-AMT
              MOVE HV-LOANMST-LINKED-ACCNO TO HV-PROCTRAN-ACC
              PERFORM WRITE-TO-PROCTRAN

              MOVE 'LOAN PRINCIPAL RETURNED' TO HV-PROCTRAN-DESC
              MOVE HV-COLLECT-AMT TO HV-PROCTRAN-AMOUNT
              MOVE HV-ACCNO TO HV-PROCTRAN-ACC
              PERFORM WRITE-TO-PROCTRAN
           END-IF.

           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_AVAILABLE_BALANCE =
                     ACCOUNT_AVAILABLE_BALANCE + :HV-COLLECT-AMT,
                  ACCOUNT_ACTUAL_BALANCE =
                     ACCOUNT_ACTUAL_BALANCE + :HV-COLLECT-AMT,
                  ACCOUNT_ACCRUED_INTEREST = 0
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-ACCNO)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO COOLFUN-SUCCESS
              MOVE '2' TO COOLFUN-FAIL-CODE
              GO TO TBL999
           END-IF.

           EXEC SQL
              UPDATE LOANSCHD
              SET LOANSCHD_STATUS = 'C'
              WHERE (LOANSCHD_SORTCODE = :HV-SORTCODE AND
                     LOANSCHD_ACCNO = :HV-ACCNO AND
                     LOANSCHD_STATUS IN ('D', 'A', 'H'))
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'N' TO COOLFUN-SUCCESS
              MOVE '2' TO COOLFUN-FAIL-CODE
              GO TO TBL999
           END-IF.

           EXEC SQL
              UPDATE LOANMST
              SET LOANMST_STATUS = 'K',
                  LOANMST_ARREARS_COUNT = 0,
                  LOANMST_ARREARS_STATUS = '0'
              WHERE (LOANMST_SORTCODE = :HV-SORTCODE AND
                     LOANMST_ACCNO = :HV-ACCNO)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO COOLFUN-SUCCESS
              MOVE '2' TO COOLFUN-FAIL-CODE
           END-IF.
       TBL999.
           EXIT.

      *----------------------------------------------------------------
      * ACCLOSE pays out whatever the account still holds and has
      * DELACC close it, with close reason 'C' so the certificate
      * says cooling-off. A refusal there is passed back as is.
      *----------------------------------------------------------------
       CLOSE-THE-ACCOUNT SECTION.
       CTA010.
           INITIALIZE ACCLOSE-COMMAREA.
           MOVE COOLFUN-SORTCODE TO ACCLOSE-SORTCODE.
           MOVE HV-ACCNO TO ACCLOSE-ACCNO.
           MOVE HV-TARGET-SORTCODE TO ACCLOSE-TARGET-SORTCODE.
           MOVE HV-TARGET-ACCNO TO ACCLOSE-TARGET-ACCNO.
           SET ACCLOSE-COOLING-OFF TO TRUE.

           EXEC CICS LINK PROGRAM('ACCLOSE')
                     COMMAREA(ACCLOSE-COMMAREA)
                     RESP(WS-CICS-RESP)
                     RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'N' TO COOLFUN-SUCCESS
              MOVE '6' TO COOLFUN-FAIL-CODE
              GO TO CTA999
           END-IF.

           IF ACCLOSE-SUCCESS NOT = 'Y'
              MOVE 'N' TO COOLFUN-SUCCESS
              MOVE '6' TO COOLFUN-FAIL-CODE
              MOVE ACCLOSE-FAIL-CODE TO COOLFUN-CLOSE-FAIL-CD
           END-IF.
       CTA999.
           EXIT.

      *----------------------------------------------------------------
       WRITE-TO-PROCTRAN SECTION.
       WTP010.
           EXEC SQL
              INSERT INTO PROCTRAN
                 (PROCTRAN_EYECATCHER, PROCTRAN_SORTCODE,
                  PROCTRAN_NUMBER, PROCTRAN_DATE, PROCTRAN_TIME,
                  PROCTRAN_REF, PROCTRAN_TYPE, PROCTRAN_DESC,
                  PROCTRAN_AMOUNT)
              VALUES
                 (:HV-PROCTRAN-EYECATCHER, :HV-SORTCODE,
                  :HV-PROCTRAN-ACC, :WS-ORIG-DATE,
                  :HV-PROCTRAN-TIME, :HV-PROCTRAN-REF,
                  :HV-PROCTRAN-TYPE, :HV-PROCTRAN-DESC,
                  :HV-PROCTRAN-AMOUNT)
           END-EXEC.

           IF SQLCODE = 0
              INITIALIZE EVNT-AREA
              SET EVNT-POSTING TO TRUE
              MOVE HV-SORTCODE TO EVNT-SORTCODE
              MOVE HV-PROCTRAN-ACC TO EVNT-ACCNO
              MOVE WS-ORIG-DATE TO EVNT-PROC-DATE
              MOVE HV-PROCTRAN-TIME TO EVNT-PROC-TIME
              MOVE HV-PROCTRAN-REF TO EVNT-REF
              MOVE HV-PROCTRAN-TYPE TO EVNT-TYPE
              MOVE HV-PROCTRAN-DESC TO EVNT-DESC
              MOVE HV-PROCTRAN-AMOUNT TO EVNT-AMOUNT
              PERFORM WRITE-BUSINESS-EVENT
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'COOLFUN UNABLE TO WRITE TO PROCTRAN'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO COOLFUN-SUCCESS
              MOVE '2' TO COOLFUN-FAIL-CODE
           END-IF.
       WTP999.
           EXIT.

       POPULATE-TIME-DATE SECTION.
       PTD010.
           EXEC CICS ASKTIME
              ABSTIME(WS-U-TIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     DDMMYYYY(WS-ORIG-DATE)
                     YYYYMMDD(WS-TODAY-YMD)
                     TIME(HV-PROCTRAN-TIME)
                     DATESEP('.')
           END-EXEC.
       PTD999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.
           EXEC CICS RETURN
           END-EXEC.

           GOBACK.
       GMOOH999.
           EXIT.

      *----------------------------------------------------------------
      * The change just posted, as a business event in the same unit
      * of work (see EVNTWRT). A failure to record it comes back in
      * SQLCODE, so it is handled exactly as a failed PROCTRAN insert.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           MOVE 'COOLFUN' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
