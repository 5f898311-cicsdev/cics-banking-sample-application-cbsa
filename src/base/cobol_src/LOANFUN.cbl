      *              LOANMST row settled ('S') and writes type LST          *
      *              PROCTRAN rows on both legs - GLPOST carries             *
      *              those into the ledger through GLMAP overnight.         *
      *              OVERPAY applies a lump sum to principal short of       *
      *              settlement: the customer keeps the installment         *
      *              and shortens the term ('T') or keeps the term          *
      *              and lowers the installment ('I'), the remaining        *
      *              'D' rows are rebuilt to match, anything above          *
      *              the calendar year's free allowance pays the            *
      *              early repayment charge, the overpayment is             *
      *              recorded on LOANOVP and the revised schedule           *
      *              is queued to the customer as a LOVP letter.            *
      *                                                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE FORBDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-LOANMST-LINKED-ACCNO           PIC X(8).
       01 HV-LOANMST-STATUS                 PIC X.
       01 HV-LOANMST-DRAWDOWN               PIC X(8).
       01 HV-LOANMST-PRINCIPAL              PIC S9(10)V99 COMP-3.
       01 HV-LOANMST-INSTALLMENT            PIC S9(10)V99 COMP-3.
       01 HV-LOANMST-TERM                   PIC S9(9) COMP.
       01 HV-LOAN-CUSTNO                    PIC X(10).

       01 HV-ARREARS-TOTAL                  PIC S9(10)V99 COMP-3.
       01 HV-FUTURE-PRIN                    PIC S9(10)V99 COMP-3.

       01 HV-SETTLEMENT                     PIC S9(10)V99 COMP-3.

       01 HV-ARREARS-ROWS                   PIC S9(9) COMP.
       01 HV-FORBEAR-COUNT                  PIC S9(9) COMP.
       01 HV-FIRST-INST-NO                  PIC S9(9) COMP.
       01 HV-INSTS-LEFT                     PIC S9(9) COMP.
       01 HV-PRINCIPAL-LEFT                 PIC S9(10)V99 COMP-3.
       01 HV-FIRST-DUE-DATE                 PIC X(8).
       01 HV-OVERPAY-AMOUNT                 PIC S9(10)V99 COMP-3.
       01 HV-OVERPAY-ERC                    PIC S9(10)V99 COMP-3.
       01 HV-OVERPAY-DEBIT                  PIC S9(10)V99 COMP-3.
       01 HV-OVERPAY-OPTION                 PIC X.
       01 HV-OVERPAID-THIS-YEAR             PIC S9(10)V99 COMP-3.
       01 HV-YEAR-START                     PIC X(8).
       01 HV-YEAR-END                       PIC X(8).
       01 HV-NEW-INSTALLMENT                PIC S9(10)V99 COMP-3.
       01 HV-NEW-INSTS-LEFT                 PIC S9(9) COMP.
       01 HV-NEW-TERM                       PIC S9(9) COMP.

       01 HV-LOANSCHD-INST-NO               PIC S9(9) COMP.
       01 HV-LOANSCHD-DUE-DATE              PIC X(8).
       01 HV-LOANSCHD-PRINCIPAL             PIC S9(10)V99 COMP-3.
       01 HV-LOANSCHD-INTEREST              PIC S9(10)V99 COMP-3.
       01 HV-LOANSCHD-TOTAL                 PIC S9(10)V99 COMP-3.

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.

       01 WS-FROM-DATE-NUM REDEFINES WS-FROM-DATE-X PIC 9(8).

       01 WS-REBATE-PCT                     PIC S9(3) COMP VALUE 0.
       01 WS-FREE-PCT                       PIC S9(3) COMP VALUE 10.
       01 WS-ERC-PCT                        PIC S9(3) COMP VALUE 2.
       01 WS-INT-DAYS                       PIC S9(5) COMP.
       01 WS-QUOTE-INTEGER                  PIC S9(9) COMP.
       01 WS-FROM-INTEGER                   PIC S9(9) COMP.
       01 WS-ACCRUED-INT                    PIC S9(10)V99.
       01 WS-REBATE                         PIC S9(10)V99.
       01 WS-HEADROOM                       PIC S9(10)V99.
       01 WS-ALLOWANCE                      PIC S9(10)V99.
       01 WS-EXCESS                         PIC S9(10)V99.

       01 WS-OUTSTANDING                    PIC S9(10)V99.
       01 WS-MONTHLY-RATE                   PIC S9V9(9) COMP-3.
       01 WS-COMPOUND-FACTOR                PIC S9(7)V9(9) COMP-3.
       01 WS-INSTALLMENT                    PIC S9(10)V99.
       01 WS-INT-PORTION                    PIC S9(10)V99.
       01 WS-PRIN-PORTION                   PIC S9(10)V99.
       01 WS-INST-SUB                       PIC S9(9) COMP.

       01 WS-DUE-X.
          03 WS-DUE-YYYY                    PIC 9(4).
          03 WS-DUE-MM                      PIC 99.
          03 WS-DUE-DD                      PIC 99.

       01 WS-SCHED-FAILED-SW                PIC X.
          88 WS-SCHED-FAILED                VALUE 'Y'.

       01 WS-TODAY-YMD                      PIC X(8).

       01 WS-LTR-AMOUNT                     PIC Z(6)9.99.
       01 WS-LTR-ERC                        PIC Z(6)9.99.
       01 WS-LTR-INSTALLMENT                PIC Z(6)9.99.

       01 WS-NOTIFY-PGM                     PIC X(8) VALUE 'NOTIFY'.
       01 NOTIFY-REC.
           COPY NOTIFY.

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                      PIC X(10).
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY LOANFUN.
                 PERFORM PRICE-THE-SETTLEMENT
              WHEN LOANFUN-REDEEM
                 PERFORM REDEEM-THE-LOAN
              WHEN LOANFUN-OVERPAY
                 PERFORM OVERPAY-THE-LOAN
              WHEN OTHER
                 MOVE 'N' TO LOANFUN-SUCCESS
                 MOVE '9' TO LOANFUN-FAIL-CODE
                 GO TO PTS999
           END-EVALUATE.

           IF HV-LOANMST-STATUS = 'S' OR HV-LOANMST-STATUS = 'K'
              MOVE 'N' TO LOANFUN-SUCCESS
              MOVE '3' TO LOANFUN-FAIL-CODE
              GO TO PTS999
       RTL999.
           EXIT.

      *----------------------------------------------------------------
      * Partial overpayment. The lump sum comes off the principal
      * still to be scheduled and the 'D' rows are rebuilt from the
      * next one due; arrears have to be cleared first, and a loan
      * under forbearance is re-worked by FORBFUN, not here.
      *----------------------------------------------------------------
       OVERPAY-THE-LOAN SECTION.
       OTL010.
           MOVE LOANFUN-SORTCODE TO HV-SORTCODE.
           MOVE LOANFUN-ACCNO TO HV-LOAN-ACCNO.

           IF LOANFUN-OVERPAY-AMOUNT NOT > 0
              OR NOT (LOANFUN-SHORTEN-TERM OR
                      LOANFUN-LOWER-INSTALLMENT)
              MOVE 'N' TO LOANFUN-SUCCESS
              MOVE '7' TO LOANFUN-FAIL-CODE
              GO TO OTL999
           END-IF.

           MOVE LOANFUN-OVERPAY-AMOUNT TO HV-OVERPAY-AMOUNT.
           MOVE LOANFUN-OVERPAY-OPTION TO HV-OVERPAY-OPTION.

           EXEC SQL
              SELECT LOANMST_PRINCIPAL, LOANMST_RATE,
                     LOANMST_TERM_MONTHS, LOANMST_INSTALLMENT,
                     LOANMST_LINKED_ACCNO, LOANMST_STATUS
              INTO :HV-LOANMST-PRINCIPAL, :HV-LOANMST-RATE,
                   :HV-LOANMST-TERM, :HV-LOANMST-INSTALLMENT,
                   :HV-LOANMST-LINKED-ACCNO, :HV-LOANMST-STATUS
              FROM LOANMST
              WHERE (LOANMST_SORTCODE = :HV-SORTCODE AND
                     LOANMST_ACCNO = :HV-LOAN-ACCNO)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO LOANFUN-SUCCESS
                 MOVE '1' TO LOANFUN-FAIL-CODE
                 GO TO OTL999
              WHEN OTHER
                 MOVE 'N' TO LOANFUN-SUCCESS
                 MOVE '2' TO LOANFUN-FAIL-CODE
                 GO TO OTL999
           END-EVALUATE.

           IF HV-LOANMST-STATUS = 'S' OR HV-LOANMST-STATUS = 'K'
              MOVE 'N' TO LOANFUN-SUCCESS
              MOVE '3' TO LOANFUN-FAIL-CODE
              GO TO OTL999
           END-IF.

           IF HV-LOANMST-STATUS = 'W' OR HV-LOANMST-STATUS = 'Z'
              MOVE 'N' TO LOANFUN-SUCCESS
              MOVE '6' TO LOANFUN-FAIL-CODE
              GO TO OTL999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-ARREARS-ROWS
              FROM LOANSCHD
              WHERE (LOANSCHD_SORTCODE = :HV-SORTCODE AND
                     LOANSCHD_ACCNO = :HV-LOAN-ACCNO AND
                     LOANSCHD_STATUS = 'A')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO LOANFUN-SUCCESS
              MOVE '2' TO LOANFUN-FAIL-CODE
              GO TO OTL999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-FORBEAR-COUNT
              FROM FORBEAR
              WHERE (FORBEAR_SORTCODE = :HV-SORTCODE AND
                     FORBEAR_ACCNO = :HV-LOAN-ACCNO AND
                     FORBEAR_STATUS IN ('P', 'A') AND
                     FORBEAR_END_DATE >= :WS-TODAY-YMD)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO LOANFUN-SUCCESS
              MOVE '2' TO LOANFUN-FAIL-CODE
              GO TO OTL999
           END-IF.

           IF HV-ARREARS-ROWS > 0 OR HV-FORBEAR-COUNT > 0
              MOVE 'N' TO LOANFUN-SUCCESS
              MOVE '6' TO LOANFUN-FAIL-CODE
              GO TO OTL999
           END-IF.

           EXEC SQL
              SELECT COALESCE(MIN(LOANSCHD_INST_NO), 0), COUNT(*),
                     COALESCE(SUM(LOANSCHD_PRINCIPAL), 0),
                     COALESCE(MIN(LOANSCHD_DUE_DATE), '00000000')
              INTO :HV-FIRST-INST-NO, :HV-INSTS-LEFT,
                   :HV-PRINCIPAL-LEFT, :HV-FIRST-DUE-DATE
              FROM LOANSCHD
              WHERE (LOANSCHD_SORTCODE = :HV-SORTCODE AND
                     LOANSCHD_ACCNO = :HV-LOAN-ACCNO AND
                     LOANSCHD_STATUS = 'D')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO LOANFUN-SUCCESS
              MOVE '2' TO LOANFUN-FAIL-CODE
              GO TO OTL999
           END-IF.

           IF HV-INSTS-LEFT = 0
              OR HV-OVERPAY-AMOUNT NOT < HV-PRINCIPAL-LEFT
              MOVE 'N' TO LOANFUN-SUCCESS
              MOVE '7' TO LOANFUN-FAIL-CODE
              GO TO OTL999
           END-IF.

           PERFORM WORK-OUT-THE-CHARGE.

           IF LOANFUN-SUCCESS = 'N'
              GO TO OTL999
           END-IF.

           COMPUTE HV-OVERPAY-DEBIT = HV-OVERPAY-AMOUNT
              + HV-OVERPAY-ERC.

           EXEC SQL
              SELECT ACCOUNT_OVERDRAFT_LIMIT,
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE
              INTO :HV-LINKED-OVERDRAFT,
                   :HV-LINKED-AVAIL-BAL,
                   :HV-LINKED-ACTUAL-BAL
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-LOANMST-LINKED-ACCNO)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO LOANFUN-SUCCESS
              MOVE '2' TO LOANFUN-FAIL-CODE
              GO TO OTL999
           END-IF.

           COMPUTE WS-HEADROOM = HV-LINKED-AVAIL-BAL
              + HV-LINKED-OVERDRAFT.

           IF HV-OVERPAY-DEBIT > WS-HEADROOM
              MOVE 'N' TO LOANFUN-SUCCESS
              MOVE '4' TO LOANFUN-FAIL-CODE
              GO TO OTL999
           END-IF.

           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_AVAILABLE_BALANCE =
                     ACCOUNT_AVAILABLE_BALANCE - :HV-OVERPAY-DEBIT,
                  ACCOUNT_ACTUAL_BALANCE =
                     ACCOUNT_ACTUAL_BALANCE - :HV-OVERPAY-DEBIT
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-LOANMST-LINKED-ACCNO)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO LOANFUN-SUCCESS
              MOVE '5' TO LOANFUN-FAIL-CODE
              GO TO OTL999
           END-IF.

           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_AVAILABLE_BALANCE =
                     ACCOUNT_AVAILABLE_BALANCE + :HV-OVERPAY-AMOUNT,
                  ACCOUNT_ACTUAL_BALANCE =
                     ACCOUNT_ACTUAL_BALANCE + :HV-OVERPAY-AMOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-LOAN-ACCNO)
           END-EXEC.

           IF SQLCODE NOT = 0
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'N' TO LOANFUN-SUCCESS
              MOVE '5' TO LOANFUN-FAIL-CODE
              GO TO OTL999
           END-IF.

           MOVE 'LOP' TO HV-PROCTRAN-TYPE.
           COMPUTE HV-PROCTRAN-AMOUNT = 0 - HV-OVERPAY-AMOUNT.
           MOVE 'LOAN OVERPAYMENT' TO HV-PROCTRAN-DESC.
           MOVE HV-LOANMST-LINKED-ACCNO TO HV-PROCTRAN-ACC.
           PERFORM WRITE-TO-PROCTRAN.

           MOVE HV-OVERPAY-AMOUNT TO HV-PROCTRAN-AMOUNT.
           MOVE 'LOAN OVERPAYMENT RECEIVED' TO HV-PROCTRAN-DESC.
           MOVE HV-LOAN-ACCNO TO HV-PROCTRAN-ACC.
           PERFORM WRITE-TO-PROCTRAN.

           IF HV-OVERPAY-ERC > 0
              MOVE 'LEC' TO HV-PROCTRAN-TYPE
              COMPUTE HV-PROCTRAN-AMOUNT = 0 - HV-OVERPAY-ERC
              MOVE 'LOAN EARLY REPAYMENT CHARGE' TO HV-PROCTRAN-DESC
              MOVE HV-LOANMST-LINKED-ACCNO TO HV-PROCTRAN-ACC
              PERFORM WRITE-TO-PROCTRAN
           END-IF.

           IF LOANFUN-SUCCESS = 'N'
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              GO TO OTL999
           END-IF.

           PERFORM REBUILD-THE-SCHEDULE.

           IF WS-SCHED-FAILED
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'N' TO LOANFUN-SUCCESS
              MOVE '5' TO LOANFUN-FAIL-CODE
              GO TO OTL999
           END-IF.

      *
      *    The term on LOANMST counts from drawdown, so a shorter
      *    schedule takes the months saved off it.
      *
           COMPUTE HV-NEW-TERM = HV-LOANMST-TERM
              - (HV-INSTS-LEFT - HV-NEW-INSTS-LEFT).

           EXEC SQL
              UPDATE LOANMST
              SET LOANMST_INSTALLMENT = :HV-NEW-INSTALLMENT,
                  LOANMST_TERM_MONTHS = :HV-NEW-TERM
              WHERE (LOANMST_SORTCODE = :HV-SORTCODE AND
                     LOANMST_ACCNO = :HV-LOAN-ACCNO)
           END-EXEC.

           IF SQLCODE NOT = 0
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'N' TO LOANFUN-SUCCESS
              MOVE '5' TO LOANFUN-FAIL-CODE
              GO TO OTL999
           END-IF.

           EXEC SQL
              INSERT INTO LOANOVP
                 (LOANOVP_SORTCODE, LOANOVP_ACCNO, LOANOVP_DATE,
                  LOANOVP_TIME, LOANOVP_AMOUNT, LOANOVP_ERC,
                  LOANOVP_OPTION, LOANOVP_OLD_INSTALLMENT,
                  LOANOVP_NEW_INSTALLMENT, LOANOVP_OLD_INSTS_LEFT,
                  LOANOVP_NEW_INSTS_LEFT)
              VALUES
                 (:HV-SORTCODE, :HV-LOAN-ACCNO, :WS-TODAY-YMD,
                  :HV-PROCTRAN-TIME, :HV-OVERPAY-AMOUNT,
                  :HV-OVERPAY-ERC, :HV-OVERPAY-OPTION,
                  :HV-LOANMST-INSTALLMENT, :HV-NEW-INSTALLMENT,
                  :HV-INSTS-LEFT, :HV-NEW-INSTS-LEFT)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'LOANFUN UNABLE TO INSERT LOANOVP ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'N' TO LOANFUN-SUCCESS
              MOVE '5' TO LOANFUN-FAIL-CODE
              GO TO OTL999
           END-IF.

           MOVE HV-OVERPAY-ERC TO LOANFUN-ERC.
           MOVE HV-NEW-INSTALLMENT TO LOANFUN-NEW-INSTALLMENT.
           MOVE HV-NEW-INSTS-LEFT TO LOANFUN-NEW-INSTS-LEFT.
           MOVE HV-LOANSCHD-DUE-DATE TO LOANFUN-NEW-FINAL-DATE.

           PERFORM SEND-REVISED-SCHEDULE.
       OTL999.
           EXIT.

      *----------------------------------------------------------------
      * Each calendar year a set share of the original principal may
      * be overpaid free; whatever goes over it pays the early
      * repayment charge. Both rates are CONTROL rows.
      *----------------------------------------------------------------
       WORK-OUT-THE-CHARGE SECTION.
       WOC010.
           MOVE 'LOAN-OVERPAY-FREE-PCT' TO HV-CONTROL-NAME.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM >= 0
              AND HV-CONTROL-VALUE-NUM <= 100
              MOVE HV-CONTROL-VALUE-NUM TO WS-FREE-PCT
           END-IF.

           MOVE 'LOAN-ERC-PCT' TO HV-CONTROL-NAME.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM >= 0
              AND HV-CONTROL-VALUE-NUM <= 100
              MOVE HV-CONTROL-VALUE-NUM TO WS-ERC-PCT
           END-IF.

           MOVE WS-TODAY-YMD TO HV-YEAR-START HV-YEAR-END.
           MOVE '0101' TO HV-YEAR-START(5:4).
           MOVE '1231' TO HV-YEAR-END(5:4).

           EXEC SQL
              SELECT COALESCE(SUM(LOANOVP_AMOUNT), 0)
              INTO :HV-OVERPAID-THIS-YEAR
              FROM LOANOVP
              WHERE (LOANOVP_SORTCODE = :HV-SORTCODE AND
                     LOANOVP_ACCNO = :HV-LOAN-ACCNO AND
                     LOANOVP_DATE >= :HV-YEAR-START AND
                     LOANOVP_DATE <= :HV-YEAR-END)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO LOANFUN-SUCCESS
              MOVE '2' TO LOANFUN-FAIL-CODE
              GO TO WOC999
           END-IF.

           COMPUTE WS-ALLOWANCE ROUNDED =
              HV-LOANMST-PRINCIPAL * WS-FREE-PCT / 100
                 - HV-OVERPAID-THIS-YEAR.
           IF WS-ALLOWANCE < 0
              MOVE 0 TO WS-ALLOWANCE
           END-IF.

           COMPUTE WS-EXCESS = HV-OVERPAY-AMOUNT - WS-ALLOWANCE.
           IF WS-EXCESS < 0
              MOVE 0 TO WS-EXCESS
           END-IF.

           COMPUTE HV-OVERPAY-ERC ROUNDED =
              WS-EXCESS * WS-ERC-PCT / 100.

           IF HV-OVERPAY-AMOUNT < WS-ALLOWANCE
              COMPUTE LOANFUN-ALLOWANCE-LEFT =
                 WS-ALLOWANCE - HV-OVERPAY-AMOUNT
           ELSE
              MOVE 0 TO LOANFUN-ALLOWANCE-LEFT
           END-IF.
       WOC999.
           EXIT.

      *----------------------------------------------------------------
      * Replace the 'D' rows from the next one due. Keeping the
      * installment runs the reduced balance down at the old
      * figure until it is gone; keeping the term re-amortizes the
      * reduced balance over the same number of months by the
      * formula LOANSRV set the loan up with. Either way the last
      * row absorbs the rounding.
      *----------------------------------------------------------------
       REBUILD-THE-SCHEDULE SECTION.
       RTS010.
           MOVE 'N' TO WS-SCHED-FAILED-SW.

           EXEC SQL
              DELETE FROM LOANSCHD
              WHERE (LOANSCHD_SORTCODE = :HV-SORTCODE AND
                     LOANSCHD_ACCNO = :HV-LOAN-ACCNO AND
                     LOANSCHD_STATUS = 'D')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-SCHED-FAILED-SW
              GO TO RTS999
           END-IF.

           MOVE HV-FIRST-DUE-DATE TO WS-DUE-X.
           MOVE HV-FIRST-INST-NO TO HV-LOANSCHD-INST-NO.
           COMPUTE WS-OUTSTANDING = HV-PRINCIPAL-LEFT
              - HV-OVERPAY-AMOUNT.
           COMPUTE WS-MONTHLY-RATE ROUNDED =
              HV-LOANMST-RATE / 100 / 12.
           MOVE 0 TO HV-NEW-INSTS-LEFT.

           IF LOANFUN-SHORTEN-TERM
              MOVE HV-LOANMST-INSTALLMENT TO WS-INSTALLMENT
              PERFORM WRITE-LEVEL-MONTH
                 UNTIL WS-OUTSTANDING NOT > 0
                    OR WS-SCHED-FAILED
           ELSE
              IF HV-LOANMST-RATE = 0
                 COMPUTE WS-INSTALLMENT ROUNDED =
                    WS-OUTSTANDING / HV-INSTS-LEFT
              ELSE
                 COMPUTE WS-COMPOUND-FACTOR ROUNDED =
                    (1 + WS-MONTHLY-RATE) ** HV-INSTS-LEFT
                 COMPUTE WS-INSTALLMENT ROUNDED =
                    WS-OUTSTANDING * WS-MONTHLY-RATE
                       * WS-COMPOUND-FACTOR
                       / (WS-COMPOUND-FACTOR - 1)
              END-IF
              PERFORM WRITE-AMORTIZED-MONTH
                 VARYING WS-INST-SUB FROM 1 BY 1
                 UNTIL WS-INST-SUB > HV-INSTS-LEFT
           END-IF.

           MOVE WS-INSTALLMENT TO HV-NEW-INSTALLMENT.
       RTS999.
           EXIT.

       WRITE-LEVEL-MONTH SECTION.
       WLM010.
           COMPUTE WS-INT-PORTION ROUNDED =
              WS-OUTSTANDING * WS-MONTHLY-RATE.

           IF WS-OUTSTANDING + WS-INT-PORTION NOT > WS-INSTALLMENT
              MOVE WS-OUTSTANDING TO WS-PRIN-PORTION
           ELSE
              COMPUTE WS-PRIN-PORTION =
                 WS-INSTALLMENT - WS-INT-PORTION
           END-IF.

           PERFORM WRITE-ONE-MONTH.
       WLM999.
           EXIT.

       WRITE-AMORTIZED-MONTH SECTION.
       WAM010.
           COMPUTE WS-INT-PORTION ROUNDED =
              WS-OUTSTANDING * WS-MONTHLY-RATE.

           IF WS-INST-SUB = HV-INSTS-LEFT
              MOVE WS-OUTSTANDING TO WS-PRIN-PORTION
           ELSE
              COMPUTE WS-PRIN-PORTION =
                 WS-INSTALLMENT - WS-INT-PORTION
           END-IF.

           PERFORM WRITE-ONE-MONTH.
       WAM999.
           EXIT.

      *----------------------------------------------------------------
      * Write the row at the current due date and move the due date
      * and installment number on a month. HV-LOANSCHD-DUE-DATE is
      * left holding the last row written - the new final date.
      *----------------------------------------------------------------
       WRITE-ONE-MONTH SECTION.
       WOM010.
           SUBTRACT WS-PRIN-PORTION FROM WS-OUTSTANDING.

           MOVE WS-PRIN-PORTION TO HV-LOANSCHD-PRINCIPAL.
           MOVE WS-INT-PORTION TO HV-LOANSCHD-INTEREST.
           COMPUTE HV-LOANSCHD-TOTAL =
              WS-PRIN-PORTION + WS-INT-PORTION.
           MOVE WS-DUE-X TO HV-LOANSCHD-DUE-DATE.

           EXEC SQL
              INSERT INTO LOANSCHD
                 (LOANSCHD_SORTCODE, LOANSCHD_ACCNO,
                  LOANSCHD_INST_NO, LOANSCHD_DUE_DATE,
                  LOANSCHD_PRINCIPAL, LOANSCHD_INTEREST,
                  LOANSCHD_TOTAL, LOANSCHD_STATUS)
              VALUES
                 (:HV-SORTCODE, :HV-LOAN-ACCNO,
                  :HV-LOANSCHD-INST-NO, :HV-LOANSCHD-DUE-DATE,
                  :HV-LOANSCHD-PRINCIPAL, :HV-LOANSCHD-INTEREST,
                  :HV-LOANSCHD-TOTAL, 'D')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'LOANFUN UNABLE TO INSERT LOANSCHD ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'Y' TO WS-SCHED-FAILED-SW
           END-IF.

           ADD 1 TO HV-NEW-INSTS-LEFT.
           ADD 1 TO HV-LOANSCHD-INST-NO.
           ADD 1 TO WS-DUE-MM.
           IF WS-DUE-MM > 12
              MOVE 1 TO WS-DUE-MM
              ADD 1 TO WS-DUE-YYYY
           END-IF.
       WOM999.
           EXIT.

      *----------------------------------------------------------------
      * The revised schedule goes to the loan's owner as a LOVP
      * letter through the NOTIFY queue; NTFYDSP prints it and
      * archives it with the rest of the customer's correspondence.
      *----------------------------------------------------------------
       SEND-REVISED-SCHEDULE SECTION.
       SRS010.
           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER
              INTO :HV-LOAN-CUSTNO
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-LOAN-ACCNO)
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO SRS999
           END-IF.

           INITIALIZE NOTIFY-REC.

           MOVE WS-U-TIME TO NOTIFY-UTIME-KEY.
           MOVE EIBTASKN TO NOTIFY-TASKNO-KEY.
           MOVE HV-LOAN-CUSTNO TO NOTIFY-CUSTOMER-NUMBER.
           MOVE 'LOVP' TO NOTIFY-EVENT-TYPE.
           MOVE WS-ORIG-DATE TO NOTIFY-DATE.
           MOVE HV-PROCTRAN-TIME TO NOTIFY-TIME.

           MOVE HV-OVERPAY-AMOUNT TO WS-LTR-AMOUNT.
           MOVE HV-OVERPAY-ERC TO WS-LTR-ERC.
           MOVE HV-NEW-INSTALLMENT TO WS-LTR-INSTALLMENT.

           MOVE SPACES TO NOTIFY-DETAILS.
           STRING 'LOAN ' DELIMITED BY SIZE
               HV-LOAN-ACCNO DELIMITED BY SIZE
               ' PAID' DELIMITED BY SIZE
               WS-LTR-AMOUNT DELIMITED BY SIZE
               ' ERC' DELIMITED BY SIZE
               WS-LTR-ERC DELIMITED BY SIZE
               ' MONTHLY' DELIMITED BY SIZE
               WS-LTR-INSTALLMENT DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               HV-LOANSCHD-DUE-DATE DELIMITED BY SIZE
               INTO NOTIFY-DETAILS
           END-STRING.

           EXEC CICS LINK PROGRAM(WS-NOTIFY-PGM)
                      COMMAREA(NOTIFY-REC)
           END-EXEC.
       SRS999.
           EXIT.

      *----------------------------------------------------------------
       WRITE-TO-PROCTRAN SECTION.
       WTP010.
                  :HV-PROCTRAN-AMOUNT)
           END-EXEC.

           IF SQLCODE = 0
              INITIALIZE EVNT-AREA
              SET EVNT-POSTING TO TRUE
              MOVE HV-SORTCODE TO EVNT-SORTCODE
              MOVE HV-PROCTRAN-ACC TO EVNT-ACCNO
              MOVE HV-PROCTRAN-DATE TO EVNT-PROC-DATE
              MOVE HV-PROCTRAN-TIME TO EVNT-PROC-TIME
              MOVE HV-PROCTRAN-REF TO EVNT-REF
              MOVE HV-PROCTRAN-TYPE TO EVNT-TYPE
              MOVE HV-PROCTRAN-DESC TO EVNT-DESC
              MOVE HV-PROCTRAN-AMOUNT TO EVNT-AMOUNT
              PERFORM WRITE-BUSINESS-EVENT
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'LOANFUN UNABLE TO WRITE TO PROCTRAN'
           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     DDMMYYYY(WS-ORIG-DATE)
                     YYYYMMDD(WS-TODAY-YMD)
                     TIME(HV-PROCTRAN-TIME)
                     DATESEP('.')
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
           MOVE 'LOANFUN' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
