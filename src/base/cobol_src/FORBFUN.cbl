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
      * Title: FORBFUN                                                 *
      *                                                                *
      * Description: Loan forbearance service, LINKed with the        *
      *              FORBFUN commarea, over the FORBEAR register       *
      *              (FORBDB2). A borrower in hardship can be given a  *
      *              payment holiday, a temporary interest-only        *
      *              period, or a longer term:                         *
      *                - PROPOSE records the arrangement against a     *
      *                  live serviced loan, one open arrangement per  *
      *                  loan, and works out its end date - the start  *
      *                  date plus the months it runs;                 *
      *                - APPROVE needs a supervisor other than the     *
      *                  proposer, and puts it into effect: every      *
      *                  installment still due on or after the start   *
      *                  date is replaced. A holiday writes a month    *
      *                  with nothing to collect for each month of     *
      *                  the holiday (status 'H'), capitalising the    *
      *                  month's interest onto the balance - posted    *
      *                  to the loan account as PROCTRAN type LFC -    *
      *                  and then amortizes the enlarged balance over  *
      *                  the installments that were left; interest     *
      *                  only collects just the interest for its       *
      *                  months and then amortizes the same balance    *
      *                  over the installments that were left; an      *
      *                  extension amortizes the balance over the      *
      *                  installments left plus the extra months. The  *
      *                  term on LOANMST grows by the months in every  *
      *                  case and its installment is the new level     *
      *                  one;                                          *
      *                - REJECT turns a proposal down;                 *
      *                - REVIEW records the supervisor's review of an  *
      *                  arrangement FORBREV has found ended, and      *
      *                  closes it;                                    *
      *                - INQUIRE returns the arrangement.              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORBFUN.
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
           EXEC SQL INCLUDE LOANDB2 END-EXEC.
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE FORBDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-FORBEAR-SORTCODE               PIC X(6).
       01 HV-FORBEAR-ID                     PIC S9(9) COMP.
       01 HV-FORBEAR-ACCNO                  PIC X(8).
       01 HV-FORBEAR-TYPE                   PIC X.
       01 HV-FORBEAR-MONTHS                 PIC S9(9) COMP.
       01 HV-FORBEAR-REASON                 PIC X(40).
       01 HV-FORBEAR-START-DATE             PIC X(8).
       01 HV-FORBEAR-END-DATE               PIC X(8).
       01 HV-FORBEAR-STATUS                 PIC X.
       01 HV-FORBEAR-PROPOSED-BY            PIC X(3).
       01 HV-FORBEAR-APPROVED-BY            PIC X(3).
       01 HV-FORBEAR-OLD-INSTALLMENT        PIC S9(10)V99 COMP-3.
       01 HV-FORBEAR-NEW-INSTALLMENT        PIC S9(10)V99 COMP-3.
       01 HV-FORBEAR-CAPITALISED            PIC S9(10)V99 COMP-3.
       01 HV-FORBEAR-REVIEW-NOTE            PIC X(40).
       01 HV-OPEN-COUNT                     PIC S9(9) COMP.

       01 HV-LOANMST-RATE                   PIC S9(2)V99 COMP-3.
       01 HV-LOANMST-INSTALLMENT            PIC S9(10)V99 COMP-3.
       01 HV-LOANMST-STATUS                 PIC X.

       01 HV-FIRST-INST-NO                  PIC S9(9) COMP.
       01 HV-INSTS-LEFT                     PIC S9(9) COMP.
       01 HV-PRINCIPAL-LEFT                 PIC S9(10)V99 COMP-3.
       01 HV-FIRST-DUE-DATE                 PIC X(8).

       01 HV-LOANSCHD-INST-NO               PIC S9(9) COMP.
       01 HV-LOANSCHD-DUE-DATE              PIC X(8).
       01 HV-LOANSCHD-PRINCIPAL             PIC S9(10)V99 COMP-3.
       01 HV-LOANSCHD-INTEREST              PIC S9(10)V99 COMP-3.
       01 HV-LOANSCHD-TOTAL                 PIC S9(10)V99 COMP-3.
       01 HV-LOANSCHD-STATUS                PIC X.

       01 HV-PROCTRAN-EYECATCHER            PIC X(4) VALUE 'PRTR'.
       01 HV-PROCTRAN-TIME                  PIC X(6).
       01 HV-PROCTRAN-REF                   PIC X(12).
       01 HV-PROCTRAN-TYPE                  PIC X(3) VALUE 'LFC'.
       01 HV-PROCTRAN-DESC                  PIC X(40)
             VALUE 'FORBEARANCE INTEREST CAPITALISED'.
       01 HV-PROCTRAN-AMOUNT                PIC S9(10)V99 COMP-3.

       COPY SORTCODE.

       01 GETCTRL-COMMAREA.
           COPY GETCTRL.

       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                      PIC X(10).
       01 WS-TODAY-YMD                      PIC X(8).
       01 WS-TODAY-NUM REDEFINES WS-TODAY-YMD PIC 9(8).

       01 WS-START-X.
          03 WS-START-YYYY                  PIC 9(4).
          03 WS-START-MM                    PIC 99.
          03 WS-START-DD                    PIC 99.
       01 WS-START-NUM REDEFINES WS-START-X PIC 9(8).
       01 WS-END-X.
          03 WS-END-YYYY                    PIC 9(4).
          03 WS-END-MM                      PIC 99.
          03 WS-END-DD                      PIC 99.
       01 WS-MONTH-COUNT                    PIC S9(9) COMP.
       01 WS-MAX-MONTHS                     PIC S9(4) COMP.

       01 WS-DUE-X.
          03 WS-DUE-YYYY                    PIC 9(4).
          03 WS-DUE-MM                      PIC 99.
          03 WS-DUE-DD                      PIC 99.

       01 WS-OUTSTANDING                    PIC S9(10)V99.
       01 WS-MONTHLY-RATE                   PIC S9V9(9) COMP-3.
       01 WS-COMPOUND-FACTOR                PIC S9(7)V9(9) COMP-3.
       01 WS-INSTALLMENT                    PIC S9(10)V99.
       01 WS-INT-PORTION                    PIC S9(10)V99.
       01 WS-PRIN-PORTION                   PIC S9(10)V99.
       01 WS-CAPITALISED                    PIC S9(10)V99.
       01 WS-TERM-LEFT                      PIC S9(9) COMP.
       01 WS-INST-SUB                       PIC S9(9) COMP.
       01 WS-MONTH-SUB                      PIC S9(9) COMP.

       01 WS-REF-ID                         PIC 9(8).

       01 WS-SCHED-FAILED-SW                PIC X.
          88 WS-SCHED-FAILED                VALUE 'Y'.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY FORBFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO FORBFUN-SUCCESS.
           MOVE SPACE TO FORBFUN-FAIL-CODE.

           PERFORM POPULATE-TIME-DATE.

           MOVE FORBFUN-SORTCODE TO HV-FORBEAR-SORTCODE.
           MOVE FORBFUN-ID TO HV-FORBEAR-ID.

           EVALUATE TRUE
              WHEN FORBFUN-PROPOSE
                 PERFORM PROPOSE-ARRANGEMENT
              WHEN FORBFUN-APPROVE
                 PERFORM CHECK-SUPERVISOR
                 IF FORBFUN-SUCCESS = 'Y'
                    PERFORM APPROVE-ARRANGEMENT
                 END-IF
              WHEN FORBFUN-REJECT
                 PERFORM CHECK-SUPERVISOR
                 IF FORBFUN-SUCCESS = 'Y'
                    PERFORM REJECT-ARRANGEMENT
                 END-IF
              WHEN FORBFUN-REVIEW
                 PERFORM CHECK-SUPERVISOR
                 IF FORBFUN-SUCCESS = 'Y'
                    PERFORM REVIEW-ARRANGEMENT
                 END-IF
              WHEN FORBFUN-INQUIRE
                 PERFORM READ-ARRANGEMENT
              WHEN OTHER
                 MOVE 'N' TO FORBFUN-SUCCESS
                 MOVE '9' TO FORBFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
       CHECK-SUPERVISOR SECTION.
       CSV010.
           INITIALIZE ENTLFUN-COMMAREA.
           SET ENTLFUN-CHECK TO TRUE.
           MOVE 'S' TO ENTLFUN-CLASS.

           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC.

           IF ENTLFUN-ALLOWED NOT = 'Y'
              MOVE 'N' TO FORBFUN-SUCCESS
              MOVE 'S' TO FORBFUN-FAIL-CODE
           END-IF.
       CSV999.
           EXIT.

      *----------------------------------------------------------------
      * Record a proposed arrangement. A holiday or interest-only
      * period runs at most twelve months; an extension adds at
      * most ten years.
      *----------------------------------------------------------------
       PROPOSE-ARRANGEMENT SECTION.
       PA010.
           EVALUATE TRUE
              WHEN FORBFUN-HOLIDAY
              WHEN FORBFUN-INTEREST-ONLY
                 MOVE 12 TO WS-MAX-MONTHS
              WHEN FORBFUN-EXTENSION
                 MOVE 120 TO WS-MAX-MONTHS
              WHEN OTHER
                 MOVE 'N' TO FORBFUN-SUCCESS
                 MOVE '8' TO FORBFUN-FAIL-CODE
                 GO TO PA999
           END-EVALUATE.

           IF FORBFUN-MONTHS = 0 OR FORBFUN-MONTHS > WS-MAX-MONTHS
              MOVE 'N' TO FORBFUN-SUCCESS
              MOVE '8' TO FORBFUN-FAIL-CODE
              GO TO PA999
           END-IF.

           MOVE FORBFUN-START-DATE TO WS-START-NUM.

           IF WS-START-NUM < WS-TODAY-NUM OR
              WS-START-MM < 1 OR WS-START-MM > 12 OR
              WS-START-DD < 1 OR WS-START-DD > 31
              MOVE 'N' TO FORBFUN-SUCCESS
              MOVE '8' TO FORBFUN-FAIL-CODE
              GO TO PA999
           END-IF.

           MOVE FORBFUN-ACCNO TO HV-FORBEAR-ACCNO.

           PERFORM READ-THE-LOAN.

           IF FORBFUN-SUCCESS = 'N'
              GO TO PA999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-OPEN-COUNT
              FROM FORBEAR
              WHERE (FORBEAR_SORTCODE = :HV-FORBEAR-SORTCODE AND
                     FORBEAR_ACCNO = :HV-FORBEAR-ACCNO AND
                     FORBEAR_STATUS IN ('P', 'A'))
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO FORBFUN-SUCCESS
              MOVE '2' TO FORBFUN-FAIL-CODE
              GO TO PA999
           END-IF.

           IF HV-OPEN-COUNT > 0
              MOVE 'N' TO FORBFUN-SUCCESS
              MOVE '5' TO FORBFUN-FAIL-CODE
              GO TO PA999
           END-IF.

      *
      *    The end date is the start date the given number of
      *    months on, held inside the month.
      *
           COMPUTE WS-MONTH-COUNT = WS-START-YYYY * 12
              + WS-START-MM - 1 + FORBFUN-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12
              GIVING WS-END-YYYY REMAINDER WS-END-MM.
           ADD 1 TO WS-END-MM.
           MOVE WS-START-DD TO WS-END-DD.
           IF WS-END-DD > 28
              MOVE 28 TO WS-END-DD
           END-IF.

           MOVE FORBFUN-TYPE TO HV-FORBEAR-TYPE.
           MOVE FORBFUN-MONTHS TO HV-FORBEAR-MONTHS.
           MOVE FORBFUN-REASON TO HV-FORBEAR-REASON.
           MOVE WS-START-X TO HV-FORBEAR-START-DATE.
           MOVE WS-END-X TO HV-FORBEAR-END-DATE.
           MOVE EIBOPID TO HV-FORBEAR-PROPOSED-BY.
           MOVE HV-LOANMST-INSTALLMENT TO HV-FORBEAR-OLD-INSTALLMENT.

           PERFORM ALLOCATE-NEXT-FORB-ID.

           EXEC SQL
              INSERT INTO FORBEAR
                 (FORBEAR_SORTCODE, FORBEAR_ID, FORBEAR_ACCNO,
                  FORBEAR_TYPE, FORBEAR_MONTHS, FORBEAR_REASON,
                  FORBEAR_START_DATE, FORBEAR_END_DATE,
                  FORBEAR_STATUS, FORBEAR_PROPOSED_BY,
                  FORBEAR_PROPOSED_DATE, FORBEAR_APPROVED_BY,
                  FORBEAR_APPROVED_DATE, FORBEAR_OLD_INSTALLMENT,
                  FORBEAR_NEW_INSTALLMENT, FORBEAR_CAPITALISED,
                  FORBEAR_REVIEWED_BY, FORBEAR_REVIEW_DATE,
                  FORBEAR_REVIEW_NOTE)
              VALUES
                 (:HV-FORBEAR-SORTCODE, :HV-FORBEAR-ID,
                  :HV-FORBEAR-ACCNO, :HV-FORBEAR-TYPE,
                  :HV-FORBEAR-MONTHS, :HV-FORBEAR-REASON,
                  :HV-FORBEAR-START-DATE, :HV-FORBEAR-END-DATE,
                  'P', :HV-FORBEAR-PROPOSED-BY,
                  :WS-TODAY-YMD, ' ', ' ',
                  :HV-FORBEAR-OLD-INSTALLMENT, 0, 0,
                  ' ', ' ', ' ')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'FORBFUN UNABLE TO INSERT FORBEAR ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO FORBFUN-SUCCESS
              MOVE '2' TO FORBFUN-FAIL-CODE
              GO TO PA999
           END-IF.

           MOVE HV-FORBEAR-ID TO FORBFUN-ID.
           MOVE 'P' TO FORBFUN-STATUS.
           MOVE WS-END-X TO FORBFUN-END-DATE.
           MOVE HV-FORBEAR-PROPOSED-BY TO FORBFUN-PROPOSED-BY.
           MOVE HV-FORBEAR-OLD-INSTALLMENT TO FORBFUN-OLD-INSTALLMENT.
       PA999.
           EXIT.

      *----------------------------------------------------------------
      * Put a proposal into effect. The schedule, the loan account,
      * the master and the arrangement all change together or not
      * at all.
      *----------------------------------------------------------------
       APPROVE-ARRANGEMENT SECTION.
       AA010.
           PERFORM READ-ARRANGEMENT.

           IF FORBFUN-SUCCESS = 'N'
              GO TO AA999
           END-IF.

           IF HV-FORBEAR-STATUS NOT = 'P'
              MOVE 'N' TO FORBFUN-SUCCESS
              MOVE '3' TO FORBFUN-FAIL-CODE
              GO TO AA999
           END-IF.

           IF HV-FORBEAR-PROPOSED-BY = EIBOPID
              MOVE 'N' TO FORBFUN-SUCCESS
              MOVE '7' TO FORBFUN-FAIL-CODE
              GO TO AA999
           END-IF.

           PERFORM READ-THE-LOAN.

           IF FORBFUN-SUCCESS = 'N'
              GO TO AA999
           END-IF.

           PERFORM RESCHEDULE-THE-LOAN.

           IF FORBFUN-SUCCESS = 'N'
              GO TO AA999
           END-IF.

           IF WS-CAPITALISED > 0
              PERFORM POST-CAPITALISED-INTEREST
              IF FORBFUN-SUCCESS = 'N'
                 EXEC CICS SYNCPOINT ROLLBACK
                 END-EXEC
                 GO TO AA999
              END-IF
           END-IF.

           EXEC SQL
              UPDATE LOANMST
              SET LOANMST_TERM_MONTHS =
                     LOANMST_TERM_MONTHS + :HV-FORBEAR-MONTHS,
                  LOANMST_INSTALLMENT = :HV-FORBEAR-NEW-INSTALLMENT
              WHERE (LOANMST_SORTCODE = :HV-FORBEAR-SORTCODE AND
                     LOANMST_ACCNO = :HV-FORBEAR-ACCNO)
           END-EXEC.

           IF SQLCODE NOT = 0
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'N' TO FORBFUN-SUCCESS
              MOVE '2' TO FORBFUN-FAIL-CODE
              GO TO AA999
           END-IF.

           MOVE EIBOPID TO HV-FORBEAR-APPROVED-BY.
           MOVE WS-CAPITALISED TO HV-FORBEAR-CAPITALISED.

           EXEC SQL
              UPDATE FORBEAR
              SET FORBEAR_STATUS = 'A',
                  FORBEAR_APPROVED_BY = :HV-FORBEAR-APPROVED-BY,
                  FORBEAR_APPROVED_DATE = :WS-TODAY-YMD,
                  FORBEAR_NEW_INSTALLMENT =
                     :HV-FORBEAR-NEW-INSTALLMENT,
                  FORBEAR_CAPITALISED = :HV-FORBEAR-CAPITALISED
              WHERE (FORBEAR_SORTCODE = :HV-FORBEAR-SORTCODE AND
                     FORBEAR_ID = :HV-FORBEAR-ID)
           END-EXEC.

           IF SQLCODE NOT = 0
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'N' TO FORBFUN-SUCCESS
              MOVE '2' TO FORBFUN-FAIL-CODE
              GO TO AA999
           END-IF.

           MOVE 'A' TO FORBFUN-STATUS.
           MOVE HV-FORBEAR-APPROVED-BY TO FORBFUN-APPROVED-BY.
           MOVE HV-FORBEAR-NEW-INSTALLMENT TO FORBFUN-NEW-INSTALLMENT.
           MOVE HV-FORBEAR-CAPITALISED TO FORBFUN-CAPITALISED.
       AA999.
           EXIT.

      *----------------------------------------------------------------
      * Replace every installment still due from the start date on.
      * The replacement schedule is numbered on from the first
      * installment it replaces and keeps its day of the month.
      *----------------------------------------------------------------
       RESCHEDULE-THE-LOAN SECTION.
       RTL010.
           EXEC SQL
              SELECT COALESCE(MIN(LOANSCHD_INST_NO), 0), COUNT(*),
                     COALESCE(SUM(LOANSCHD_PRINCIPAL), 0),
                     COALESCE(MIN(LOANSCHD_DUE_DATE), '00000000')
              INTO :HV-FIRST-INST-NO, :HV-INSTS-LEFT,
                   :HV-PRINCIPAL-LEFT, :HV-FIRST-DUE-DATE
              FROM LOANSCHD
              WHERE (LOANSCHD_SORTCODE = :HV-FORBEAR-SORTCODE AND
                     LOANSCHD_ACCNO = :HV-FORBEAR-ACCNO AND
                     LOANSCHD_STATUS = 'D' AND
                     LOANSCHD_DUE_DATE >= :HV-FORBEAR-START-DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO FORBFUN-SUCCESS
              MOVE '2' TO FORBFUN-FAIL-CODE
              GO TO RTL999
           END-IF.

           IF HV-INSTS-LEFT = 0
              MOVE 'N' TO FORBFUN-SUCCESS
              MOVE '6' TO FORBFUN-FAIL-CODE
              GO TO RTL999
           END-IF.

           EXEC SQL
              DELETE FROM LOANSCHD
              WHERE (LOANSCHD_SORTCODE = :HV-FORBEAR-SORTCODE AND
                     LOANSCHD_ACCNO = :HV-FORBEAR-ACCNO AND
                     LOANSCHD_STATUS = 'D' AND
                     LOANSCHD_DUE_DATE >= :HV-FORBEAR-START-DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'N' TO FORBFUN-SUCCESS
              MOVE '2' TO FORBFUN-FAIL-CODE
              GO TO RTL999
           END-IF.

           MOVE 'N' TO WS-SCHED-FAILED-SW.
           MOVE HV-FIRST-DUE-DATE TO WS-DUE-X.
           MOVE HV-FIRST-INST-NO TO HV-LOANSCHD-INST-NO.
           MOVE HV-PRINCIPAL-LEFT TO WS-OUTSTANDING.
           MOVE 0 TO WS-CAPITALISED.
           COMPUTE WS-MONTHLY-RATE ROUNDED =
              HV-LOANMST-RATE / 100 / 12.

           EVALUATE HV-FORBEAR-TYPE
              WHEN 'H'
                 PERFORM WRITE-HOLIDAY-MONTH
                    VARYING WS-MONTH-SUB FROM 1 BY 1
                    UNTIL WS-MONTH-SUB > HV-FORBEAR-MONTHS
                 MOVE HV-INSTS-LEFT TO WS-TERM-LEFT
              WHEN 'I'
                 PERFORM WRITE-INTEREST-ONLY-MONTH
                    VARYING WS-MONTH-SUB FROM 1 BY 1
                    UNTIL WS-MONTH-SUB > HV-FORBEAR-MONTHS
                 MOVE HV-INSTS-LEFT TO WS-TERM-LEFT
              WHEN OTHER
                 COMPUTE WS-TERM-LEFT =
                    HV-INSTS-LEFT + HV-FORBEAR-MONTHS
           END-EVALUATE.

           PERFORM AMORTIZE-THE-REMAINDER.

           IF WS-SCHED-FAILED
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'N' TO FORBFUN-SUCCESS
              MOVE '2' TO FORBFUN-FAIL-CODE
           END-IF.
       RTL999.
           EXIT.

      *----------------------------------------------------------------
      * A holiday month: nothing to collect; the month's interest is
      * added to the balance and shown against the month.
      *----------------------------------------------------------------
       WRITE-HOLIDAY-MONTH SECTION.
       WHM010.
           COMPUTE WS-INT-PORTION ROUNDED =
              WS-OUTSTANDING * WS-MONTHLY-RATE.
           ADD WS-INT-PORTION TO WS-OUTSTANDING.
           ADD WS-INT-PORTION TO WS-CAPITALISED.

           MOVE 0 TO HV-LOANSCHD-PRINCIPAL.
           MOVE WS-INT-PORTION TO HV-LOANSCHD-INTEREST.
           MOVE 0 TO HV-LOANSCHD-TOTAL.
           MOVE 'H' TO HV-LOANSCHD-STATUS.

           PERFORM INSERT-SCHEDULE-ROW.
       WHM999.
           EXIT.

      *----------------------------------------------------------------
      * An interest-only month: the month's interest, no principal.
      *----------------------------------------------------------------
       WRITE-INTEREST-ONLY-MONTH SECTION.
       WIOM010.
           COMPUTE WS-INT-PORTION ROUNDED =
              WS-OUTSTANDING * WS-MONTHLY-RATE.

           MOVE 0 TO HV-LOANSCHD-PRINCIPAL.
           MOVE WS-INT-PORTION TO HV-LOANSCHD-INTEREST.
           MOVE WS-INT-PORTION TO HV-LOANSCHD-TOTAL.
           MOVE 'D' TO HV-LOANSCHD-STATUS.

           PERFORM INSERT-SCHEDULE-ROW.
       WIOM999.
           EXIT.

      *----------------------------------------------------------------
      * The balance over what is left of the term, by the same
      * amortization formula LOANSRV set the loan up with; the last
      * installment absorbs any rounding.
      *----------------------------------------------------------------
       AMORTIZE-THE-REMAINDER SECTION.
       ATR010.
           IF HV-LOANMST-RATE = 0
              COMPUTE WS-INSTALLMENT ROUNDED =
                 WS-OUTSTANDING / WS-TERM-LEFT
           ELSE
              COMPUTE WS-COMPOUND-FACTOR ROUNDED =
                 (1 + WS-MONTHLY-RATE) ** WS-TERM-LEFT
              COMPUTE WS-INSTALLMENT ROUNDED =
                 WS-OUTSTANDING * WS-MONTHLY-RATE
                    * WS-COMPOUND-FACTOR
                    / (WS-COMPOUND-FACTOR - 1)
           END-IF.

           MOVE WS-INSTALLMENT TO HV-FORBEAR-NEW-INSTALLMENT.

           PERFORM WRITE-AMORTIZED-MONTH
              VARYING WS-INST-SUB FROM 1 BY 1
              UNTIL WS-INST-SUB > WS-TERM-LEFT.
       ATR999.
           EXIT.

       WRITE-AMORTIZED-MONTH SECTION.
       WAM010.
           COMPUTE WS-INT-PORTION ROUNDED =
              WS-OUTSTANDING * WS-MONTHLY-RATE.

           IF WS-INST-SUB = WS-TERM-LEFT
              MOVE WS-OUTSTANDING TO WS-PRIN-PORTION
           ELSE
              COMPUTE WS-PRIN-PORTION =
                 WS-INSTALLMENT - WS-INT-PORTION
           END-IF.

           SUBTRACT WS-PRIN-PORTION FROM WS-OUTSTANDING.

           MOVE WS-PRIN-PORTION TO HV-LOANSCHD-PRINCIPAL.
           MOVE WS-INT-PORTION TO HV-LOANSCHD-INTEREST.
           COMPUTE HV-LOANSCHD-TOTAL =
              WS-PRIN-PORTION + WS-INT-PORTION.
           MOVE 'D' TO HV-LOANSCHD-STATUS.

           PERFORM INSERT-SCHEDULE-ROW.
       WAM999.
           EXIT.

      *----------------------------------------------------------------
      * Write the row at the current due date and move the due date
      * and installment number on a month.
      *----------------------------------------------------------------
       INSERT-SCHEDULE-ROW SECTION.
       ISR010.
           MOVE WS-DUE-X TO HV-LOANSCHD-DUE-DATE.

           EXEC SQL
              INSERT INTO LOANSCHD
                 (LOANSCHD_SORTCODE, LOANSCHD_ACCNO,
                  LOANSCHD_INST_NO, LOANSCHD_DUE_DATE,
                  LOANSCHD_PRINCIPAL, LOANSCHD_INTEREST,
                  LOANSCHD_TOTAL, LOANSCHD_STATUS)
              VALUES
                 (:HV-FORBEAR-SORTCODE, :HV-FORBEAR-ACCNO,
                  :HV-LOANSCHD-INST-NO, :HV-LOANSCHD-DUE-DATE,
                  :HV-LOANSCHD-PRINCIPAL, :HV-LOANSCHD-INTEREST,
                  :HV-LOANSCHD-TOTAL, :HV-LOANSCHD-STATUS)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'FORBFUN UNABLE TO INSERT LOANSCHD ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'Y' TO WS-SCHED-FAILED-SW
           END-IF.

           ADD 1 TO HV-LOANSCHD-INST-NO.
           ADD 1 TO WS-DUE-MM.
           IF WS-DUE-MM > 12
              MOVE 1 TO WS-DUE-MM
              ADD 1 TO WS-DUE-YYYY
           END-IF.
       ISR999.
           EXIT.

      *----------------------------------------------------------------
      * The holiday interest goes onto the loan balance (held
      * negative) so the account agrees with the new schedule.
      *----------------------------------------------------------------
       POST-CAPITALISED-INTEREST SECTION.
       PCI010.
           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_AVAILABLE_BALANCE =
                     ACCOUNT_AVAILABLE_BALANCE - :WS-CAPITALISED,
                  ACCOUNT_ACTUAL_BALANCE =
                     ACCOUNT_ACTUAL_BALANCE - :WS-CAPITALISED
              WHERE (ACCOUNT_SORTCODE = :HV-FORBEAR-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-FORBEAR-ACCNO)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO FORBFUN-SUCCESS
              MOVE '2' TO FORBFUN-FAIL-CODE
              GO TO PCI999
           END-IF.

           COMPUTE HV-PROCTRAN-AMOUNT = 0 - WS-CAPITALISED.
           MOVE HV-FORBEAR-ID TO WS-REF-ID.
           MOVE SPACES TO HV-PROCTRAN-REF.
           MOVE WS-REF-ID TO HV-PROCTRAN-REF(1:8).

           EXEC SQL
              INSERT INTO PROCTRAN
                 (PROCTRAN_EYECATCHER, PROCTRAN_SORTCODE,
                  PROCTRAN_NUMBER, PROCTRAN_DATE, PROCTRAN_TIME,
                  PROCTRAN_REF, PROCTRAN_TYPE, PROCTRAN_DESC,
                  PROCTRAN_AMOUNT)
              VALUES
                 (:HV-PROCTRAN-EYECATCHER, :HV-FORBEAR-SORTCODE,
                  :HV-FORBEAR-ACCNO, :WS-ORIG-DATE,
                  :HV-PROCTRAN-TIME, :HV-PROCTRAN-REF,
                  :HV-PROCTRAN-TYPE, :HV-PROCTRAN-DESC,
                  :HV-PROCTRAN-AMOUNT)
           END-EXEC.

           IF SQLCODE = 0
              INITIALIZE EVNT-AREA
              SET EVNT-POSTING TO TRUE
              MOVE HV-FORBEAR-SORTCODE TO EVNT-SORTCODE
              MOVE HV-FORBEAR-ACCNO TO EVNT-ACCNO
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
              DISPLAY 'FORBFUN UNABLE TO WRITE TO PROCTRAN'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO FORBFUN-SUCCESS
              MOVE '2' TO FORBFUN-FAIL-CODE
           END-IF.
       PCI999.
           EXIT.

      *----------------------------------------------------------------
       REJECT-ARRANGEMENT SECTION.
       RJA010.
           MOVE EIBOPID TO HV-FORBEAR-APPROVED-BY.

           EXEC SQL
              UPDATE FORBEAR
              SET FORBEAR_STATUS = 'R',
                  FORBEAR_APPROVED_BY = :HV-FORBEAR-APPROVED-BY,
                  FORBEAR_APPROVED_DATE = :WS-TODAY-YMD
              WHERE (FORBEAR_SORTCODE = :HV-FORBEAR-SORTCODE AND
                     FORBEAR_ID = :HV-FORBEAR-ID AND
                     FORBEAR_STATUS = 'P')
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'R' TO FORBFUN-STATUS
                 MOVE HV-FORBEAR-APPROVED-BY TO FORBFUN-APPROVED-BY
              WHEN 100
                 PERFORM READ-ARRANGEMENT
                 IF FORBFUN-SUCCESS = 'Y'
                    MOVE 'N' TO FORBFUN-SUCCESS
                    MOVE '3' TO FORBFUN-FAIL-CODE
                 END-IF
              WHEN OTHER
                 MOVE 'N' TO FORBFUN-SUCCESS
                 MOVE '2' TO FORBFUN-FAIL-CODE
           END-EVALUATE.
       RJA999.
           EXIT.

      *----------------------------------------------------------------
      * Record the review of an ended arrangement and close it.
      *----------------------------------------------------------------
       REVIEW-ARRANGEMENT SECTION.
       RVA010.
           MOVE EIBOPID TO HV-FORBEAR-APPROVED-BY.
           MOVE FORBFUN-REVIEW-NOTE TO HV-FORBEAR-REVIEW-NOTE.

           EXEC SQL
              UPDATE FORBEAR
              SET FORBEAR_STATUS = 'C',
                  FORBEAR_REVIEWED_BY = :HV-FORBEAR-APPROVED-BY,
                  FORBEAR_REVIEW_DATE = :WS-TODAY-YMD,
                  FORBEAR_REVIEW_NOTE = :HV-FORBEAR-REVIEW-NOTE
              WHERE (FORBEAR_SORTCODE = :HV-FORBEAR-SORTCODE AND
                     FORBEAR_ID = :HV-FORBEAR-ID AND
                     FORBEAR_STATUS = 'V')
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'C' TO FORBFUN-STATUS
              WHEN 100
                 PERFORM READ-ARRANGEMENT
                 IF FORBFUN-SUCCESS = 'Y'
                    MOVE 'N' TO FORBFUN-SUCCESS
                    MOVE '3' TO FORBFUN-FAIL-CODE
                 END-IF
              WHEN OTHER
                 MOVE 'N' TO FORBFUN-SUCCESS
                 MOVE '2' TO FORBFUN-FAIL-CODE
           END-EVALUATE.
       RVA999.
           EXIT.

      *----------------------------------------------------------------
       READ-ARRANGEMENT SECTION.
       RA010.
           EXEC SQL
              SELECT FORBEAR_ACCNO, FORBEAR_TYPE, FORBEAR_MONTHS,
                     FORBEAR_REASON, FORBEAR_START_DATE,
                     FORBEAR_END_DATE, FORBEAR_STATUS,
                     FORBEAR_PROPOSED_BY,
                     COALESCE(FORBEAR_APPROVED_BY, ' '),
                     FORBEAR_OLD_INSTALLMENT,
                     FORBEAR_NEW_INSTALLMENT, FORBEAR_CAPITALISED,
                     COALESCE(FORBEAR_REVIEW_NOTE, ' ')
              INTO :HV-FORBEAR-ACCNO, :HV-FORBEAR-TYPE,
                   :HV-FORBEAR-MONTHS, :HV-FORBEAR-REASON,
                   :HV-FORBEAR-START-DATE, :HV-FORBEAR-END-DATE,
                   :HV-FORBEAR-STATUS, :HV-FORBEAR-PROPOSED-BY,
                   :HV-FORBEAR-APPROVED-BY,
                   :HV-FORBEAR-OLD-INSTALLMENT,
                   :HV-FORBEAR-NEW-INSTALLMENT,
                   :HV-FORBEAR-CAPITALISED, :HV-FORBEAR-REVIEW-NOTE
              FROM FORBEAR
              WHERE (FORBEAR_SORTCODE = :HV-FORBEAR-SORTCODE AND
                     FORBEAR_ID = :HV-FORBEAR-ID)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-FORBEAR-ACCNO TO FORBFUN-ACCNO
                 MOVE HV-FORBEAR-TYPE TO FORBFUN-TYPE
                 MOVE HV-FORBEAR-MONTHS TO FORBFUN-MONTHS
                 MOVE HV-FORBEAR-REASON TO FORBFUN-REASON
                 MOVE HV-FORBEAR-START-DATE TO FORBFUN-START-DATE
                 MOVE HV-FORBEAR-END-DATE TO FORBFUN-END-DATE
                 MOVE HV-FORBEAR-STATUS TO FORBFUN-STATUS
                 MOVE HV-FORBEAR-PROPOSED-BY TO FORBFUN-PROPOSED-BY
                 MOVE HV-FORBEAR-APPROVED-BY TO FORBFUN-APPROVED-BY
                 MOVE HV-FORBEAR-OLD-INSTALLMENT
                    TO FORBFUN-OLD-INSTALLMENT
                 MOVE HV-FORBEAR-NEW-INSTALLMENT
                    TO FORBFUN-NEW-INSTALLMENT
                 MOVE HV-FORBEAR-CAPITALISED TO FORBFUN-CAPITALISED
                 MOVE HV-FORBEAR-REVIEW-NOTE TO FORBFUN-REVIEW-NOTE
              WHEN 100
                 MOVE 'N' TO FORBFUN-SUCCESS
                 MOVE '1' TO FORBFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO FORBFUN-SUCCESS
                 MOVE '2' TO FORBFUN-FAIL-CODE
           END-EVALUATE.
       RA999.
           EXIT.

      *----------------------------------------------------------------
      * The loan must be serviced and still live - not settled,
      * written off or on its way to write-off.
      *----------------------------------------------------------------
       READ-THE-LOAN SECTION.
       RTLN010.
           EXEC SQL
              SELECT LOANMST_RATE, LOANMST_INSTALLMENT,
                     LOANMST_STATUS
              INTO :HV-LOANMST-RATE, :HV-LOANMST-INSTALLMENT,
                   :HV-LOANMST-STATUS
              FROM LOANMST
              WHERE (LOANMST_SORTCODE = :HV-FORBEAR-SORTCODE AND
                     LOANMST_ACCNO = :HV-FORBEAR-ACCNO)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO FORBFUN-SUCCESS
                 MOVE '1' TO FORBFUN-FAIL-CODE
                 GO TO RTLN999
              WHEN OTHER
                 MOVE 'N' TO FORBFUN-SUCCESS
                 MOVE '2' TO FORBFUN-FAIL-CODE
                 GO TO RTLN999
           END-EVALUATE.

           IF HV-LOANMST-STATUS = 'S' OR
              HV-LOANMST-STATUS = 'Z' OR
              HV-LOANMST-STATUS = 'W' OR
              HV-LOANMST-STATUS = 'K'
              MOVE 'N' TO FORBFUN-SUCCESS
              MOVE '4' TO FORBFUN-FAIL-CODE
           END-IF.
       RTLN999.
           EXIT.

      *----------------------------------------------------------------
       ALLOCATE-NEXT-FORB-ID SECTION.
       ANFI010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           STRING SORTCODE          DELIMITED BY SIZE,
                  '-FORB-LAST'      DELIMITED BY SIZE
                  INTO GETCTRL-NAME OF GETCTRL-COMMAREA
           END-STRING.
           MOVE 0 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           COMPUTE HV-FORBEAR-ID =
              GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA + 1.

           MOVE 'S' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE HV-FORBEAR-ID TO GETCTRL-VALUE-NUM OF
              GETCTRL-COMMAREA.
           MOVE SPACES TO GETCTRL-VALUE-STR OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.
       ANFI999.
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
           MOVE 'FORBFUN' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
