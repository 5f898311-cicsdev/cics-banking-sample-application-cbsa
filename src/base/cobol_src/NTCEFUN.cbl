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
      * Title: NTCEFUN                                                 *
      *                                                                *
      * Description: Notice savings service, LINKed with the NTCEFUN  *
      *              commarea. OPEN creates the account through       *
      *              CREACC as type NOTICE and records its notice     *
      *              period, immediate-access penalty days and        *
      *              nominated pay-to account on NTCEACC. GIVE        *
      *              records a withdrawal notice on the NTCEWD        *
      *              register with the date the money becomes         *
      *              available (today plus the notice period) and     *
      *              the date it lapses if not drawn (CONTROL         *
      *              NTCE-LAPSE-DAYS later, default 30); CANCEL and   *
      *              BROWSE look after notices already given. CHECK   *
      *              and DRAW are DBCRFUN's and XFRFUN's way in: a    *
      *              debit from a NOTICE account only posts against   *
      *              matured notices with no pay-to account (those    *
      *              are NTCERLSE's to pay away), or as an immediate- *
      *              access withdrawal that forfeits the account's    *
      *              penalty days of interest - recorded here, and    *
      *              charged by NTCERLSE the same night.              *
      *                                                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTCEFUN.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Copyright statement as a literal to go into the load module
       77 FILLER PIC X(34) VALUE 'Copyright contributors to the CICS'.
       77 FILLER PIC X(34) VALUE 'Banking Sample Application (CBSA)'.
       77 FILLER PIC X(8)  VALUE ' project'.

           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE NTCEDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-ACCNO                          PIC X(8).
       01 HV-ACCOUNT-TYPE                   PIC X(8).
       01 HV-ACCOUNT-INT-RATE               PIC S9(4)V99 COMP-3.
       01 HV-ACCOUNT-ACTUAL-BAL             PIC S9(10)V99 COMP-3.
       01 HV-MATCH-COUNT                    PIC S9(9) COMP.

       01 HV-NOTICE-DAYS                    PIC S9(4) COMP.
       01 HV-PENALTY-DAYS                   PIC S9(4) COMP.
       01 HV-PAY-SORTCODE                   PIC X(6).
       01 HV-PAY-ACCNO                      PIC X(8).

       01 HV-NTCEWD-ID                      PIC S9(9) COMP.
       01 HV-NTCEWD-TYPE                    PIC X.
       01 HV-NTCEWD-AMOUNT                  PIC S9(10)V99 COMP-3.
       01 HV-NTCEWD-DRAWN                   PIC S9(10)V99 COMP-3.
       01 HV-NTCEWD-PENALTY                 PIC S9(10)V99 COMP-3.
       01 HV-NTCEWD-GIVEN-DATE              PIC X(8).
       01 HV-NTCEWD-AVAILABLE-DATE          PIC X(8).
       01 HV-NTCEWD-LAPSE-DATE              PIC X(8).
       01 HV-NTCEWD-PAY-ACCNO               PIC X(8).
       01 HV-NTCEWD-STATUS                  PIC X.
       01 HV-NTCEWD-GIVEN-BY                PIC X(3).
       01 HV-NTCEWD-CLOSED-DATE             PIC X(8).

       01 HV-OUTSTANDING                    PIC S9(10)V99 COMP-3.
       01 HV-COVER                          PIC S9(10)V99 COMP-3.

       01 GETCTRL-COMMAREA.
           COPY GETCTRL.

       01 CREACC-COMMAREA.
           COPY CREACC.

      * An account opened as NOTICE straight through CREACC, with no
      * NTCEACC row behind it, is run on the longest notice period
      * the product offers and forfeits the same number of days.
       01 WS-DEFAULT-NOTICE-DAYS            PIC S9(4) COMP VALUE 95.
       01 WS-LAPSE-DAYS-DEFAULT             PIC S9(9) COMP VALUE 30.
       01 WS-LAPSE-DAYS                     PIC S9(9) COMP.

       01 WS-TODAY-YMD                      PIC X(8).
       01 WS-TODAY-NUM REDEFINES WS-TODAY-YMD PIC 9(8).
       01 WS-WORK-DATE                      PIC 9(8).
       01 WS-TODAY-INTEGER                  PIC S9(9) COMP.
       01 WS-WORK-INTEGER                   PIC S9(9) COMP.

       01 WS-LEFT-TO-DRAW                   PIC S9(10)V99.
       01 WS-THIS-DRAW                      PIC S9(10)V99.
       01 WS-ROW-SUB                        PIC S9(4) COMP.
       01 WS-EOF-SW                         PIC X.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-CICS-WORK-AREA.
          05 WS-CICS-RESP                   PIC S9(8) COMP.
          05 WS-CICS-RESP2                  PIC S9(8) COMP.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY NTCEFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO NTCEFUN-SUCCESS.
           MOVE SPACE TO NTCEFUN-FAIL-CODE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).

           MOVE NTCEFUN-SORTCODE TO HV-SORTCODE.
           MOVE NTCEFUN-ACCNO TO HV-ACCNO.

           EVALUATE TRUE
              WHEN NTCEFUN-OPEN
                 PERFORM OPEN-NOTICE-ACCOUNT
              WHEN NTCEFUN-GIVE
                 PERFORM GIVE-NOTICE
              WHEN NTCEFUN-CANCEL
                 PERFORM CANCEL-NOTICE
              WHEN NTCEFUN-BROWSE
                 PERFORM BROWSE-LIVE-NOTICES
              WHEN NTCEFUN-CHECK
                 PERFORM CHECK-NOTICE-COVER
              WHEN NTCEFUN-DRAW
                 PERFORM DRAW-AGAINST-NOTICE
              WHEN OTHER
                 MOVE 'N' TO NTCEFUN-SUCCESS
                 MOVE '9' TO NTCEFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * Open a notice account: the terms are checked, the account is
      * created through CREACC as type NOTICE, the same way TRMDFUN
      * opens a FIXEDTRM deposit, and the terms go onto NTCEACC.
      *----------------------------------------------------------------
       OPEN-NOTICE-ACCOUNT SECTION.
       ONA010.
           IF NOT NTCEFUN-NOTICE-DAYS-VALID
              MOVE 'N' TO NTCEFUN-SUCCESS
              MOVE '3' TO NTCEFUN-FAIL-CODE
              GO TO ONA999
           END-IF.

           IF NTCEFUN-PENALTY-DAYS = 0
              MOVE NTCEFUN-NOTICE-DAYS TO NTCEFUN-PENALTY-DAYS
           END-IF.

           IF NTCEFUN-PENALTY-DAYS > 365
              MOVE 'N' TO NTCEFUN-SUCCESS
              MOVE '3' TO NTCEFUN-FAIL-CODE
              GO TO ONA999
           END-IF.

           PERFORM CHECK-PAY-TO-ACCOUNT.

           IF NTCEFUN-SUCCESS = 'N'
              GO TO ONA999
           END-IF.

           INITIALIZE CREACC-COMMAREA.
           MOVE 'ACCT' TO COMM-EYECATCHER OF CREACC-COMMAREA.
           MOVE NTCEFUN-CUSTNO TO COMM-CUSTNO OF CREACC-COMMAREA.
           MOVE 'NOTICE  ' TO COMM-ACC-TYPE OF CREACC-COMMAREA.
           MOVE NTCEFUN-RATE TO COMM-INT-RT OF CREACC-COMMAREA.
           MOVE 0 TO COMM-OVERDR-LIM OF CREACC-COMMAREA.
           MOVE 0 TO COMM-JOINT-OWNER-COUNT OF CREACC-COMMAREA.

           EXEC CICS LINK
              PROGRAM('CREACC')
              COMMAREA(CREACC-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
              COMM-SUCCESS OF CREACC-COMMAREA NOT = 'Y'
              MOVE 'N' TO NTCEFUN-SUCCESS
              MOVE '8' TO NTCEFUN-FAIL-CODE
              GO TO ONA999
           END-IF.

           MOVE COMM-NUMBER OF CREACC-COMMAREA TO NTCEFUN-ACCNO.
           MOVE NTCEFUN-ACCNO TO HV-ACCNO.

           MOVE NTCEFUN-NOTICE-DAYS TO HV-NOTICE-DAYS.
           MOVE NTCEFUN-PENALTY-DAYS TO HV-PENALTY-DAYS.

           EXEC SQL
              INSERT INTO NTCEACC
                 (NTCEACC_SORTCODE, NTCEACC_ACCNO,
                  NTCEACC_NOTICE_DAYS, NTCEACC_PENALTY_DAYS,
                  NTCEACC_PAY_SORTCODE, NTCEACC_PAY_ACCNO,
                  NTCEACC_OPENED_DATE)
              VALUES
                 (:HV-SORTCODE, :HV-ACCNO,
                  :HV-NOTICE-DAYS, :HV-PENALTY-DAYS,
                  :HV-PAY-SORTCODE, :HV-PAY-ACCNO,
                  :WS-TODAY-YMD)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'NTCEFUN UNABLE TO INSERT NTCEACC ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'N' TO NTCEFUN-SUCCESS
              MOVE '2' TO NTCEFUN-FAIL-CODE
           END-IF.
       ONA999.
           EXIT.

      *----------------------------------------------------------------
      * Record a withdrawal notice. Notices already running plus this
      * one may not add up to more than the balance - a customer
      * cannot give notice on money that is not there.
      *----------------------------------------------------------------
       GIVE-NOTICE SECTION.
       GN010.
           IF NTCEFUN-AMOUNT NOT > 0
              MOVE 'N' TO NTCEFUN-SUCCESS
              MOVE '3' TO NTCEFUN-FAIL-CODE
              GO TO GN999
           END-IF.

           PERFORM READ-NOTICE-TERMS.

           IF NTCEFUN-SUCCESS = 'N'
              GO TO GN999
           END-IF.

           EXEC SQL
              SELECT COALESCE(SUM(NTCEWD_AMOUNT - NTCEWD_DRAWN), 0)
              INTO :HV-OUTSTANDING
              FROM NTCEWD
              WHERE NTCEWD_SORTCODE = :HV-SORTCODE
                AND NTCEWD_ACCNO = :HV-ACCNO
                AND NTCEWD_TYPE = 'N'
                AND NTCEWD_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO NTCEFUN-SUCCESS
              MOVE '2' TO NTCEFUN-FAIL-CODE
              GO TO GN999
           END-IF.

           IF HV-OUTSTANDING + NTCEFUN-AMOUNT > HV-ACCOUNT-ACTUAL-BAL
              MOVE 'N' TO NTCEFUN-SUCCESS
              MOVE '5' TO NTCEFUN-FAIL-CODE
              GO TO GN999
           END-IF.

      *
      *    A pay-to account keyed with the notice overrides the one
      *    nominated at opening, for this notice only.
      *
           IF NTCEFUN-PAY-ACCNO NOT = 0
              PERFORM CHECK-PAY-TO-ACCOUNT

              IF NTCEFUN-SUCCESS = 'N'
                 GO TO GN999
              END-IF
           END-IF.

           COMPUTE WS-WORK-INTEGER = WS-TODAY-INTEGER + HV-NOTICE-DAYS.
           COMPUTE WS-WORK-DATE =
              FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER).
           MOVE WS-WORK-DATE TO HV-NTCEWD-AVAILABLE-DATE.

           PERFORM GET-LAPSE-DAYS.

           ADD WS-LAPSE-DAYS TO WS-WORK-INTEGER.
           COMPUTE WS-WORK-DATE =
              FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER).
           MOVE WS-WORK-DATE TO HV-NTCEWD-LAPSE-DATE.

           PERFORM ALLOCATE-NEXT-NOTICE-ID.

           MOVE 'N' TO HV-NTCEWD-TYPE.
           MOVE NTCEFUN-AMOUNT TO HV-NTCEWD-AMOUNT.
           MOVE 0 TO HV-NTCEWD-DRAWN.
           MOVE 0 TO HV-NTCEWD-PENALTY.
           MOVE WS-TODAY-YMD TO HV-NTCEWD-GIVEN-DATE.
           MOVE HV-PAY-ACCNO TO HV-NTCEWD-PAY-ACCNO.
           MOVE 'P' TO HV-NTCEWD-STATUS.

           PERFORM INSERT-NOTICE-ROW.

           IF NTCEFUN-SUCCESS = 'N'
              GO TO GN999
           END-IF.

           MOVE HV-NTCEWD-ID TO NTCEFUN-ID.
           MOVE HV-NTCEWD-AVAILABLE-DATE TO NTCEFUN-AVAILABLE-DATE.
       GN999.
           EXIT.

      *----------------------------------------------------------------
      * A notice can be cancelled while it is still pending and
      * nothing has been drawn against it.
      *----------------------------------------------------------------
       CANCEL-NOTICE SECTION.
       CN010.
           MOVE NTCEFUN-ID TO HV-NTCEWD-ID.

           EXEC SQL
              SELECT NTCEWD_TYPE, NTCEWD_DRAWN, NTCEWD_STATUS
              INTO :HV-NTCEWD-TYPE, :HV-NTCEWD-DRAWN,
                   :HV-NTCEWD-STATUS
              FROM NTCEWD
              WHERE NTCEWD_ID = :HV-NTCEWD-ID
                AND NTCEWD_SORTCODE = :HV-SORTCODE
                AND NTCEWD_ACCNO = :HV-ACCNO
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO NTCEFUN-SUCCESS
                 MOVE '1' TO NTCEFUN-FAIL-CODE
                 GO TO CN999
              WHEN OTHER
                 MOVE 'N' TO NTCEFUN-SUCCESS
                 MOVE '2' TO NTCEFUN-FAIL-CODE
                 GO TO CN999
           END-EVALUATE.

           IF HV-NTCEWD-TYPE NOT = 'N' OR
              HV-NTCEWD-STATUS NOT = 'P' OR
              HV-NTCEWD-DRAWN NOT = 0
              MOVE 'N' TO NTCEFUN-SUCCESS
              MOVE '6' TO NTCEFUN-FAIL-CODE
              GO TO CN999
           END-IF.

           EXEC SQL
              UPDATE NTCEWD
              SET NTCEWD_STATUS = 'C',
                  NTCEWD_CLOSED_DATE = :WS-TODAY-YMD
              WHERE NTCEWD_ID = :HV-NTCEWD-ID
                AND NTCEWD_SORTCODE = :HV-SORTCODE
                AND NTCEWD_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO NTCEFUN-SUCCESS
              MOVE '2' TO NTCEFUN-FAIL-CODE
           END-IF.
       CN999.
           EXIT.

      *----------------------------------------------------------------
      * The account's notices still live, soonest available first.
      *----------------------------------------------------------------
       BROWSE-LIVE-NOTICES SECTION.
       BLN010.
           MOVE 0 TO NTCEFUN-ROWS-RETURNED.

           EXEC SQL
              DECLARE NTCE_CSR CURSOR FOR
                 SELECT NTCEWD_ID, NTCEWD_AMOUNT, NTCEWD_DRAWN,
                        NTCEWD_GIVEN_DATE, NTCEWD_AVAILABLE_DATE,
                        NTCEWD_LAPSE_DATE, NTCEWD_PAY_ACCNO,
                        NTCEWD_STATUS
                 FROM NTCEWD
                 WHERE NTCEWD_SORTCODE = :HV-SORTCODE
                   AND NTCEWD_ACCNO = :HV-ACCNO
                   AND NTCEWD_TYPE = 'N'
                   AND NTCEWD_STATUS = 'P'
                 ORDER BY NTCEWD_AVAILABLE_DATE, NTCEWD_ID
           END-EXEC.

           EXEC SQL OPEN NTCE_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO NTCEFUN-SUCCESS
              MOVE '2' TO NTCEFUN-FAIL-CODE
              GO TO BLN999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           MOVE 0 TO WS-ROW-SUB.

           PERFORM FETCH-ONE-NOTICE
              UNTIL WS-ROW-SUB = 8 OR WS-EOF.

           EXEC SQL CLOSE NTCE_CSR END-EXEC.

           MOVE WS-ROW-SUB TO NTCEFUN-ROWS-RETURNED.
       BLN999.
           EXIT.

       FETCH-ONE-NOTICE SECTION.
       FON010.
           EXEC SQL
              FETCH NTCE_CSR
              INTO :HV-NTCEWD-ID, :HV-NTCEWD-AMOUNT,
                   :HV-NTCEWD-DRAWN, :HV-NTCEWD-GIVEN-DATE,
                   :HV-NTCEWD-AVAILABLE-DATE, :HV-NTCEWD-LAPSE-DATE,
                   :HV-NTCEWD-PAY-ACCNO, :HV-NTCEWD-STATUS
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
              GO TO FON999
           END-IF.

           ADD 1 TO WS-ROW-SUB.
           MOVE HV-NTCEWD-ID TO NTCEFUN-NT-ID(WS-ROW-SUB).
           MOVE HV-NTCEWD-AMOUNT TO NTCEFUN-NT-AMOUNT(WS-ROW-SUB).
           MOVE HV-NTCEWD-DRAWN TO NTCEFUN-NT-DRAWN(WS-ROW-SUB).
           MOVE HV-NTCEWD-GIVEN-DATE TO
              NTCEFUN-NT-GIVEN-DATE(WS-ROW-SUB).
           MOVE HV-NTCEWD-AVAILABLE-DATE TO
              NTCEFUN-NT-AVAILABLE-DATE(WS-ROW-SUB).
           MOVE HV-NTCEWD-LAPSE-DATE TO
              NTCEFUN-NT-LAPSE-DATE(WS-ROW-SUB).
           MOVE HV-NTCEWD-PAY-ACCNO TO
              NTCEFUN-NT-PAY-ACCNO(WS-ROW-SUB).
           MOVE HV-NTCEWD-STATUS TO NTCEFUN-NT-STATUS(WS-ROW-SUB).
       FON999.
           EXIT.

      *----------------------------------------------------------------
      * Would a debit of NTCEFUN-AMOUNT be covered? Matured notices
      * the customer draws themselves cover it; failing that only
      * the immediate-access option lets it through.
      *----------------------------------------------------------------
       CHECK-NOTICE-COVER SECTION.
       CNC010.
           PERFORM GET-MATURED-COVER.

           IF NTCEFUN-SUCCESS = 'N'
              GO TO CNC999
           END-IF.

           IF HV-COVER < NTCEFUN-AMOUNT AND
              NOT NTCEFUN-IMMEDIATE-ACCESS
              MOVE 'N' TO NTCEFUN-SUCCESS
              MOVE '7' TO NTCEFUN-FAIL-CODE
           END-IF.
       CNC999.
           EXIT.

      *----------------------------------------------------------------
      * The debit is about to post: draw it down against the matured
      * notices, oldest first, or - with no notice to cover it and
      * the immediate-access option taken - record the penalty the
      * customer has accepted.
      *----------------------------------------------------------------
       DRAW-AGAINST-NOTICE SECTION.
       DAN010.
           MOVE 0 TO NTCEFUN-PENALTY-AMT.

           PERFORM GET-MATURED-COVER.

           IF NTCEFUN-SUCCESS = 'N'
              GO TO DAN999
           END-IF.

           IF HV-COVER < NTCEFUN-AMOUNT
              IF NTCEFUN-IMMEDIATE-ACCESS
                 PERFORM RECORD-IMMEDIATE-ACCESS
              ELSE
                 MOVE 'N' TO NTCEFUN-SUCCESS
                 MOVE '7' TO NTCEFUN-FAIL-CODE
              END-IF
              GO TO DAN999
           END-IF.

           EXEC SQL
              DECLARE DRAW_CSR CURSOR FOR
                 SELECT NTCEWD_ID, NTCEWD_AMOUNT, NTCEWD_DRAWN
                 FROM NTCEWD
                 WHERE NTCEWD_SORTCODE = :HV-SORTCODE
                   AND NTCEWD_ACCNO = :HV-ACCNO
                   AND NTCEWD_TYPE = 'N'
                   AND NTCEWD_STATUS = 'P'
                   AND NTCEWD_PAY_ACCNO = '00000000'
                   AND NTCEWD_AVAILABLE_DATE <= :WS-TODAY-YMD
                   AND NTCEWD_LAPSE_DATE >= :WS-TODAY-YMD
                 ORDER BY NTCEWD_AVAILABLE_DATE, NTCEWD_ID
           END-EXEC.

           EXEC SQL OPEN DRAW_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO NTCEFUN-SUCCESS
              MOVE '2' TO NTCEFUN-FAIL-CODE
              GO TO DAN999
           END-IF.

           MOVE NTCEFUN-AMOUNT TO WS-LEFT-TO-DRAW.
           MOVE 'N' TO WS-EOF-SW.

           PERFORM DRAW-ONE-NOTICE
              UNTIL WS-LEFT-TO-DRAW = 0 OR WS-EOF.

           EXEC SQL CLOSE DRAW_CSR END-EXEC.
       DAN999.
           EXIT.

       DRAW-ONE-NOTICE SECTION.
       DON010.
           EXEC SQL
              FETCH DRAW_CSR
              INTO :HV-NTCEWD-ID, :HV-NTCEWD-AMOUNT,
                   :HV-NTCEWD-DRAWN
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
              GO TO DON999
           END-IF.

           COMPUTE WS-THIS-DRAW = HV-NTCEWD-AMOUNT - HV-NTCEWD-DRAWN.

           IF WS-THIS-DRAW > WS-LEFT-TO-DRAW
              MOVE WS-LEFT-TO-DRAW TO WS-THIS-DRAW
           END-IF.

           ADD WS-THIS-DRAW TO HV-NTCEWD-DRAWN.
           SUBTRACT WS-THIS-DRAW FROM WS-LEFT-TO-DRAW.

           IF HV-NTCEWD-DRAWN = HV-NTCEWD-AMOUNT
              MOVE 'U' TO HV-NTCEWD-STATUS
              MOVE WS-TODAY-YMD TO HV-NTCEWD-CLOSED-DATE
           ELSE
              MOVE 'P' TO HV-NTCEWD-STATUS
              MOVE SPACES TO HV-NTCEWD-CLOSED-DATE
           END-IF.

           EXEC SQL
              UPDATE NTCEWD
              SET NTCEWD_DRAWN = :HV-NTCEWD-DRAWN,
                  NTCEWD_STATUS = :HV-NTCEWD-STATUS,
                  NTCEWD_CLOSED_DATE = :HV-NTCEWD-CLOSED-DATE
              WHERE NTCEWD_ID = :HV-NTCEWD-ID
                AND NTCEWD_SORTCODE = :HV-SORTCODE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO NTCEFUN-SUCCESS
              MOVE '2' TO NTCEFUN-FAIL-CODE
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       DON999.
           EXIT.

      *----------------------------------------------------------------
      * An immediate-access withdrawal forfeits the account's penalty
      * days of interest on the amount taken, at the account's own
      * rate - priced the way TRMDFUN prices an early break.
      *----------------------------------------------------------------
       RECORD-IMMEDIATE-ACCESS SECTION.
       RIA010.
           COMPUTE NTCEFUN-PENALTY-AMT ROUNDED =
              NTCEFUN-AMOUNT * HV-ACCOUNT-INT-RATE / 100
                 * HV-PENALTY-DAYS / 365.

           PERFORM ALLOCATE-NEXT-NOTICE-ID.

           MOVE 'I' TO HV-NTCEWD-TYPE.
           MOVE NTCEFUN-AMOUNT TO HV-NTCEWD-AMOUNT.
           MOVE NTCEFUN-AMOUNT TO HV-NTCEWD-DRAWN.
           MOVE NTCEFUN-PENALTY-AMT TO HV-NTCEWD-PENALTY.
           MOVE WS-TODAY-YMD TO HV-NTCEWD-GIVEN-DATE.
           MOVE WS-TODAY-YMD TO HV-NTCEWD-AVAILABLE-DATE.
           MOVE WS-TODAY-YMD TO HV-NTCEWD-LAPSE-DATE.
           MOVE '000000' TO HV-PAY-SORTCODE.
           MOVE '00000000' TO HV-NTCEWD-PAY-ACCNO.
           MOVE 'I' TO HV-NTCEWD-STATUS.

           PERFORM INSERT-NOTICE-ROW.

           MOVE HV-NTCEWD-ID TO NTCEFUN-ID.
       RIA999.
           EXIT.

      *----------------------------------------------------------------
      * How much of the account's matured notices is still there to
      * draw today. Notices with a pay-to account are NTCERLSE's to
      * pay away, so they never cover a debit here.
      *----------------------------------------------------------------
       GET-MATURED-COVER SECTION.
       GMC010.
           MOVE 0 TO HV-COVER.

           PERFORM READ-NOTICE-TERMS.

           IF NTCEFUN-SUCCESS = 'N'
              GO TO GMC999
           END-IF.

           EXEC SQL
              SELECT COALESCE(SUM(NTCEWD_AMOUNT - NTCEWD_DRAWN), 0)
              INTO :HV-COVER
              FROM NTCEWD
              WHERE NTCEWD_SORTCODE = :HV-SORTCODE
                AND NTCEWD_ACCNO = :HV-ACCNO
                AND NTCEWD_TYPE = 'N'
                AND NTCEWD_STATUS = 'P'
                AND NTCEWD_PAY_ACCNO = '00000000'
                AND NTCEWD_AVAILABLE_DATE <= :WS-TODAY-YMD
                AND NTCEWD_LAPSE_DATE >= :WS-TODAY-YMD
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO NTCEFUN-SUCCESS
              MOVE '2' TO NTCEFUN-FAIL-CODE
           END-IF.
       GMC999.
           EXIT.

      *----------------------------------------------------------------
      * The account must exist and be a NOTICE account; its terms
      * come from NTCEACC, or the product defaults where the account
      * was opened without them.
      *----------------------------------------------------------------
       READ-NOTICE-TERMS SECTION.
       RNT010.
           EXEC SQL
              SELECT ACCOUNT_TYPE, ACCOUNT_INTEREST_RATE,
                     ACCOUNT_ACTUAL_BALANCE
              INTO :HV-ACCOUNT-TYPE, :HV-ACCOUNT-INT-RATE,
                   :HV-ACCOUNT-ACTUAL-BAL
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-ACCNO)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO NTCEFUN-SUCCESS
                 MOVE '1' TO NTCEFUN-FAIL-CODE
                 GO TO RNT999
              WHEN OTHER
                 MOVE 'N' TO NTCEFUN-SUCCESS
                 MOVE '2' TO NTCEFUN-FAIL-CODE
                 GO TO RNT999
           END-EVALUATE.

           IF HV-ACCOUNT-TYPE NOT = 'NOTICE  '
              MOVE 'N' TO NTCEFUN-SUCCESS
              MOVE '4' TO NTCEFUN-FAIL-CODE
              GO TO RNT999
           END-IF.

           EXEC SQL
              SELECT NTCEACC_NOTICE_DAYS, NTCEACC_PENALTY_DAYS,
                     NTCEACC_PAY_SORTCODE, NTCEACC_PAY_ACCNO
              INTO :HV-NOTICE-DAYS, :HV-PENALTY-DAYS,
                   :HV-PAY-SORTCODE, :HV-PAY-ACCNO
              FROM NTCEACC
              WHERE NTCEACC_SORTCODE = :HV-SORTCODE
                AND NTCEACC_ACCNO = :HV-ACCNO
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE WS-DEFAULT-NOTICE-DAYS TO HV-NOTICE-DAYS
                 MOVE WS-DEFAULT-NOTICE-DAYS TO HV-PENALTY-DAYS
                 MOVE '000000' TO HV-PAY-SORTCODE
                 MOVE '00000000' TO HV-PAY-ACCNO
              WHEN OTHER
                 MOVE 'N' TO NTCEFUN-SUCCESS
                 MOVE '2' TO NTCEFUN-FAIL-CODE
           END-EVALUATE.
       RNT999.
           EXIT.

      *----------------------------------------------------------------
      * A pay-to account, where one is given, must exist - a zero
      * sort code means this branch's own.
      *----------------------------------------------------------------
       CHECK-PAY-TO-ACCOUNT SECTION.
       CPT010.
           MOVE '000000' TO HV-PAY-SORTCODE.
           MOVE '00000000' TO HV-PAY-ACCNO.

           IF NTCEFUN-PAY-ACCNO = 0
              GO TO CPT999
           END-IF.

           IF NTCEFUN-PAY-SORTCODE = 0
              MOVE NTCEFUN-SORTCODE TO NTCEFUN-PAY-SORTCODE
           END-IF.

           MOVE NTCEFUN-PAY-SORTCODE TO HV-PAY-SORTCODE.
           MOVE NTCEFUN-PAY-ACCNO TO HV-PAY-ACCNO.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-MATCH-COUNT
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-PAY-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-PAY-ACCNO)
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-MATCH-COUNT = 0
              MOVE 'N' TO NTCEFUN-SUCCESS
              MOVE '3' TO NTCEFUN-FAIL-CODE
           END-IF.
       CPT999.
           EXIT.

      *----------------------------------------------------------------
       INSERT-NOTICE-ROW SECTION.
       INR010.
           MOVE EIBOPID TO HV-NTCEWD-GIVEN-BY.

           EXEC SQL
              INSERT INTO NTCEWD
                 (NTCEWD_ID, NTCEWD_SORTCODE, NTCEWD_ACCNO,
                  NTCEWD_TYPE, NTCEWD_AMOUNT, NTCEWD_DRAWN,
                  NTCEWD_PENALTY, NTCEWD_GIVEN_DATE,
                  NTCEWD_AVAILABLE_DATE, NTCEWD_LAPSE_DATE,
                  NTCEWD_PAY_SORTCODE, NTCEWD_PAY_ACCNO,
                  NTCEWD_STATUS, NTCEWD_GIVEN_BY)
              VALUES
                 (:HV-NTCEWD-ID, :HV-SORTCODE, :HV-ACCNO,
                  :HV-NTCEWD-TYPE, :HV-NTCEWD-AMOUNT,
                  :HV-NTCEWD-DRAWN, :HV-NTCEWD-PENALTY,
                  :HV-NTCEWD-GIVEN-DATE, :HV-NTCEWD-AVAILABLE-DATE,
                  :HV-NTCEWD-LAPSE-DATE, :HV-PAY-SORTCODE,
                  :HV-NTCEWD-PAY-ACCNO, :HV-NTCEWD-STATUS,
                  :HV-NTCEWD-GIVEN-BY)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'NTCEFUN UNABLE TO INSERT NTCEWD ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO NTCEFUN-SUCCESS
              MOVE '2' TO NTCEFUN-FAIL-CODE
           END-IF.
       INR999.
           EXIT.

      *----------------------------------------------------------------
      * Next NTCEWD id from CONTROL via GETCTRL, the same way
      * XFRFUN numbers its XFRAUTH rows.
      *----------------------------------------------------------------
       ALLOCATE-NEXT-NOTICE-ID SECTION.
       ANNI010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           STRING HV-SORTCODE   DELIMITED BY SIZE,
                  '-NTCE-LAST'  DELIMITED BY SIZE
                  INTO GETCTRL-NAME OF GETCTRL-COMMAREA
           END-STRING.
           MOVE 0 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           COMPUTE HV-NTCEWD-ID =
              GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA + 1.

           MOVE 'S' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE HV-NTCEWD-ID TO GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA.
           MOVE SPACES TO GETCTRL-VALUE-STR OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.
       ANNI999.
           EXIT.

      *----------------------------------------------------------------
      * How long a matured notice stays open for drawing before
      * NTCERLSE lapses it - CONTROL NTCE-LAPSE-DAYS, default 30.
      *----------------------------------------------------------------
       GET-LAPSE-DAYS SECTION.
       GLD010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE 'NTCE-LAPSE-DAYS' TO GETCTRL-NAME OF GETCTRL-COMMAREA.
           MOVE WS-LAPSE-DAYS-DEFAULT
              TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           MOVE GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA TO WS-LAPSE-DAYS.
       GLD999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.
           EXEC CICS RETURN
           END-EXEC.

           GOBACK.
       GMOOH999.
           EXIT.
