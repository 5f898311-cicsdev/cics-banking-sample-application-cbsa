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
      * Title: RTOVFUN                                                 *
      *                                                                *
      * Description: Negotiated interest rate override service,       *
      *              LINKed with the RTOVFUN commarea. A branch        *
      *              manager who has agreed a better rate for a        *
      *              valuable customer REQUESTs it here instead of     *
      *              hand-editing ACCOUNT_INTEREST_RATE through        *
      *              UPDACC, giving a reason, a start date and an      *
      *              expiry date, which is mandatory. The request is   *
      *              not applied: it is parked on the PENDCHG          *
      *              maker-checker queue as a RATEOVRD change, and     *
      *              only when a second operator approves it through   *
      *              PNDCFUN does the RATEOVR row exist for INTACCR    *
      *              to honour. INQUIRE shows the account's standard   *
      *              rate and its overrides.                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTOVFUN.
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

           EXEC SQL INCLUDE RTOVDB2 END-EXEC.
           EXEC SQL INCLUDE PNDCDB2 END-EXEC.
           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-ACCNO                          PIC X(8).
       01 HV-ACC-TYPE                       PIC X(8).
       01 HV-INT-RATE                       PIC S9(4)V99 COMP-3.
       01 HV-START-DATE                     PIC X(8).
       01 HV-EXPIRY-DATE                    PIC X(8).
       01 HV-MATCH-COUNT                    PIC S9(9) COMP.

       01 HV-OV-ID                          PIC S9(9) COMP.
       01 HV-OV-RATE                        PIC S9(2)V99 COMP-3.
       01 HV-OV-REASON                      PIC X(40).
       01 HV-OV-START-DATE                  PIC X(8).
       01 HV-OV-EXPIRY-DATE                 PIC X(8).
       01 HV-OV-STATUS                      PIC X.
       01 HV-OV-REQUESTED-BY                PIC X(3).
       01 HV-OV-APPROVED-BY                 PIC X(3).

      * Maker-checker queue working fields (see PENDCHG).
       01 HV-PNDC-ID                        PIC S9(9) COMP.
       01 HV-PNDC-TYPE                      PIC X(8) VALUE 'RATEOVRD'.
       01 HV-PNDC-TARGET                    PIC X(10).
       01 HV-PNDC-OLD                       PIC X(160).
       01 HV-PNDC-NEW                       PIC X(160).
       01 HV-PNDC-MAKER                     PIC X(3).
       01 HV-PNDC-CONTROL-NAME              PIC X(32).
       01 HV-PNDC-CONTROL-NUM               PIC S9(9) COMP.
      * The rates' raw digit images for the PENDCHG blob - the V is
      * implied, so the six characters round-trip exactly.
       01 WS-PNDC-RATE-X                    PIC 9(4)V99.
       01 WS-PNDC-RATE-DIGITS REDEFINES WS-PNDC-RATE-X
                                            PIC X(6).

       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-TODAY-YMD                      PIC X(8).

       01 WS-CLASS-WANTED                   PIC X.

       01 WS-CHECK-DATE                     PIC X(8).
       01 WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE.
          03 WS-CHECK-YYYY                  PIC 9(4).
          03 WS-CHECK-MM                    PIC 99.
          03 WS-CHECK-DD                    PIC 99.
       01 WS-DATE-VALID-SW                  PIC X.
          88 WS-DATE-VALID                  VALUE 'Y'.

       01 WS-ROW-SUB                        PIC S9(4) COMP.
       01 WS-EOF-SW                         PIC X.
          88 WS-EOF                         VALUE 'Y'.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY RTOVFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO RTOVFUN-SUCCESS.
           MOVE SPACE TO RTOVFUN-FAIL-CODE.

           PERFORM POPULATE-TIME-DATE.

           MOVE RTOVFUN-SORTCODE TO HV-SORTCODE.
           MOVE RTOVFUN-ACCNO TO HV-ACCNO.

           EVALUATE TRUE
              WHEN RTOVFUN-REQUEST
                 PERFORM REQUEST-AN-OVERRIDE
              WHEN RTOVFUN-INQUIRE
                 PERFORM INQUIRE-THE-OVERRIDES
              WHEN OTHER
                 MOVE 'N' TO RTOVFUN-SUCCESS
                 MOVE '9' TO RTOVFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * Validate the override asked for and queue it for approval.
      * Nothing changes for the account until a checker approves.
      *----------------------------------------------------------------
       REQUEST-AN-OVERRIDE SECTION.
       RAO010.
           MOVE 'M' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF RTOVFUN-SUCCESS = 'N'
              GO TO RAO999
           END-IF.

           IF RTOVFUN-RATE NOT NUMERIC OR RTOVFUN-RATE <= 0
              OR RTOVFUN-REASON = SPACES
              OR RTOVFUN-REASON = LOW-VALUES
              MOVE 'N' TO RTOVFUN-SUCCESS
              MOVE '5' TO RTOVFUN-FAIL-CODE
              GO TO RAO999
           END-IF.

           IF RTOVFUN-START-DATE = SPACES OR
              RTOVFUN-START-DATE = LOW-VALUES
              MOVE WS-TODAY-YMD TO RTOVFUN-START-DATE
           END-IF.

           MOVE RTOVFUN-START-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-ONE-DATE.
           IF NOT WS-DATE-VALID OR RTOVFUN-START-DATE < WS-TODAY-YMD
              MOVE 'N' TO RTOVFUN-SUCCESS
              MOVE '6' TO RTOVFUN-FAIL-CODE
              GO TO RAO999
           END-IF.

           MOVE RTOVFUN-EXPIRY-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-ONE-DATE.
           IF NOT WS-DATE-VALID OR
              RTOVFUN-EXPIRY-DATE NOT > RTOVFUN-START-DATE
              MOVE 'N' TO RTOVFUN-SUCCESS
              MOVE '6' TO RTOVFUN-FAIL-CODE
              GO TO RAO999
           END-IF.

           PERFORM READ-THE-ACCOUNT.

           IF RTOVFUN-SUCCESS = 'N'
              GO TO RAO999
           END-IF.

      *
      *    Term deposits keep their locked TERMDEP rate and cards
      *    are charged by CCBILL - INTACCR prices neither, so an
      *    override on them would never be honoured.
      *
           IF HV-ACC-TYPE = 'FIXEDTRM' OR HV-ACC-TYPE = 'CREDCARD'
              MOVE 'N' TO RTOVFUN-SUCCESS
              MOVE '3' TO RTOVFUN-FAIL-CODE
              GO TO RAO999
           END-IF.

           MOVE RTOVFUN-START-DATE TO HV-START-DATE.
           MOVE RTOVFUN-EXPIRY-DATE TO HV-EXPIRY-DATE.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-MATCH-COUNT
              FROM RATEOVR
              WHERE RATEOVR_SORTCODE = :HV-SORTCODE
                AND RATEOVR_ACCNO = :HV-ACCNO
                AND RATEOVR_STATUS = 'A'
                AND RATEOVR_START_DATE <= :HV-EXPIRY-DATE
                AND RATEOVR_EXPIRY_DATE >= :HV-START-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'RTOVFUN UNABLE TO READ RATEOVR '
                 SQLCODE-DISPLAY
              MOVE 'N' TO RTOVFUN-SUCCESS
              MOVE '2' TO RTOVFUN-FAIL-CODE
              GO TO RAO999
           END-IF.

           IF HV-MATCH-COUNT > 0
              MOVE 'N' TO RTOVFUN-SUCCESS
              MOVE '4' TO RTOVFUN-FAIL-CODE
              GO TO RAO999
           END-IF.

           MOVE SPACES TO HV-PNDC-TARGET.
           MOVE HV-ACCNO TO HV-PNDC-TARGET(1:8).

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-MATCH-COUNT
              FROM PENDCHG
              WHERE PENDCHG_SORTCODE = :HV-SORTCODE
                AND PENDCHG_CHANGE_TYPE = :HV-PNDC-TYPE
                AND PENDCHG_TARGET_KEY = :HV-PNDC-TARGET
                AND PENDCHG_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO RTOVFUN-SUCCESS
              MOVE '2' TO RTOVFUN-FAIL-CODE
              GO TO RAO999
           END-IF.

           IF HV-MATCH-COUNT > 0
              MOVE 'N' TO RTOVFUN-SUCCESS
              MOVE '4' TO RTOVFUN-FAIL-CODE
              GO TO RAO999
           END-IF.

      *
      *    Old value: the account's standard rate. New value: rate,
      *    start, expiry and reason, for the checker to compare.
      *
           MOVE SPACES TO HV-PNDC-OLD.
           MOVE HV-INT-RATE TO WS-PNDC-RATE-X.
           MOVE WS-PNDC-RATE-DIGITS TO HV-PNDC-OLD(1:6).

           MOVE SPACES TO HV-PNDC-NEW.
           MOVE RTOVFUN-RATE TO WS-PNDC-RATE-X.
           MOVE WS-PNDC-RATE-DIGITS TO HV-PNDC-NEW(1:6).
           MOVE HV-START-DATE TO HV-PNDC-NEW(7:8).
           MOVE HV-EXPIRY-DATE TO HV-PNDC-NEW(15:8).
           MOVE RTOVFUN-REASON TO HV-PNDC-NEW(23:40).

           PERFORM QUEUE-PENDING-CHANGE.

           IF RTOVFUN-SUCCESS = 'Y'
              MOVE HV-PNDC-ID TO RTOVFUN-CHANGE-ID
           END-IF.
       RAO999.
           EXIT.

      *----------------------------------------------------------------
      * A numeric YYYYMMDD date with a plausible month and day.
      *----------------------------------------------------------------
       CHECK-ONE-DATE SECTION.
       COD010.
           MOVE 'N' TO WS-DATE-VALID-SW.

           IF WS-CHECK-DATE NOT NUMERIC
              GO TO COD999
           END-IF.

           IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
              OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
              GO TO COD999
           END-IF.

           MOVE 'Y' TO WS-DATE-VALID-SW.
       COD999.
           EXIT.

      *----------------------------------------------------------------
       INQUIRE-THE-OVERRIDES SECTION.
       ITO010.
           MOVE 'I' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF RTOVFUN-SUCCESS = 'N'
              GO TO ITO999
           END-IF.

           PERFORM READ-THE-ACCOUNT.

           IF RTOVFUN-SUCCESS = 'N'
              GO TO ITO999
           END-IF.

           MOVE HV-INT-RATE TO RTOVFUN-STANDARD-RATE.
           MOVE 0 TO RTOVFUN-ROWS-RETURNED.

           EXEC SQL
              DECLARE RTOV_CSR CURSOR FOR
                 SELECT RATEOVR_ID, RATEOVR_RATE, RATEOVR_REASON,
                        RATEOVR_START_DATE, RATEOVR_EXPIRY_DATE,
                        RATEOVR_STATUS, RATEOVR_REQUESTED_BY,
                        RATEOVR_APPROVED_BY
                 FROM RATEOVR
                 WHERE RATEOVR_SORTCODE = :HV-SORTCODE
                   AND RATEOVR_ACCNO = :HV-ACCNO
                 ORDER BY RATEOVR_START_DATE DESC, RATEOVR_ID DESC
           END-EXEC.

           EXEC SQL OPEN RTOV_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO RTOVFUN-SUCCESS
              MOVE '2' TO RTOVFUN-FAIL-CODE
              GO TO ITO999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           MOVE 0 TO WS-ROW-SUB.

           PERFORM FETCH-ONE-OVERRIDE
              UNTIL WS-ROW-SUB = 5 OR WS-EOF.

           EXEC SQL CLOSE RTOV_CSR END-EXEC.

           MOVE WS-ROW-SUB TO RTOVFUN-ROWS-RETURNED.
       ITO999.
           EXIT.

       FETCH-ONE-OVERRIDE SECTION.
       FOO010.
           EXEC SQL
              FETCH RTOV_CSR
              INTO :HV-OV-ID, :HV-OV-RATE, :HV-OV-REASON,
                   :HV-OV-START-DATE, :HV-OV-EXPIRY-DATE,
                   :HV-OV-STATUS, :HV-OV-REQUESTED-BY,
                   :HV-OV-APPROVED-BY
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
              GO TO FOO999
           END-IF.

           ADD 1 TO WS-ROW-SUB.
           MOVE HV-OV-ID TO RTOVFUN-OV-ID(WS-ROW-SUB).
           MOVE HV-OV-RATE TO RTOVFUN-OV-RATE(WS-ROW-SUB).
           MOVE HV-OV-REASON TO RTOVFUN-OV-REASON(WS-ROW-SUB).
           MOVE HV-OV-START-DATE TO RTOVFUN-OV-START-DATE(WS-ROW-SUB).
           MOVE HV-OV-EXPIRY-DATE TO
              RTOVFUN-OV-EXPIRY-DATE(WS-ROW-SUB).
           MOVE HV-OV-STATUS TO RTOVFUN-OV-STATUS(WS-ROW-SUB).
           MOVE HV-OV-REQUESTED-BY TO
              RTOVFUN-OV-REQUESTED-BY(WS-ROW-SUB).
           MOVE HV-OV-APPROVED-BY TO
              RTOVFUN-OV-APPROVED-BY(WS-ROW-SUB).
       FOO999.
           EXIT.

      *----------------------------------------------------------------
       READ-THE-ACCOUNT SECTION.
       RTA010.
           EXEC SQL
              SELECT ACCOUNT_TYPE, ACCOUNT_INTEREST_RATE
              INTO :HV-ACC-TYPE, :HV-INT-RATE
              FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-SORTCODE
                AND ACCOUNT_NUMBER = :HV-ACCNO
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO RTOVFUN-SUCCESS
                 MOVE '1' TO RTOVFUN-FAIL-CODE
              WHEN OTHER
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'RTOVFUN UNABLE TO READ ACCOUNT '
                    SQLCODE-DISPLAY
                 MOVE 'N' TO RTOVFUN-SUCCESS
                 MOVE '2' TO RTOVFUN-FAIL-CODE
           END-EVALUATE.
       RTA999.
           EXIT.

      *----------------------------------------------------------------
      * Park the override on the maker-checker queue - the same
      * PNDC-LAST-ID counter and row shape UPDACC uses.
      *----------------------------------------------------------------
       QUEUE-PENDING-CHANGE SECTION.
       QPC010.
           MOVE 'PNDC-LAST-ID' TO HV-PNDC-CONTROL-NAME.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-PNDC-CONTROL-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-PNDC-CONTROL-NAME
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO HV-PNDC-CONTROL-NUM
                 EXEC SQL
                    UPDATE CONTROL
                    SET CONTROL_VALUE_NUM = :HV-PNDC-CONTROL-NUM
                    WHERE CONTROL_NAME = :HV-PNDC-CONTROL-NAME
                 END-EXEC
              WHEN 100
                 MOVE 1 TO HV-PNDC-CONTROL-NUM
                 EXEC SQL
                    INSERT INTO CONTROL
                           (CONTROL_NAME, CONTROL_VALUE_NUM,
                            CONTROL_VALUE_STR)
                    VALUES (:HV-PNDC-CONTROL-NAME,
                            :HV-PNDC-CONTROL-NUM, ' ')
                 END-EXEC
              WHEN OTHER
                 MOVE 'N' TO RTOVFUN-SUCCESS
                 MOVE '2' TO RTOVFUN-FAIL-CODE
                 GO TO QPC999
           END-EVALUATE.

           MOVE HV-PNDC-CONTROL-NUM TO HV-PNDC-ID.
           MOVE EIBOPID TO HV-PNDC-MAKER.

           EXEC SQL
              INSERT INTO PENDCHG
                 (PENDCHG_ID, PENDCHG_SORTCODE,
                  PENDCHG_CHANGE_TYPE, PENDCHG_TARGET_KEY,
                  PENDCHG_OLD_VALUE, PENDCHG_NEW_VALUE,
                  PENDCHG_MAKER, PENDCHG_MADE_DATE,
                  PENDCHG_STATUS)
              VALUES
                 (:HV-PNDC-ID, :HV-SORTCODE,
                  :HV-PNDC-TYPE, :HV-PNDC-TARGET,
                  :HV-PNDC-OLD, :HV-PNDC-NEW,
                  :HV-PNDC-MAKER, :WS-TODAY-YMD, 'P')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'RTOVFUN UNABLE TO INSERT PENDCHG '
                 SQLCODE-DISPLAY
              MOVE 'N' TO RTOVFUN-SUCCESS
              MOVE '2' TO RTOVFUN-FAIL-CODE
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
           END-IF.
       QPC999.
           EXIT.

      *----------------------------------------------------------------
       CHECK-ENTITLEMENT SECTION.
       CEN010.
           INITIALIZE ENTLFUN-COMMAREA.
           SET ENTLFUN-CHECK TO TRUE.
           MOVE RTOVFUN-SORTCODE TO ENTLFUN-SORTCODE.
           MOVE WS-CLASS-WANTED TO ENTLFUN-CLASS.

           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC.

           IF ENTLFUN-ALLOWED NOT = 'Y'
              MOVE 'N' TO RTOVFUN-SUCCESS
              MOVE 'S' TO RTOVFUN-FAIL-CODE
           END-IF.
       CEN999.
           EXIT.

       POPULATE-TIME-DATE SECTION.
       PTD010.
           EXEC CICS ASKTIME
              ABSTIME(WS-U-TIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     YYYYMMDD(WS-TODAY-YMD)
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
