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
      * Title: FXCFUN                                                  *
      *                                                                *
      * Description: Counter foreign currency cash service, LINKed    *
      *              with the FXCFUN commarea. SELL sells foreign      *
      *              notes to a customer (travel money) and BUY buys   *
      *              them back, against sterling cash across the       *
      *              counter or a posting to the customer's account    *
      *              through DBCRFUN (facility 495, PROCTRAN type FXS  *
      *              or FXB). The price is the current XRATEHST rate   *
      *              moved by the CONTROL buy or sell margin; QUOTE    *
      *              prices a deal without doing it.                   *
      *                                                                *
      *              The notes move through the signed-on teller's     *
      *              open drawer session - DRAWERCCY for the foreign   *
      *              side, DRAWER for sterling cash - so the drawer    *
      *              balances in every currency at close. The margin   *
      *              earned on the spread is journalled to GLENTRY     *
      *              through GLMAP 'FXM' (the FX income line) and the  *
      *              deal is kept on FXDEAL.                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXCFUN.
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

           EXEC SQL INCLUDE FXDDB2 END-EXEC.
           EXEC SQL INCLUDE DRWRDB2 END-EXEC.
           EXEC SQL INCLUDE XRATHDB2 END-EXEC.
           EXEC SQL INCLUDE GLDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-CURRENCY                       PIC X(3).
       01 HV-OPERATOR-ID                    PIC X(3).
       01 HV-DRAWER-ID                      PIC S9(9) COMP.
       01 HV-MID-RATE                       PIC S9(3)V9(6) COMP-3.
       01 HV-CCY-FLOAT                      PIC S9(10)V99 COMP-3.
       01 HV-CCY-CASH-IN                    PIC S9(10)V99 COMP-3.
       01 HV-CCY-CASH-OUT                   PIC S9(10)V99 COMP-3.
       01 HV-CCY-IN-AMT                     PIC S9(10)V99 COMP-3.
       01 HV-CCY-OUT-AMT                    PIC S9(10)V99 COMP-3.
       01 HV-STERLING-AMT                   PIC S9(10)V99 COMP-3.

       01 HV-FXDEAL-ID                      PIC S9(9) COMP.
       01 HV-FXDEAL-DIRECTION               PIC X.
       01 HV-FXDEAL-FOREIGN-AMOUNT          PIC S9(10)V99 COMP-3.
       01 HV-FXDEAL-DEAL-RATE               PIC S9(3)V9(6) COMP-3.
       01 HV-FXDEAL-MARGIN-AMOUNT           PIC S9(10)V99 COMP-3.
       01 HV-FXDEAL-SETTLE                  PIC X.
       01 HV-FXDEAL-ACCNO                   PIC X(8).

       01 HV-DR-GLACCT                      PIC X(8).
       01 HV-CR-GLACCT                      PIC X(8).
       01 HV-GLENTRY-GLACCT                 PIC X(8).
       01 HV-GLENTRY-DR                     PIC S9(12)V99 COMP-3.
       01 HV-GLENTRY-CR                     PIC S9(12)V99 COMP-3.

       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

       01 GETCTRL-COMMAREA.
           COPY GETCTRL.

      *
      *    The sterling side of an account-settled deal moves through
      *    DBCRFUN like any other posting - COMM-FACILTYPE 495 is
      *    what makes it come out as PROCTRAN type FXS or FXB, keeps
      *    it out of the teller's sterling drawer, and makes DBCRFUN
      *    insist on cleared funds for a sale.
      *
       01 DBCRFUN-COMMAREA.
           COPY PAYDBCR.

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                      PIC X(10).
       01 WS-TIME-NOW                       PIC X(6).
       01 WS-TODAY-YMD                      PIC X(8).

       01 WS-SIDE                           PIC X.
          88 WS-SIDE-SELL                   VALUE 'S'.
          88 WS-SIDE-BUY                    VALUE 'B'.
       01 WS-CLASS-WANTED                   PIC X.
       01 WS-MARGIN-BPS                     PIC S9(5) COMP.
       01 WS-MID-VALUE                      PIC S9(10)V99.
       01 WS-HELD                           PIC S9(10)V99.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY FXCFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO FXCFUN-SUCCESS.
           MOVE SPACE TO FXCFUN-FAIL-CODE.
           MOVE SPACE TO FXCFUN-DBCR-FAIL-CODE.

           PERFORM POPULATE-TIME-DATE.

           MOVE FXCFUN-SORTCODE TO HV-SORTCODE.
           MOVE FXCFUN-CURRENCY TO HV-CURRENCY.
           MOVE EIBOPID TO HV-OPERATOR-ID.

           EVALUATE TRUE
              WHEN FXCFUN-SELL
                 MOVE 'S' TO WS-SIDE
                 MOVE 'P' TO WS-CLASS-WANTED
              WHEN FXCFUN-BUY
                 MOVE 'B' TO WS-SIDE
                 MOVE 'P' TO WS-CLASS-WANTED
              WHEN FXCFUN-QUOTE
                 MOVE FXCFUN-QUOTE-SIDE TO WS-SIDE
                 MOVE 'I' TO WS-CLASS-WANTED
              WHEN OTHER
                 MOVE 'N' TO FXCFUN-SUCCESS
                 MOVE '9' TO FXCFUN-FAIL-CODE
                 PERFORM GET-ME-OUT-OF-HERE
           END-EVALUATE.

           PERFORM CHECK-ENTITLEMENT.

           IF FXCFUN-SUCCESS = 'N'
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM PRICE-THE-DEAL.

           IF FXCFUN-SUCCESS = 'N' OR FXCFUN-QUOTE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM DO-THE-DEAL.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
       CHECK-ENTITLEMENT SECTION.
       CEN010.
           INITIALIZE ENTLFUN-COMMAREA.
           SET ENTLFUN-CHECK TO TRUE.
           MOVE FXCFUN-SORTCODE TO ENTLFUN-SORTCODE.
           MOVE WS-CLASS-WANTED TO ENTLFUN-CLASS.

           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC.

           IF ENTLFUN-ALLOWED NOT = 'Y'
              MOVE 'N' TO FXCFUN-SUCCESS
              MOVE 'S' TO FXCFUN-FAIL-CODE
           END-IF.
       CEN999.
           EXIT.

      *----------------------------------------------------------------
      * The price. The mid rate is the newest XRATEHST rate for the
      * currency against sterling effective on or before today;
      * the customer pays the mid plus the sell margin for notes
      * and gets the mid less the buy margin for notes sold back.
      * The margin is the sterling difference from the mid value.
      *----------------------------------------------------------------
       PRICE-THE-DEAL SECTION.
       PTD010.
           IF FXCFUN-FOREIGN-AMOUNT NOT > 0
              OR (NOT WS-SIDE-SELL AND NOT WS-SIDE-BUY)
              MOVE 'N' TO FXCFUN-SUCCESS
              MOVE '4' TO FXCFUN-FAIL-CODE
              GO TO PTD999
           END-IF.

           IF HV-CURRENCY = SPACES OR HV-CURRENCY = 'GBP'
              MOVE 'N' TO FXCFUN-SUCCESS
              MOVE '1' TO FXCFUN-FAIL-CODE
              GO TO PTD999
           END-IF.

           EXEC SQL
              SELECT XRATEHST_RATE
              INTO :HV-MID-RATE
              FROM XRATEHST
              WHERE XRATEHST_FROM_CCY = :HV-CURRENCY
                AND XRATEHST_TO_CCY = 'GBP'
                AND XRATEHST_EFFECTIVE_DATE <= :WS-TODAY-YMD
              ORDER BY XRATEHST_EFFECTIVE_DATE DESC,
                       XRATEHST_LOADED_DATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO FXCFUN-SUCCESS
                 MOVE '1' TO FXCFUN-FAIL-CODE
                 GO TO PTD999
              WHEN OTHER
                 MOVE 'N' TO FXCFUN-SUCCESS
                 MOVE '2' TO FXCFUN-FAIL-CODE
                 GO TO PTD999
           END-EVALUATE.

           IF HV-MID-RATE NOT > 0
              MOVE 'N' TO FXCFUN-SUCCESS
              MOVE '1' TO FXCFUN-FAIL-CODE
              GO TO PTD999
           END-IF.

           PERFORM GET-MARGIN-BPS.

           COMPUTE WS-MID-VALUE ROUNDED =
              FXCFUN-FOREIGN-AMOUNT * HV-MID-RATE.

           IF WS-SIDE-SELL
              COMPUTE FXCFUN-DEAL-RATE ROUNDED =
                 HV-MID-RATE * (10000 + WS-MARGIN-BPS) / 10000
              COMPUTE FXCFUN-STERLING-AMOUNT ROUNDED =
                 FXCFUN-FOREIGN-AMOUNT * HV-MID-RATE
                 * (10000 + WS-MARGIN-BPS) / 10000
              COMPUTE FXCFUN-MARGIN-AMOUNT =
                 FXCFUN-STERLING-AMOUNT - WS-MID-VALUE
           ELSE
              COMPUTE FXCFUN-DEAL-RATE ROUNDED =
                 HV-MID-RATE * (10000 - WS-MARGIN-BPS) / 10000
              COMPUTE FXCFUN-STERLING-AMOUNT ROUNDED =
                 FXCFUN-FOREIGN-AMOUNT * HV-MID-RATE
                 * (10000 - WS-MARGIN-BPS) / 10000
              COMPUTE FXCFUN-MARGIN-AMOUNT =
                 WS-MID-VALUE - FXCFUN-STERLING-AMOUNT
           END-IF.

           MOVE HV-MID-RATE TO FXCFUN-MID-RATE.
       PTD999.
           EXIT.

      *----------------------------------------------------------------
      * The margin for the side: the currency's own CONTROL row if
      * there is one, else the all-currency row, else 250 bps.
      *----------------------------------------------------------------
       GET-MARGIN-BPS SECTION.
       GMB010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.

           IF WS-SIDE-SELL
              STRING 'FX-SELL-MARGIN-BPS-' DELIMITED BY SIZE
                     HV-CURRENCY DELIMITED BY SIZE
                     INTO GETCTRL-NAME OF GETCTRL-COMMAREA
              END-STRING
           ELSE
              STRING 'FX-BUY-MARGIN-BPS-' DELIMITED BY SIZE
                     HV-CURRENCY DELIMITED BY SIZE
                     INTO GETCTRL-NAME OF GETCTRL-COMMAREA
              END-STRING
           END-IF.

           MOVE -1 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           IF GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA >= 0
              MOVE GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA
                 TO WS-MARGIN-BPS
              GO TO GMB999
           END-IF.

           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.

           IF WS-SIDE-SELL
              MOVE 'FX-SELL-MARGIN-BPS' TO
                 GETCTRL-NAME OF GETCTRL-COMMAREA
           ELSE
              MOVE 'FX-BUY-MARGIN-BPS' TO
                 GETCTRL-NAME OF GETCTRL-COMMAREA
           END-IF.

           MOVE 250 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           MOVE GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA TO WS-MARGIN-BPS.

           IF WS-MARGIN-BPS < 0 OR WS-MARGIN-BPS > 9999
              MOVE 250 TO WS-MARGIN-BPS
           END-IF.
       GMB999.
           EXIT.

      *----------------------------------------------------------------
      * Do the deal. The teller's open session is found first and,
      * for a sale, must hold the notes. An account-settled deal
      * posts through DBCRFUN before anything else moves; if the
      * drawer or the deal record then cannot be written the whole
      * unit of work is backed out, posting included.
      *----------------------------------------------------------------
       DO-THE-DEAL SECTION.
       DTD010.
           IF NOT FXCFUN-SETTLE-CASH AND NOT FXCFUN-SETTLE-ACCOUNT
              MOVE 'N' TO FXCFUN-SUCCESS
              MOVE '4' TO FXCFUN-FAIL-CODE
              GO TO DTD999
           END-IF.

           EXEC SQL
              SELECT DRAWER_ID
              INTO :HV-DRAWER-ID
              FROM DRAWER
              WHERE DRAWER_SORTCODE = :HV-SORTCODE
                AND DRAWER_OPERATOR_ID = :HV-OPERATOR-ID
                AND DRAWER_STATUS = 'O'
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO FXCFUN-SUCCESS
                 MOVE '3' TO FXCFUN-FAIL-CODE
                 GO TO DTD999
              WHEN OTHER
                 MOVE 'N' TO FXCFUN-SUCCESS
                 MOVE '2' TO FXCFUN-FAIL-CODE
                 GO TO DTD999
           END-EVALUATE.

           IF WS-SIDE-SELL
              PERFORM CHECK-NOTES-HELD
              IF FXCFUN-SUCCESS = 'N'
                 GO TO DTD999
              END-IF
           END-IF.

           IF FXCFUN-SETTLE-ACCOUNT
              PERFORM POST-TO-ACCOUNT
              IF FXCFUN-SUCCESS = 'N'
                 GO TO DTD999
              END-IF
           ELSE
              PERFORM MOVE-STERLING-CASH
              IF FXCFUN-SUCCESS = 'N'
                 GO TO DTD999
              END-IF
           END-IF.

           MOVE 0 TO HV-CCY-IN-AMT.
           MOVE 0 TO HV-CCY-OUT-AMT.
           IF WS-SIDE-SELL
              MOVE FXCFUN-FOREIGN-AMOUNT TO HV-CCY-OUT-AMT
           ELSE
              MOVE FXCFUN-FOREIGN-AMOUNT TO HV-CCY-IN-AMT
           END-IF.

           PERFORM MOVE-FOREIGN-NOTES.

           IF FXCFUN-SUCCESS = 'N'
              GO TO DTD900
           END-IF.

           PERFORM RECORD-THE-DEAL.

           IF FXCFUN-SUCCESS = 'N'
              GO TO DTD900
           END-IF.

           PERFORM JOURNAL-THE-MARGIN.

           GO TO DTD999.
       DTD900.
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.
       DTD999.
           EXIT.

      *----------------------------------------------------------------
       CHECK-NOTES-HELD SECTION.
       CNH010.
           EXEC SQL
              SELECT DRAWERCCY_FLOAT, DRAWERCCY_CASH_IN,
                     DRAWERCCY_CASH_OUT
              INTO :HV-CCY-FLOAT, :HV-CCY-CASH-IN, :HV-CCY-CASH-OUT
              FROM DRAWERCCY
              WHERE DRAWERCCY_DRAWER_ID = :HV-DRAWER-ID
                AND DRAWERCCY_SORTCODE = :HV-SORTCODE
                AND DRAWERCCY_CURRENCY = :HV-CURRENCY
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 COMPUTE WS-HELD = HV-CCY-FLOAT + HV-CCY-CASH-IN
                    - HV-CCY-CASH-OUT
              WHEN 100
                 MOVE 0 TO WS-HELD
              WHEN OTHER
                 MOVE 'N' TO FXCFUN-SUCCESS
                 MOVE '2' TO FXCFUN-FAIL-CODE
                 GO TO CNH999
           END-EVALUATE.

           IF FXCFUN-FOREIGN-AMOUNT > WS-HELD
              MOVE 'N' TO FXCFUN-SUCCESS
              MOVE '6' TO FXCFUN-FAIL-CODE
           END-IF.
       CNH999.
           EXIT.

      *----------------------------------------------------------------
      * A sale debits the customer's account for the sterling
      * price, a purchase credits it with the sterling proceeds.
      *----------------------------------------------------------------
       POST-TO-ACCOUNT SECTION.
       PTA010.
           INITIALIZE DBCRFUN-COMMAREA.
           MOVE FXCFUN-ACCNO TO COMM-ACCNO.
           MOVE FXCFUN-SORTCODE TO COMM-SORTC.
           MOVE 'GBP' TO COMM-CURRENCY-CODE.
           MOVE 'FXCFUN  ' TO COMM-FACILITY-NAME.
           MOVE 495 TO COMM-FACILTYPE.

           IF WS-SIDE-SELL
              COMPUTE COMM-AMT = 0 - FXCFUN-STERLING-AMOUNT
           ELSE
              MOVE FXCFUN-STERLING-AMOUNT TO COMM-AMT
           END-IF.

           EXEC CICS LINK
              PROGRAM('DBCRFUN')
              COMMAREA(DBCRFUN-COMMAREA)
           END-EXEC.

           IF COMM-SUCCESS NOT = 'Y'
              MOVE 'N' TO FXCFUN-SUCCESS
              MOVE '5' TO FXCFUN-FAIL-CODE
              MOVE COMM-FAIL-CODE TO FXCFUN-DBCR-FAIL-CODE
           END-IF.
       PTA999.
           EXIT.

      *----------------------------------------------------------------
      * Sterling cash across the counter goes through the drawer's
      * own sterling totals, exactly as DBCRFUN accumulates it.
      *----------------------------------------------------------------
       MOVE-STERLING-CASH SECTION.
       MSC010.
           MOVE FXCFUN-STERLING-AMOUNT TO HV-STERLING-AMT.

           IF WS-SIDE-SELL
              EXEC SQL
                 UPDATE DRAWER
                 SET DRAWER_CASH_IN = DRAWER_CASH_IN + :HV-STERLING-AMT
                 WHERE DRAWER_ID = :HV-DRAWER-ID
                   AND DRAWER_SORTCODE = :HV-SORTCODE
                   AND DRAWER_STATUS = 'O'
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE DRAWER
                 SET DRAWER_CASH_OUT =
                        DRAWER_CASH_OUT + :HV-STERLING-AMT
                 WHERE DRAWER_ID = :HV-DRAWER-ID
                   AND DRAWER_SORTCODE = :HV-SORTCODE
                   AND DRAWER_STATUS = 'O'
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE 'N' TO FXCFUN-SUCCESS
              MOVE '2' TO FXCFUN-FAIL-CODE
           END-IF.
       MSC999.
           EXIT.

      *----------------------------------------------------------------
      * The foreign notes into or out of the session's holding of
      * the currency - the first time a currency is touched in a
      * session its row starts at nil.
      *----------------------------------------------------------------
       MOVE-FOREIGN-NOTES SECTION.
       MFN010.
           EXEC SQL
              UPDATE DRAWERCCY
              SET DRAWERCCY_CASH_IN =
                     DRAWERCCY_CASH_IN + :HV-CCY-IN-AMT,
                  DRAWERCCY_CASH_OUT =
                     DRAWERCCY_CASH_OUT + :HV-CCY-OUT-AMT
              WHERE DRAWERCCY_DRAWER_ID = :HV-DRAWER-ID
                AND DRAWERCCY_SORTCODE = :HV-SORTCODE
                AND DRAWERCCY_CURRENCY = :HV-CURRENCY
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO DRAWERCCY
                    (DRAWERCCY_DRAWER_ID, DRAWERCCY_SORTCODE,
                     DRAWERCCY_CURRENCY, DRAWERCCY_FLOAT,
                     DRAWERCCY_CASH_IN, DRAWERCCY_CASH_OUT)
                 VALUES
                    (:HV-DRAWER-ID, :HV-SORTCODE, :HV-CURRENCY, 0,
                     :HV-CCY-IN-AMT, :HV-CCY-OUT-AMT)
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'FXCFUN UNABLE TO UPDATE DRAWERCCY'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO FXCFUN-SUCCESS
              MOVE '2' TO FXCFUN-FAIL-CODE
           END-IF.
       MFN999.
           EXIT.

      *----------------------------------------------------------------
       RECORD-THE-DEAL SECTION.
       RTD010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           STRING HV-SORTCODE       DELIMITED BY SIZE,
                  '-FXDL-LAST'      DELIMITED BY SIZE
                  INTO GETCTRL-NAME OF GETCTRL-COMMAREA
           END-STRING.
           MOVE 0 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           COMPUTE HV-FXDEAL-ID =
              GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA + 1.

           MOVE 'S' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE HV-FXDEAL-ID TO GETCTRL-VALUE-NUM OF
              GETCTRL-COMMAREA.
           MOVE SPACES TO GETCTRL-VALUE-STR OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           MOVE WS-SIDE TO HV-FXDEAL-DIRECTION.
           MOVE FXCFUN-FOREIGN-AMOUNT TO HV-FXDEAL-FOREIGN-AMOUNT.
           MOVE FXCFUN-DEAL-RATE TO HV-FXDEAL-DEAL-RATE.
           MOVE FXCFUN-STERLING-AMOUNT TO HV-STERLING-AMT.
           MOVE FXCFUN-MARGIN-AMOUNT TO HV-FXDEAL-MARGIN-AMOUNT.
           MOVE FXCFUN-SETTLE TO HV-FXDEAL-SETTLE.

           IF FXCFUN-SETTLE-ACCOUNT
              MOVE FXCFUN-ACCNO TO HV-FXDEAL-ACCNO
           ELSE
              MOVE SPACES TO HV-FXDEAL-ACCNO
           END-IF.

           EXEC SQL
              INSERT INTO FXDEAL
                 (FXDEAL_ID, FXDEAL_SORTCODE, FXDEAL_DIRECTION,
                  FXDEAL_CURRENCY, FXDEAL_FOREIGN_AMOUNT,
                  FXDEAL_MID_RATE, FXDEAL_DEAL_RATE,
                  FXDEAL_STERLING_AMOUNT, FXDEAL_MARGIN_AMOUNT,
                  FXDEAL_SETTLE, FXDEAL_ACCNO, FXDEAL_DRAWER_ID,
                  FXDEAL_OPERATOR_ID, FXDEAL_DATE, FXDEAL_TIME)
              VALUES
                 (:HV-FXDEAL-ID, :HV-SORTCODE, :HV-FXDEAL-DIRECTION,
                  :HV-CURRENCY, :HV-FXDEAL-FOREIGN-AMOUNT,
                  :HV-MID-RATE, :HV-FXDEAL-DEAL-RATE,
                  :HV-STERLING-AMT, :HV-FXDEAL-MARGIN-AMOUNT,
                  :HV-FXDEAL-SETTLE, :HV-FXDEAL-ACCNO, :HV-DRAWER-ID,
                  :HV-OPERATOR-ID, :WS-TODAY-YMD, :WS-TIME-NOW)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'FXCFUN UNABLE TO INSERT FXDEAL ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO FXCFUN-SUCCESS
              MOVE '2' TO FXCFUN-FAIL-CODE
              GO TO RTD999
           END-IF.

           MOVE HV-FXDEAL-ID TO FXCFUN-DEAL-ID.
       RTD999.
           EXIT.

      *----------------------------------------------------------------
      * The margin to the FX income line through GLMAP 'FXM',
      * falling back to the '***'/'*' catch-all and then GLSUSPNS
      * the way every other GL journal here does.
      *----------------------------------------------------------------
       JOURNAL-THE-MARGIN SECTION.
       JTM010.
           IF FXCFUN-MARGIN-AMOUNT = 0
              GO TO JTM999
           END-IF.

           EXEC SQL
              SELECT GLMAP_DR_GLACCT, GLMAP_CR_GLACCT
              INTO :HV-DR-GLACCT, :HV-CR-GLACCT
              FROM GLMAP
              WHERE GLMAP_PROCTRAN_TYPE = 'FXM'
                AND GLMAP_ACCOUNT_TYPE = '*'
           END-EXEC.

           IF SQLCODE NOT = 0
              EXEC SQL
                 SELECT GLMAP_DR_GLACCT, GLMAP_CR_GLACCT
                 INTO :HV-DR-GLACCT, :HV-CR-GLACCT
                 FROM GLMAP
                 WHERE GLMAP_PROCTRAN_TYPE = '***'
                   AND GLMAP_ACCOUNT_TYPE = '*'
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE 'GLSUSPNS' TO HV-DR-GLACCT
                 MOVE 'GLSUSPNS' TO HV-CR-GLACCT
              END-IF
           END-IF.

           MOVE HV-DR-GLACCT TO HV-GLENTRY-GLACCT.
           MOVE FXCFUN-MARGIN-AMOUNT TO HV-GLENTRY-DR.
           MOVE 0 TO HV-GLENTRY-CR.
           PERFORM INSERT-MARGIN-GLENTRY.

           MOVE HV-CR-GLACCT TO HV-GLENTRY-GLACCT.
           MOVE 0 TO HV-GLENTRY-DR.
           MOVE FXCFUN-MARGIN-AMOUNT TO HV-GLENTRY-CR.
           PERFORM INSERT-MARGIN-GLENTRY.
       JTM999.
           EXIT.

       INSERT-MARGIN-GLENTRY SECTION.
       IMG010.
           EXEC SQL
              INSERT INTO GLENTRY
                 (GLENTRY_SORTCODE, GLENTRY_DATE, GLENTRY_GLACCT,
                  GLENTRY_DR_TOTAL, GLENTRY_CR_TOTAL)
              VALUES
                 (:HV-SORTCODE, :WS-TODAY-YMD, :HV-GLENTRY-GLACCT,
                  :HV-GLENTRY-DR, :HV-GLENTRY-CR)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'FXCFUN UNABLE TO JOURNAL MARGIN TO '
                 HV-GLENTRY-GLACCT ' SQLCODE=' SQLCODE-DISPLAY
           END-IF.
       IMG999.
           EXIT.

       POPULATE-TIME-DATE SECTION.
       PTMD010.
           EXEC CICS ASKTIME
              ABSTIME(WS-U-TIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     DDMMYYYY(WS-ORIG-DATE)
                     TIME(WS-TIME-NOW)
                     DATESEP('.')
           END-EXEC.

           MOVE WS-ORIG-DATE(7:4) TO WS-TODAY-YMD(1:4).
           MOVE WS-ORIG-DATE(4:2) TO WS-TODAY-YMD(5:2).
           MOVE WS-ORIG-DATE(1:2) TO WS-TODAY-YMD(7:2).
       PTMD999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.
           EXEC CICS RETURN
           END-EXEC.

           GOBACK.
       GMOOH999.
           EXIT.
