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
      * Title: PNPFUN                                                  *
      *                                                                *
      * Description: Pay/no-pay referral service, LINKed with the     *
      *              PNPFUN commarea. EODDEBIT refers a scheduled      *
      *              debit that would breach its account's limit by    *
      *              less than the referral margin instead of          *
      *              returning it; this service puts those referrals   *
      *              in front of the people who know the customer.     *
      *              BROWSE lists the open referrals (optionally one   *
      *              RM's), INQUIRE shows one with the customer's      *
      *              history - average balance, salary credits, risk   *
      *              segment - and PAY or RETURN records the decision. *
      *              Only the customer's RM or a supervisor decides,   *
      *              and only before the referral's cut-off; the       *
      *              EODDEBIT resolve pass carries the decisions out.  *
      *              Every decision is logged on REFAUDIT.             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PNPFUN.
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

           EXEC SQL INCLUDE REFRDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-REFERRAL-ID                    PIC S9(9) COMP.
       01 HV-BUSINESS-DATE                  PIC X(8).
       01 HV-ACCNO                          PIC X(8).
       01 HV-CUSTNO                         PIC X(10).
       01 HV-ITEM-TYPE                      PIC X.
       01 HV-AMOUNT                         PIC S9(10)V99 COMP-3.
       01 HV-SHORTFALL                      PIC S9(10)V99 COMP-3.
       01 HV-ORIG-NAME                      PIC X(30).
       01 HV-TO-ACC                         PIC X(8).
       01 HV-REFERENCE                      PIC X(12).
       01 HV-AVG-BALANCE                    PIC S9(10)V99 COMP-3.
       01 HV-SAL-COUNT                      PIC S9(9) COMP.
       01 HV-SAL-AVG-AMOUNT                 PIC S9(10)V99 COMP-3.
       01 HV-SAL-LAST-DATE                  PIC X(8).
       01 HV-RISK-SEGMENT                   PIC X.
       01 HV-RM-ID                          PIC X(3).
       01 HV-CUTOFF-DATE                    PIC X(8).
       01 HV-CUTOFF-TIME                    PIC X(6).
       01 HV-STATUS                         PIC X.
       01 HV-DECISION                       PIC X.
       01 HV-DECIDED-BY                     PIC X(3).
       01 HV-OPERATOR-ID                    PIC X(3).
       01 HV-AUDIT-NOTE                     PIC X(40).

      * Blank-matches-everything filter, as EXCPFUN does it.
       01 HV-FILTER-RM                      PIC X(3).

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                      PIC X(10).
       01 WS-ORIG-DATE-GRP REDEFINES WS-ORIG-DATE.
          03 WS-ORIG-DATE-DD                PIC 99.
          03 FILLER                         PIC X.
          03 WS-ORIG-DATE-MM                PIC 99.
          03 FILLER                         PIC X.
          03 WS-ORIG-DATE-YYYY              PIC 9999.
       01 WS-TIME-NOW                       PIC X(6).

       01 WS-TODAY-YMD                      PIC X(8).

       01 WS-NOW-STAMP                      PIC X(14).
       01 WS-CUTOFF-STAMP                   PIC X(14).

       01 WS-ROW-SUB                        PIC S9(4) COMP.
       01 WS-SKIP-REMAINING                 PIC 9(4) COMP.
       01 WS-FETCH-EOF-SW                   PIC X.
          88 WS-FETCH-EOF                   VALUE 'Y'.

       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY PNPFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO PNPFUN-SUCCESS.
           MOVE SPACE TO PNPFUN-FAIL-CODE.

           PERFORM POPULATE-TIME-DATE.

           MOVE WS-ORIG-DATE-YYYY TO WS-TODAY-YMD(1:4).
           MOVE WS-ORIG-DATE-MM TO WS-TODAY-YMD(5:2).
           MOVE WS-ORIG-DATE-DD TO WS-TODAY-YMD(7:2).

           MOVE PNPFUN-SORTCODE TO HV-SORTCODE.
           MOVE EIBOPID TO HV-OPERATOR-ID.

           EVALUATE TRUE
              WHEN PNPFUN-BROWSE
                 PERFORM CHECK-INQUIRY-ENTITLEMENT
                 IF PNPFUN-SUCCESS = 'Y'
                    PERFORM BROWSE-OPEN-REFERRALS
                 END-IF
              WHEN PNPFUN-INQUIRE
                 PERFORM CHECK-INQUIRY-ENTITLEMENT
                 IF PNPFUN-SUCCESS = 'Y'
                    PERFORM INQUIRE-ONE-REFERRAL
                 END-IF
              WHEN PNPFUN-PAY
                 PERFORM DECIDE-ONE-REFERRAL
              WHEN PNPFUN-RETURN
                 PERFORM DECIDE-ONE-REFERRAL
              WHEN OTHER
                 MOVE 'N' TO PNPFUN-SUCCESS
                 MOVE '9' TO PNPFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
       CHECK-INQUIRY-ENTITLEMENT SECTION.
       CIE010.
           INITIALIZE ENTLFUN-COMMAREA.
           SET ENTLFUN-CHECK TO TRUE.
           MOVE PNPFUN-SORTCODE TO ENTLFUN-SORTCODE.
           MOVE 'I' TO ENTLFUN-CLASS.

           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC.

           IF ENTLFUN-ALLOWED NOT = 'Y'
              MOVE 'N' TO PNPFUN-SUCCESS
              MOVE 'S' TO PNPFUN-FAIL-CODE
           END-IF.
       CIE999.
           EXIT.

      *----------------------------------------------------------------
      * The open referrals, oldest first, paged as EXCPFUN pages.
      *----------------------------------------------------------------
       BROWSE-OPEN-REFERRALS SECTION.
       BOR010.
           MOVE 0 TO PNPFUN-ROWS-RETURNED.
           MOVE 'N' TO PNPFUN-MORE-ROWS.

           MOVE PNPFUN-FILTER-RM TO HV-FILTER-RM.

           EXEC SQL
              DECLARE PNP_CSR CURSOR FOR
                 SELECT REFERRAL_ID, REFERRAL_ACCNO,
                        REFERRAL_ITEM_TYPE, REFERRAL_AMOUNT,
                        REFERRAL_SHORTFALL, REFERRAL_RM_ID,
                        REFERRAL_CUTOFF_DATE, REFERRAL_CUTOFF_TIME,
                        REFERRAL_DECISION
                 FROM REFERRAL
                 WHERE REFERRAL_SORTCODE = :HV-SORTCODE
                   AND REFERRAL_STATUS = 'O'
                   AND (:HV-FILTER-RM = ' ' OR
                        REFERRAL_RM_ID = :HV-FILTER-RM)
                 ORDER BY REFERRAL_ID
           END-EXEC.

           EXEC SQL OPEN PNP_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO PNPFUN-SUCCESS
              MOVE '2' TO PNPFUN-FAIL-CODE
              GO TO BOR999
           END-IF.

           IF PNPFUN-START-SEQ = 0
              MOVE 1 TO PNPFUN-START-SEQ
           END-IF.

           MOVE 'N' TO WS-FETCH-EOF-SW.
           COMPUTE WS-SKIP-REMAINING = PNPFUN-START-SEQ - 1.

           PERFORM SKIP-ONE-REFERRAL
              UNTIL WS-FETCH-EOF OR WS-SKIP-REMAINING = 0.

           MOVE 0 TO WS-ROW-SUB.
           PERFORM FETCH-ONE-REFERRAL
              UNTIL WS-ROW-SUB = 8
                 OR WS-FETCH-EOF.

           MOVE WS-ROW-SUB TO PNPFUN-ROWS-RETURNED.

           IF NOT WS-FETCH-EOF
              EXEC SQL
                 FETCH PNP_CSR
                 INTO :HV-REFERRAL-ID, :HV-ACCNO, :HV-ITEM-TYPE,
                      :HV-AMOUNT, :HV-SHORTFALL, :HV-RM-ID,
                      :HV-CUTOFF-DATE, :HV-CUTOFF-TIME,
                      :HV-DECISION
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Y' TO PNPFUN-MORE-ROWS
              END-IF
           END-IF.

           EXEC SQL CLOSE PNP_CSR END-EXEC.
       BOR999.
           EXIT.

       SKIP-ONE-REFERRAL SECTION.
       SOR010.
           EXEC SQL
              FETCH PNP_CSR
              INTO :HV-REFERRAL-ID, :HV-ACCNO, :HV-ITEM-TYPE,
                   :HV-AMOUNT, :HV-SHORTFALL, :HV-RM-ID,
                   :HV-CUTOFF-DATE, :HV-CUTOFF-TIME,
                   :HV-DECISION
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FETCH-EOF-SW
           ELSE
              SUBTRACT 1 FROM WS-SKIP-REMAINING
           END-IF.
       SOR999.
           EXIT.

       FETCH-ONE-REFERRAL SECTION.
       FOR010.
           EXEC SQL
              FETCH PNP_CSR
              INTO :HV-REFERRAL-ID, :HV-ACCNO, :HV-ITEM-TYPE,
                   :HV-AMOUNT, :HV-SHORTFALL, :HV-RM-ID,
                   :HV-CUTOFF-DATE, :HV-CUTOFF-TIME,
                   :HV-DECISION
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FETCH-EOF-SW
           END-IF.

           IF SQLCODE = 0
              ADD 1 TO WS-ROW-SUB
              MOVE HV-REFERRAL-ID TO PNPFUN-RF-ID(WS-ROW-SUB)
              MOVE HV-ACCNO TO PNPFUN-RF-ACCNO(WS-ROW-SUB)
              MOVE HV-ITEM-TYPE TO PNPFUN-RF-ITEM-TYPE(WS-ROW-SUB)
              MOVE HV-AMOUNT TO PNPFUN-RF-AMOUNT(WS-ROW-SUB)
              MOVE HV-SHORTFALL TO PNPFUN-RF-SHORTFALL(WS-ROW-SUB)
              MOVE HV-RM-ID TO PNPFUN-RF-RM-ID(WS-ROW-SUB)
              MOVE HV-CUTOFF-DATE
                 TO PNPFUN-RF-CUTOFF-DATE(WS-ROW-SUB)
              MOVE HV-CUTOFF-TIME
                 TO PNPFUN-RF-CUTOFF-TIME(WS-ROW-SUB)
              MOVE HV-DECISION TO PNPFUN-RF-DECISION(WS-ROW-SUB)
           END-IF.
       FOR999.
           EXIT.

      *----------------------------------------------------------------
       INQUIRE-ONE-REFERRAL SECTION.
       IOR010.
           PERFORM READ-THE-REFERRAL.

           IF PNPFUN-SUCCESS = 'N'
              GO TO IOR999
           END-IF.

           MOVE HV-BUSINESS-DATE TO PNPFUN-BUSINESS-DATE.
           MOVE HV-ACCNO TO PNPFUN-ACCNO.
           MOVE HV-CUSTNO TO PNPFUN-CUSTNO.
           MOVE HV-ITEM-TYPE TO PNPFUN-ITEM-TYPE.
           MOVE HV-AMOUNT TO PNPFUN-AMOUNT.
           MOVE HV-SHORTFALL TO PNPFUN-SHORTFALL.

      *    Who the money would go to - the originator for a direct
      *    debit, the payee account for a standing order, the loan
      *    account for an installment.
           EVALUATE HV-ITEM-TYPE
              WHEN 'D'
                 MOVE HV-ORIG-NAME TO PNPFUN-PAYEE
              WHEN OTHER
                 MOVE HV-TO-ACC TO PNPFUN-PAYEE
           END-EVALUATE.

           MOVE HV-REFERENCE TO PNPFUN-REFERENCE.
           MOVE HV-AVG-BALANCE TO PNPFUN-AVG-BALANCE.
           MOVE HV-SAL-COUNT TO PNPFUN-SAL-COUNT.
           MOVE HV-SAL-AVG-AMOUNT TO PNPFUN-SAL-AVG-AMOUNT.
           MOVE HV-SAL-LAST-DATE TO PNPFUN-SAL-LAST-DATE.
           MOVE HV-RISK-SEGMENT TO PNPFUN-RISK-SEGMENT.
           MOVE HV-RM-ID TO PNPFUN-RM-ID.
           MOVE HV-CUTOFF-DATE TO PNPFUN-CUTOFF-DATE.
           MOVE HV-CUTOFF-TIME TO PNPFUN-CUTOFF-TIME.
           MOVE HV-DECISION TO PNPFUN-DECISION.
           MOVE HV-DECIDED-BY TO PNPFUN-DECIDED-BY.
       IOR999.
           EXIT.

      *----------------------------------------------------------------
       READ-THE-REFERRAL SECTION.
       RTR010.
           MOVE PNPFUN-ID TO HV-REFERRAL-ID.

           EXEC SQL
              SELECT REFERRAL_BUSINESS_DATE, REFERRAL_ACCNO,
                     REFERRAL_CUSTNO, REFERRAL_ITEM_TYPE,
                     REFERRAL_AMOUNT, REFERRAL_SHORTFALL,
                     REFERRAL_ORIG_NAME,
                     CASE REFERRAL_ITEM_TYPE
                        WHEN 'L' THEN REFERRAL_LOAN_ACCNO
                        ELSE REFERRAL_TO_ACC
                     END,
                     REFERRAL_REFERENCE, REFERRAL_AVG_BALANCE,
                     REFERRAL_SAL_COUNT, REFERRAL_SAL_AVG_AMOUNT,
                     REFERRAL_SAL_LAST_DATE, REFERRAL_RISK_SEGMENT,
                     REFERRAL_RM_ID, REFERRAL_CUTOFF_DATE,
                     REFERRAL_CUTOFF_TIME, REFERRAL_STATUS,
                     REFERRAL_DECISION, REFERRAL_DECIDED_BY
              INTO :HV-BUSINESS-DATE, :HV-ACCNO, :HV-CUSTNO,
                   :HV-ITEM-TYPE, :HV-AMOUNT, :HV-SHORTFALL,
                   :HV-ORIG-NAME, :HV-TO-ACC, :HV-REFERENCE,
                   :HV-AVG-BALANCE, :HV-SAL-COUNT,
                   :HV-SAL-AVG-AMOUNT, :HV-SAL-LAST-DATE,
                   :HV-RISK-SEGMENT, :HV-RM-ID, :HV-CUTOFF-DATE,
                   :HV-CUTOFF-TIME, :HV-STATUS, :HV-DECISION,
                   :HV-DECIDED-BY
              FROM REFERRAL
              WHERE REFERRAL_ID = :HV-REFERRAL-ID
                AND REFERRAL_SORTCODE = :HV-SORTCODE
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO PNPFUN-SUCCESS
                 MOVE '1' TO PNPFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO PNPFUN-SUCCESS
                 MOVE '2' TO PNPFUN-FAIL-CODE
           END-EVALUATE.
       RTR999.
           EXIT.

      *----------------------------------------------------------------
      * A pay or return decision. The customer's own RM may decide;
      * anybody else needs the supervisor entitlement. The referral
      * must still be open and its cut-off not yet reached - after
      * that the resolve pass owns it.
      *----------------------------------------------------------------
       DECIDE-ONE-REFERRAL SECTION.
       DOR010.
           PERFORM READ-THE-REFERRAL.

           IF PNPFUN-SUCCESS = 'N'
              GO TO DOR999
           END-IF.

           IF HV-STATUS NOT = 'O'
              MOVE 'N' TO PNPFUN-SUCCESS
              MOVE '1' TO PNPFUN-FAIL-CODE
              GO TO DOR999
           END-IF.

           IF HV-RM-ID = SPACES OR HV-RM-ID NOT = HV-OPERATOR-ID
              INITIALIZE ENTLFUN-COMMAREA
              SET ENTLFUN-CHECK TO TRUE
              MOVE PNPFUN-SORTCODE TO ENTLFUN-SORTCODE
              MOVE 'S' TO ENTLFUN-CLASS

              EXEC CICS LINK PROGRAM('ENTLFUN')
                        COMMAREA(ENTLFUN-COMMAREA)
              END-EXEC

              IF ENTLFUN-ALLOWED NOT = 'Y'
                 MOVE 'N' TO PNPFUN-SUCCESS
                 MOVE 'S' TO PNPFUN-FAIL-CODE
                 GO TO DOR999
              END-IF
           END-IF.

           STRING WS-TODAY-YMD DELIMITED BY SIZE
                  WS-TIME-NOW DELIMITED BY SIZE
                  INTO WS-NOW-STAMP
           END-STRING.
           STRING HV-CUTOFF-DATE DELIMITED BY SIZE
                  HV-CUTOFF-TIME DELIMITED BY SIZE
                  INTO WS-CUTOFF-STAMP
           END-STRING.

           IF WS-NOW-STAMP >= WS-CUTOFF-STAMP
              MOVE 'N' TO PNPFUN-SUCCESS
              MOVE '3' TO PNPFUN-FAIL-CODE
              GO TO DOR999
           END-IF.

           MOVE PNPFUN-FUNCTION TO HV-DECISION.

           EXEC SQL
              UPDATE REFERRAL
              SET REFERRAL_DECISION = :HV-DECISION,
                  REFERRAL_DECIDED_BY = :HV-OPERATOR-ID,
                  REFERRAL_DECIDED_DATE = :WS-TODAY-YMD,
                  REFERRAL_DECIDED_TIME = :WS-TIME-NOW
              WHERE REFERRAL_ID = :HV-REFERRAL-ID
                AND REFERRAL_SORTCODE = :HV-SORTCODE
                AND REFERRAL_STATUS = 'O'
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO PNPFUN-SUCCESS
                 MOVE '1' TO PNPFUN-FAIL-CODE
                 GO TO DOR999
              WHEN OTHER
                 MOVE 'N' TO PNPFUN-SUCCESS
                 MOVE '2' TO PNPFUN-FAIL-CODE
                 GO TO DOR999
           END-EVALUATE.

           EVALUATE TRUE
              WHEN PNPFUN-PAY AND HV-RM-ID = HV-OPERATOR-ID
                 MOVE 'PAY DECIDED BY RM' TO HV-AUDIT-NOTE
              WHEN PNPFUN-PAY
                 MOVE 'PAY DECIDED BY SUPERVISOR' TO HV-AUDIT-NOTE
              WHEN HV-RM-ID = HV-OPERATOR-ID
                 MOVE 'RETURN DECIDED BY RM' TO HV-AUDIT-NOTE
              WHEN OTHER
                 MOVE 'RETURN DECIDED BY SUPERVISOR' TO HV-AUDIT-NOTE
           END-EVALUATE.

           EXEC SQL
              INSERT INTO REFAUDIT
                 (REFAUDIT_REFERRAL_ID, REFAUDIT_SORTCODE,
                  REFAUDIT_DATE, REFAUDIT_TIME, REFAUDIT_OPERATOR,
                  REFAUDIT_ACTION, REFAUDIT_NOTE)
              VALUES
                 (:HV-REFERRAL-ID, :HV-SORTCODE, :WS-TODAY-YMD,
                  :WS-TIME-NOW, :HV-OPERATOR-ID, :HV-DECISION,
                  :HV-AUDIT-NOTE)
           END-EXEC.

      *    No audit row, no decision.
           IF SQLCODE NOT = 0
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'N' TO PNPFUN-SUCCESS
              MOVE '2' TO PNPFUN-FAIL-CODE
              GO TO DOR999
           END-IF.

           MOVE HV-DECISION TO PNPFUN-DECISION.
           MOVE HV-OPERATOR-ID TO PNPFUN-DECIDED-BY.
       DOR999.
           EXIT.

      *----------------------------------------------------------------
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
       PTMD999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.
           EXEC CICS RETURN
           END-EXEC.

           GOBACK.
       GMOOH999.
           EXIT.
