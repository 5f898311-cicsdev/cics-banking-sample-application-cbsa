      *              cannot be closed at all until the debt is             *
      *              collected. The disposition, in words, goes onto       *
      *              the closing balance certificate through DELACC.       *
      *              A cancellation inside the cooling-off period         *
      *              (close reason 'C', from COOLFUN) is marked as        *
      *              such in that wording.                                *
      *              So is a closure after the customer rejected a        *
      *              change to the account terms (close reason 'T',       *
      *              flagged by TNCFUN), whose rejection on the           *
      *              TNCACCT history is then marked closed.               *
      *              A deceased owner's account that carries a            *
      *              payable-on-death nomination (PODFUN) pays each       *
      *              verified beneficiary their share first and only      *
      *              the remainder - untraced beneficiaries' shares       *
      *              included - to the estate; the closure waits until    *
      *              every beneficiary has been verified or found to be   *
      *              untraceable. A nomination still in force when a      *
      *              living customer closes the account lapses with it.   *
      *                                                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
           EXEC SQL INCLUDE XFRSETL END-EXEC.
           EXEC SQL INCLUDE ESTDB2 END-EXEC.
           EXEC SQL INCLUDE LGLHDB2 END-EXEC.
           EXEC SQL INCLUDE TNCDB2 END-EXEC.
           EXEC SQL INCLUDE PODDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-ACCOUNT-SORTCODE               PIC X(6).
       01 HV-ESTATE-PAYOUT-SORTCODE         PIC X(6).
       01 HV-ESTATE-PAYOUT-ACCNO            PIC X(8).

       01 HV-PODBEN-NOMINATION              PIC S9(9) COMP.
       01 HV-PODBEN-SEQ                     PIC S9(4) COMP.
       01 HV-PODBEN-STATUS                  PIC X.
       01 HV-PODBEN-SHARE                   PIC S9(3)V99 COMP-3.
       01 HV-PODBEN-PAY-SORTCODE            PIC X(6).
       01 HV-PODBEN-PAY-ACCNO               PIC X(8).
       01 HV-PODBEN-PAID-AMOUNT             PIC S9(10)V99 COMP-3.
       01 HV-PODBEN-NEW-STATUS              PIC X.
       01 HV-STATUS-BY                      PIC X(3).

       01 HV-PROCTRAN-EYECATCHER            PIC X(4) VALUE 'PRTR'.
       01 HV-PROCTRAN-ACCNO                 PIC X(8).
       01 HV-PROCTRAN-DATE                  PIC X(10).
       01 WS-ORIG-DATE                  PIC X(10).

       01 WS-RESIDUAL-AMT               PIC S9(10)V99 COMP-3.
      * The part of the residual that goes to the target (or the
      * estate) once any payable-on-death shares are taken out, and
      * the amount of the payment being made just now.
       01 WS-REMAINDER-AMT              PIC S9(10)V99 COMP-3.
       01 WS-PAYOUT-AMT                 PIC S9(10)V99 COMP-3.
       01 WS-RESIDUAL-PRINT             PIC +9(10).99.
       01 WS-DISPOSITION-WORK           PIC X(60).

      *
      *    Court order enforcement (see LEGALHLD/LGLHFUN): closure
       01 WS-HELD-IND                   PIC S9(4) COMP.
       01 WS-LGLH-TODAY                 PIC X(8).

      *
      *    Payable-on-death nomination (see PODFUN/PODDB2) on a
      *    deceased owner's account - the beneficiaries still
      *    awaiting payment, each with the amount their share comes
      *    to. Untraced beneficiaries' shares stay in the remainder.
      *
       01 WS-POD-COUNT                  PIC S9(4) COMP.
       01 WS-POD-VERIFIED-COUNT         PIC S9(4) COMP.
       01 WS-POD-UNTRACED-COUNT         PIC S9(4) COMP.
       01 WS-POD-PENDING-COUNT          PIC S9(4) COMP.
       01 WS-POD-SUB                    PIC S9(4) COMP.
       01 WS-POD-VERIFIED-SEEN          PIC S9(4) COMP.
       01 WS-POD-PRINT-COUNT            PIC 9.
       01 WS-POD-EOF-SW                 PIC X.
           88 WS-POD-EOF                           VALUE 'Y'.
       01 WS-POD-TABLE.
          03 WS-POD-ENTRY OCCURS 5 TIMES.
             05 WS-POD-NOMINATION       PIC S9(9) COMP.
             05 WS-POD-SEQ              PIC S9(4) COMP.
             05 WS-POD-STATUS           PIC X.
             05 WS-POD-SHARE            PIC S9(3)V99 COMP-3.
             05 WS-POD-PAY-SORTCODE     PIC X(6).
             05 WS-POD-PAY-ACCNO        PIC X(8).
             05 WS-POD-AMOUNT           PIC S9(10)V99 COMP-3.

       01 WS-EIBTASKN12                 PIC 9(12) VALUE 0.

       01 SQLCODE-DISPLAY               PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY ACCLOSE.
              HV-ACCOUNT-ACTUAL-BAL + HV-ACCOUNT-ACCRUED-INT.

           MOVE WS-RESIDUAL-AMT TO ACCLOSE-RESIDUAL-AMT.
           MOVE WS-RESIDUAL-AMT TO WS-REMAINDER-AMT.
           MOVE 0 TO WS-POD-COUNT.
           MOVE 0 TO WS-POD-VERIFIED-COUNT.

           IF WS-RESIDUAL-AMT < 0
              MOVE 'N' TO ACCLOSE-SUCCESS
      *    A deceased owner's money goes where the estate says it
      *    goes, not where the caller says - and without a live
      *    estate nomination it goes nowhere, so the closure stops.
      *    Beneficiaries the customer nominated on the account are
      *    paid their shares first; the estate gets what is left,
      *    and is not needed at all when nothing is left.
      *
           PERFORM CHECK-DECEASED-OWNER.

           IF OWNER-IS-DECEASED
              PERFORM LOAD-POD-NOMINATION
              IF ACCLOSE-SUCCESS = 'N'
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF
              IF WS-POD-COUNT = 0 OR WS-REMAINDER-AMT NOT = 0
                 PERFORM GET-ESTATE-PAYOUT
                 IF ACCLOSE-SUCCESS = 'N'
                    PERFORM GET-ME-OUT-OF-HERE
                 END-IF
              END-IF
           ELSE
              MOVE ACCLOSE-TARGET-SORTCODE TO HV-TARGET-SORTCODE
              MOVE ACCLOSE-TARGET-ACCNO TO HV-TARGET-ACCNO
           END-IF.

           IF WS-REMAINDER-AMT NOT = 0 AND
              (HV-TARGET-ACCNO = SPACES OR
               HV-TARGET-ACCNO = LOW-VALUES)
              MOVE 'N' TO ACCLOSE-SUCCESS
              END-IF
           END-IF.

           IF WS-REMAINDER-AMT NOT = 0
              MOVE WS-REMAINDER-AMT TO WS-PAYOUT-AMT
              PERFORM PAY-RESIDUAL-AWAY
              IF ACCLOSE-SUCCESS = 'N'
                 EXEC CICS SYNCPOINT ROLLBACK
              END-IF
           END-IF.

           IF WS-POD-COUNT > 0
              PERFORM PAY-POD-BENEFICIARIES
              IF ACCLOSE-SUCCESS = 'N'
                 EXEC CICS SYNCPOINT ROLLBACK
                 END-EXEC
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF
           END-IF.

           IF NOT OWNER-IS-DECEASED
              PERFORM LAPSE-POD-NOMINATION
              IF ACCLOSE-SUCCESS = 'N'
                 EXEC CICS SYNCPOINT ROLLBACK
                 END-EXEC
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF
           END-IF.

           PERFORM ZERO-CLOSING-ACCOUNT.

           IF ACCLOSE-SUCCESS = 'N'
           IF ACCLOSE-SUCCESS = 'N'
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF ACCLOSE-TERMS-REJECTED
              PERFORM CLOSE-TERMS-REJECTION
           END-IF.

           PERFORM GET-ME-OUT-OF-HERE.
           EXIT.

      *----------------------------------------------------------------
      * The payable-on-death nomination awaiting payment on this
      * account - the rows in force, verified or untraced (PODFUN).
      * Tracing has to be finished first: a beneficiary still in
      * force has neither been verified nor given up, and the closure
      * waits for them. Each share is then priced off the residual,
      * rounded down; when every beneficiary has been verified the
      * last of them takes the odd pennies, so the shares use up the
      * residual exactly. Untraced shares stay in the remainder that
      * goes to the estate.
      *----------------------------------------------------------------
       LOAD-POD-NOMINATION SECTION.
       LPN010.
           MOVE 0 TO WS-POD-COUNT.
           MOVE 0 TO WS-POD-VERIFIED-COUNT.
           MOVE 0 TO WS-POD-UNTRACED-COUNT.
           MOVE 0 TO WS-POD-PENDING-COUNT.

           EXEC SQL
              DECLARE POD_CSR CURSOR FOR
                 SELECT PODBEN_NOMINATION, PODBEN_SEQ, PODBEN_STATUS,
                        PODBEN_SHARE, PODBEN_PAY_SORTCODE,
                        PODBEN_PAY_ACCNO
                 FROM PODBEN
                 WHERE PODBEN_SORTCODE = :HV-ACCOUNT-SORTCODE
                   AND PODBEN_ACCNO = :HV-ACCOUNT-ACC-NO
                   AND PODBEN_STATUS IN ('A', 'V', 'U')
                 ORDER BY PODBEN_SEQ
           END-EXEC.

           EXEC SQL OPEN POD_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO ACCLOSE-SUCCESS
              MOVE '6' TO ACCLOSE-FAIL-CODE
              GO TO LPN999
           END-IF.

           MOVE 'N' TO WS-POD-EOF-SW.

           PERFORM LOAD-ONE-POD-ROW
              UNTIL WS-POD-EOF OR WS-POD-COUNT = 5.

           EXEC SQL CLOSE POD_CSR END-EXEC.

           IF ACCLOSE-SUCCESS = 'N'
              GO TO LPN999
           END-IF.

           IF WS-POD-PENDING-COUNT > 0
              MOVE 'N' TO ACCLOSE-SUCCESS
              MOVE 'B' TO ACCLOSE-FAIL-CODE
              GO TO LPN999
           END-IF.

           MOVE 0 TO WS-POD-VERIFIED-SEEN.

           PERFORM PRICE-ONE-POD-SHARE
              VARYING WS-POD-SUB FROM 1 BY 1
              UNTIL WS-POD-SUB > WS-POD-COUNT.
       LPN999.
           EXIT.

       LOAD-ONE-POD-ROW SECTION.
       LOPR010.
           EXEC SQL
              FETCH POD_CSR
              INTO :HV-PODBEN-NOMINATION, :HV-PODBEN-SEQ,
                   :HV-PODBEN-STATUS, :HV-PODBEN-SHARE,
                   :HV-PODBEN-PAY-SORTCODE, :HV-PODBEN-PAY-ACCNO
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-POD-EOF-SW
              GO TO LOPR999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-POD-EOF-SW
              MOVE 'N' TO ACCLOSE-SUCCESS
              MOVE '6' TO ACCLOSE-FAIL-CODE
              GO TO LOPR999
           END-IF.

           ADD 1 TO WS-POD-COUNT.
           MOVE HV-PODBEN-NOMINATION TO WS-POD-NOMINATION(WS-POD-COUNT).
           MOVE HV-PODBEN-SEQ TO WS-POD-SEQ(WS-POD-COUNT).
           MOVE HV-PODBEN-STATUS TO WS-POD-STATUS(WS-POD-COUNT).
           MOVE HV-PODBEN-SHARE TO WS-POD-SHARE(WS-POD-COUNT).
           MOVE HV-PODBEN-PAY-SORTCODE
              TO WS-POD-PAY-SORTCODE(WS-POD-COUNT).
           MOVE HV-PODBEN-PAY-ACCNO TO WS-POD-PAY-ACCNO(WS-POD-COUNT).
           MOVE 0 TO WS-POD-AMOUNT(WS-POD-COUNT).

           EVALUATE HV-PODBEN-STATUS
              WHEN 'V'
                 ADD 1 TO WS-POD-VERIFIED-COUNT
              WHEN 'U'
                 ADD 1 TO WS-POD-UNTRACED-COUNT
              WHEN OTHER
                 ADD 1 TO WS-POD-PENDING-COUNT
           END-EVALUATE.
       LOPR999.
           EXIT.

       PRICE-ONE-POD-SHARE SECTION.
       POPS010.
           COMPUTE WS-POD-AMOUNT(WS-POD-SUB) =
              WS-RESIDUAL-AMT * WS-POD-SHARE(WS-POD-SUB) / 100.

           IF WS-POD-STATUS(WS-POD-SUB) NOT = 'V'
              GO TO POPS999
           END-IF.

           ADD 1 TO WS-POD-VERIFIED-SEEN.

           IF WS-POD-UNTRACED-COUNT = 0 AND
              WS-POD-VERIFIED-SEEN = WS-POD-VERIFIED-COUNT
              MOVE WS-REMAINDER-AMT TO WS-POD-AMOUNT(WS-POD-SUB)
           END-IF.

           SUBTRACT WS-POD-AMOUNT(WS-POD-SUB) FROM WS-REMAINDER-AMT.
       POPS999.
           EXIT.

      *----------------------------------------------------------------
      * Pay each verified beneficiary their share, to the account
      * they gave when their identity was verified, exactly as the
      * residual itself would be paid, and mark them paid. An
      * untraced beneficiary's share has gone to the estate with the
      * remainder; their row records that, and how much it was.
      *----------------------------------------------------------------
       PAY-POD-BENEFICIARIES SECTION.
       PPB010.
           PERFORM PAY-ONE-POD-BENEFICIARY
              VARYING WS-POD-SUB FROM 1 BY 1
              UNTIL WS-POD-SUB > WS-POD-COUNT
                 OR ACCLOSE-SUCCESS = 'N'.
       PPB999.
           EXIT.

       PAY-ONE-POD-BENEFICIARY SECTION.
       POPB010.
           IF WS-POD-STATUS(WS-POD-SUB) = 'V'
              MOVE 'P' TO HV-PODBEN-NEW-STATUS
              IF WS-POD-AMOUNT(WS-POD-SUB) NOT = 0
                 MOVE WS-POD-PAY-SORTCODE(WS-POD-SUB)
                    TO HV-TARGET-SORTCODE
                 MOVE WS-POD-PAY-ACCNO(WS-POD-SUB) TO HV-TARGET-ACCNO
                 MOVE WS-POD-AMOUNT(WS-POD-SUB) TO WS-PAYOUT-AMT
                 PERFORM PAY-RESIDUAL-AWAY
                 IF ACCLOSE-SUCCESS = 'N'
                    GO TO POPB999
                 END-IF
              END-IF
           ELSE
              MOVE 'E' TO HV-PODBEN-NEW-STATUS
           END-IF.

           MOVE WS-POD-NOMINATION(WS-POD-SUB) TO HV-PODBEN-NOMINATION.
           MOVE WS-POD-SEQ(WS-POD-SUB) TO HV-PODBEN-SEQ.
           MOVE WS-POD-AMOUNT(WS-POD-SUB) TO HV-PODBEN-PAID-AMOUNT.

           MOVE EIBOPID TO HV-STATUS-BY.

           EXEC SQL
              UPDATE PODBEN
              SET PODBEN_STATUS = :HV-PODBEN-NEW-STATUS,
                  PODBEN_STATUS_DATE = :WS-LGLH-TODAY,
                  PODBEN_STATUS_BY = :HV-STATUS-BY,
                  PODBEN_PAID_AMOUNT = :HV-PODBEN-PAID-AMOUNT
              WHERE PODBEN_SORTCODE = :HV-ACCOUNT-SORTCODE
                AND PODBEN_ACCNO = :HV-ACCOUNT-ACC-NO
                AND PODBEN_NOMINATION = :HV-PODBEN-NOMINATION
                AND PODBEN_SEQ = :HV-PODBEN-SEQ
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'ACCLOSE UNABLE TO UPDATE PODBEN ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO ACCLOSE-SUCCESS
              MOVE '6' TO ACCLOSE-FAIL-CODE
           END-IF.
       POPB999.
           EXIT.

      *----------------------------------------------------------------
      * A living customer closing the account takes the nomination
      * on it with them - it lapses.
      *----------------------------------------------------------------
       LAPSE-POD-NOMINATION SECTION.
       LAPN010.
           MOVE EIBOPID TO HV-STATUS-BY.

           EXEC SQL
              UPDATE PODBEN
              SET PODBEN_STATUS = 'L',
                  PODBEN_STATUS_DATE = :WS-LGLH-TODAY,
                  PODBEN_STATUS_BY = :HV-STATUS-BY
              WHERE PODBEN_SORTCODE = :HV-ACCOUNT-SORTCODE
                AND PODBEN_ACCNO = :HV-ACCOUNT-ACC-NO
                AND PODBEN_STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'ACCLOSE UNABLE TO LAPSE PODBEN ROWS'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO ACCLOSE-SUCCESS
              MOVE '6' TO ACCLOSE-FAIL-CODE
           END-IF.
       LAPN999.
           EXIT.

      *----------------------------------------------------------------
      * Move WS-PAYOUT-AMT - the residual, or the part of it going to
      * one payee - off the closing account. The debit side is
      * always a PROCTRAN row of type CLO on the account being
      * closed; the credit side is a direct credit when the target
      * is at this sort code, and an XFRSETL outbound settlement row
               HV-TARGET-ACCNO DELIMITED BY SIZE
               INTO HV-PROCTRAN-DESC
           END-STRING.
           COMPUTE HV-PROCTRAN-AMOUNT = 0 - WS-PAYOUT-AMT.

           PERFORM WRITE-PROCTRAN-ROW.

              GO TO CLT999
           END-IF.

           ADD WS-PAYOUT-AMT TO HV-TARGET-AVAIL-BAL.
           ADD WS-PAYOUT-AMT TO HV-TARGET-ACTUAL-BAL.

           EXEC SQL
              UPDATE ACCOUNT
               HV-ACCOUNT-ACC-NO DELIMITED BY SIZE
               INTO HV-PROCTRAN-DESC
           END-STRING.
           MOVE WS-PAYOUT-AMT TO HV-PROCTRAN-AMOUNT.

           PERFORM WRITE-PROCTRAN-ROW.
       CLT999.
           MOVE HV-ACCOUNT-ACC-NO TO HV-XFRSETL-FACCNO.
           MOVE HV-TARGET-SORTCODE TO HV-XFRSETL-TSCODE.
           MOVE HV-TARGET-ACCNO TO HV-XFRSETL-TACCNO.
           MOVE WS-PAYOUT-AMT TO HV-XFRSETL-AMOUNT.
           MOVE 'P' TO HV-XFRSETL-STATUS.
           MOVE WS-ORIG-DATE TO HV-XFRSETL-CREATED-DATE.

      *----------------------------------------------------------------
       BUILD-DISPOSITION-WORDING SECTION.
       BDW010.
           MOVE SPACES TO WS-DISPOSITION-WORK.

           IF WS-RESIDUAL-AMT = 0
              MOVE 'NO RESIDUAL BALANCE' TO WS-DISPOSITION-WORK
              GO TO BDW090
           END-IF.

           MOVE WS-RESIDUAL-AMT TO WS-RESIDUAL-PRINT.

           IF OWNER-IS-DECEASED AND WS-POD-VERIFIED-COUNT > 0
              MOVE WS-POD-VERIFIED-COUNT TO WS-POD-PRINT-COUNT
              IF WS-REMAINDER-AMT = 0
                 STRING 'RESIDUAL ' DELIMITED BY SIZE
                     WS-RESIDUAL-PRINT DELIMITED BY SIZE
                     ' TO ' DELIMITED BY SIZE
                     WS-POD-PRINT-COUNT DELIMITED BY SIZE
                     ' POD BENEFICIARIES' DELIMITED BY SIZE
                     INTO WS-DISPOSITION-WORK
                 END-STRING
              ELSE
                 STRING 'RESIDUAL ' DELIMITED BY SIZE
                     WS-RESIDUAL-PRINT DELIMITED BY SIZE
                     ' TO ' DELIMITED BY SIZE
                     WS-POD-PRINT-COUNT DELIMITED BY SIZE
                     ' POD BENEFICIARIES AND ESTATE' DELIMITED BY SIZE
                     INTO WS-DISPOSITION-WORK
                 END-STRING
              END-IF
              GO TO BDW090
           END-IF.

           IF OWNER-IS-DECEASED
              STRING 'RESIDUAL ' DELIMITED BY SIZE
                  WS-RESIDUAL-PRINT DELIMITED BY SIZE
                  HV-TARGET-SORTCODE DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  HV-TARGET-ACCNO DELIMITED BY SIZE
                  INTO WS-DISPOSITION-WORK
              END-STRING
           ELSE
              STRING 'RESIDUAL ' DELIMITED BY SIZE
                  HV-TARGET-SORTCODE DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  HV-TARGET-ACCNO DELIMITED BY SIZE
                  INTO WS-DISPOSITION-WORK
              END-STRING
           END-IF.
       BDW090.
           EVALUATE TRUE
              WHEN ACCLOSE-COOLING-OFF
                 STRING 'COOLING-OFF: ' DELIMITED BY SIZE
                     WS-DISPOSITION-WORK DELIMITED BY SIZE
                     INTO ACCLOSE-DISPOSITION
                 END-STRING
              WHEN ACCLOSE-TERMS-REJECTED
                 STRING 'TERMS REJECTED: ' DELIMITED BY SIZE
                     WS-DISPOSITION-WORK DELIMITED BY SIZE
                     INTO ACCLOSE-DISPOSITION
                 END-STRING
              WHEN OTHER
                 MOVE WS-DISPOSITION-WORK TO ACCLOSE-DISPOSITION
           END-EVALUATE.
       BDW999.
           EXIT.

       DTA999.
           EXIT.

      *----------------------------------------------------------------
      * The account the customer would not keep on the new terms is
      * gone - its rejection on the terms history is marked closed
      * so TNCNOTCE stops listing it as awaiting closure. The
      * closure itself stands whatever happens here.
      *----------------------------------------------------------------
       CLOSE-TERMS-REJECTION SECTION.
       CTR010.
           MOVE EIBOPID TO HV-STATUS-BY.

           EXEC SQL
              UPDATE TNCACCT
              SET TNCACCT_STATUS = 'C',
                  TNCACCT_STATUS_DATE = :WS-LGLH-TODAY,
                  TNCACCT_STATUS_BY = :HV-STATUS-BY
              WHERE TNCACCT_SORTCODE = :HV-ACCOUNT-SORTCODE
                AND TNCACCT_ACCNO = :ACCLOSE-ACCNO
                AND TNCACCT_STATUS = 'R'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'ACCLOSE UNABLE TO CLOSE TERMS REJECTION'
                 ' SQLCODE=' SQLCODE-DISPLAY
           END-IF.
       CTR999.
           EXIT.

      *----------------------------------------------------------------
       WRITE-PROCTRAN-ROW SECTION.
       WPR010.
                  :HV-PROCTRAN-AMOUNT)
           END-EXEC.

           IF SQLCODE = 0
              INITIALIZE EVNT-AREA
              SET EVNT-POSTING TO TRUE
              MOVE HV-ACCOUNT-SORTCODE TO EVNT-SORTCODE
              MOVE HV-PROCTRAN-ACCNO TO EVNT-ACCNO
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
              DISPLAY 'ACCLOSE UNABLE TO WRITE TO PROCTRAN'
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
           MOVE 'ACCLOSE' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
