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
      * Title: DRFTFUN                                                 *
      *                                                                *
      * Description: Banker's draft service for the BNKDRAFT register.*
      *              ISSUE debits the purchasing account for the       *
      *              draft through DBCRFUN - COMM-FACILTYPE 498, so    *
      *              the movement comes out as PROCTRAN type BDI and   *
      *              GLPOST carries it into the drafts-outstanding GL  *
      *              control account - and registers the draft under  *
      *              its new serial with payee and amount. STOP marks  *
      *              an outstanding draft lost or stolen, so CHQPRSNT *
      *              bounces it if it is ever presented. CANCEL        *
      *              refunds an outstanding or stopped draft to the    *
      *              purchaser (PROCTRAN type BDR, out of the control  *
      *              account again) and closes it. INQUIRE returns     *
      *              one draft as registered.                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRFTFUN.
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

           EXEC SQL INCLUDE DRFTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-BNKDRAFT-SERIAL                PIC S9(9) COMP.
       01 HV-BNKDRAFT-SORTCODE              PIC X(6).
       01 HV-BNKDRAFT-PURCH-ACCNO           PIC X(8).
       01 HV-BNKDRAFT-PAYEE                 PIC X(40).
       01 HV-BNKDRAFT-AMOUNT                PIC S9(10)V99 COMP-3.
       01 HV-BNKDRAFT-STATUS                PIC X.
       01 HV-BNKDRAFT-ISSUED-DATE           PIC X(10).
       01 HV-BNKDRAFT-STOP-REASON           PIC X(20).
       01 HV-BNKDRAFT-RESOLVED-DATE         PIC X(10).

       COPY SORTCODE.

       01 GETCTRL-COMMAREA.
           COPY GETCTRL.

      *
      *    The purchaser's money moves through DBCRFUN like any
      *    other posting - COMM-FACILTYPE 498 is what makes it come
      *    out as PROCTRAN type BDI (issue) or BDR (refund), and
      *    what makes DBCRFUN insist on cleared funds for it.
      *
       01 DBCRFUN-COMMAREA.
           COPY PAYDBCR.

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                      PIC X(10).

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY DRFTFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO DRFTFUN-SUCCESS.
           MOVE SPACE TO DRFTFUN-FAIL-CODE.
           MOVE SPACE TO DRFTFUN-DBCR-FAIL-CODE.

           PERFORM POPULATE-TIME-DATE.

           MOVE DRFTFUN-SORTCODE TO HV-BNKDRAFT-SORTCODE.

           EVALUATE TRUE
              WHEN DRFTFUN-ISSUE
                 PERFORM ISSUE-DRAFT
              WHEN DRFTFUN-STOP
                 PERFORM STOP-DRAFT
              WHEN DRFTFUN-CANCEL
                 PERFORM CANCEL-DRAFT
              WHEN DRFTFUN-INQUIRE
                 PERFORM READ-ONE-DRAFT
              WHEN OTHER
                 MOVE 'N' TO DRFTFUN-SUCCESS
                 MOVE '9' TO DRFTFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * Issue a draft. The purchaser is debited first, through
      * DBCRFUN, so every gate a counter withdrawal meets (funds,
      * restraints, KYC, mandate, fraud) applies to the draft too;
      * only once the money is taken is the draft registered. A
      * register failure after the debit backs both out together.
      *----------------------------------------------------------------
       ISSUE-DRAFT SECTION.
       ID010.
           IF DRFTFUN-PAYEE = SPACES OR
              DRFTFUN-PAYEE = LOW-VALUES OR
              DRFTFUN-AMOUNT NOT > 0
              MOVE 'N' TO DRFTFUN-SUCCESS
              MOVE '4' TO DRFTFUN-FAIL-CODE
              GO TO ID999
           END-IF.

           INITIALIZE DBCRFUN-COMMAREA.
           MOVE DRFTFUN-PURCH-ACCNO TO COMM-ACCNO.
           COMPUTE COMM-AMT = 0 - DRFTFUN-AMOUNT.
           MOVE DRFTFUN-SORTCODE TO COMM-SORTC.
           MOVE 'DRFTFUN ' TO COMM-FACILITY-NAME.
           MOVE 498 TO COMM-FACILTYPE.
           MOVE DRFTFUN-DUP-OVERRIDE TO COMM-DUP-OVERRIDE.

           EXEC CICS LINK
              PROGRAM('DBCRFUN')
              COMMAREA(DBCRFUN-COMMAREA)
           END-EXEC.

           IF COMM-SUCCESS NOT = 'Y'
              MOVE 'N' TO DRFTFUN-SUCCESS
              MOVE '5' TO DRFTFUN-FAIL-CODE
              MOVE COMM-FAIL-CODE TO DRFTFUN-DBCR-FAIL-CODE
              GO TO ID999
           END-IF.

           PERFORM ALLOCATE-NEXT-DRAFT-SERIAL.

           MOVE DRFTFUN-PURCH-ACCNO TO HV-BNKDRAFT-PURCH-ACCNO.
           MOVE DRFTFUN-PAYEE TO HV-BNKDRAFT-PAYEE.
           MOVE DRFTFUN-AMOUNT TO HV-BNKDRAFT-AMOUNT.
           MOVE 'O' TO HV-BNKDRAFT-STATUS.
           MOVE WS-ORIG-DATE TO HV-BNKDRAFT-ISSUED-DATE.
           MOVE SPACES TO HV-BNKDRAFT-STOP-REASON.
           MOVE SPACES TO HV-BNKDRAFT-RESOLVED-DATE.

           EXEC SQL
              INSERT INTO BNKDRAFT
                 (BNKDRAFT_SERIAL, BNKDRAFT_SORTCODE,
                  BNKDRAFT_PURCH_ACCNO, BNKDRAFT_PAYEE,
                  BNKDRAFT_AMOUNT, BNKDRAFT_STATUS,
                  BNKDRAFT_ISSUED_DATE, BNKDRAFT_STOP_REASON,
                  BNKDRAFT_RESOLVED_DATE)
              VALUES
                 (:HV-BNKDRAFT-SERIAL, :HV-BNKDRAFT-SORTCODE,
                  :HV-BNKDRAFT-PURCH-ACCNO, :HV-BNKDRAFT-PAYEE,
                  :HV-BNKDRAFT-AMOUNT, :HV-BNKDRAFT-STATUS,
                  :HV-BNKDRAFT-ISSUED-DATE, :HV-BNKDRAFT-STOP-REASON,
                  :HV-BNKDRAFT-RESOLVED-DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'DRFTFUN UNABLE TO INSERT BNKDRAFT ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY

              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC

              MOVE 'N' TO DRFTFUN-SUCCESS
              MOVE '2' TO DRFTFUN-FAIL-CODE
              GO TO ID999
           END-IF.

           MOVE HV-BNKDRAFT-SERIAL TO DRFTFUN-SERIAL.
           MOVE HV-BNKDRAFT-STATUS TO DRFTFUN-STATUS.
           MOVE HV-BNKDRAFT-ISSUED-DATE TO DRFTFUN-ISSUED-DATE.
       ID999.
           EXIT.

      *----------------------------------------------------------------
      * Stop a draft reported lost or stolen. It stays owed - the
      * purchaser gets the money back through CANCEL - but it can
      * no longer be paid on presentment.
      *----------------------------------------------------------------
       STOP-DRAFT SECTION.
       SD010.
           PERFORM READ-ONE-DRAFT.

           IF DRFTFUN-SUCCESS = 'N'
              GO TO SD999
           END-IF.

           IF HV-BNKDRAFT-STATUS NOT = 'O'
              MOVE 'N' TO DRFTFUN-SUCCESS
              MOVE '3' TO DRFTFUN-FAIL-CODE
              GO TO SD999
           END-IF.

           MOVE 'S' TO HV-BNKDRAFT-STATUS.
           MOVE DRFTFUN-STOP-REASON TO HV-BNKDRAFT-STOP-REASON.

           EXEC SQL
              UPDATE BNKDRAFT
              SET BNKDRAFT_STATUS = :HV-BNKDRAFT-STATUS,
                  BNKDRAFT_STOP_REASON = :HV-BNKDRAFT-STOP-REASON
              WHERE (BNKDRAFT_SERIAL = :HV-BNKDRAFT-SERIAL AND
                     BNKDRAFT_SORTCODE = :HV-BNKDRAFT-SORTCODE AND
                     BNKDRAFT_STATUS = 'O')
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-BNKDRAFT-STATUS TO DRFTFUN-STATUS
                 MOVE HV-BNKDRAFT-STOP-REASON TO DRFTFUN-STOP-REASON
              WHEN 100
                 MOVE 'N' TO DRFTFUN-SUCCESS
                 MOVE '3' TO DRFTFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO DRFTFUN-SUCCESS
                 MOVE '2' TO DRFTFUN-FAIL-CODE
           END-EVALUATE.
       SD999.
           EXIT.

      *----------------------------------------------------------------
      * Cancel a draft and refund the purchaser. The draft is closed
      * first, conditionally on its status, so a draft paid on
      * presentment in the meantime can never be refunded as well;
      * a refused refund backs the closure out again.
      *----------------------------------------------------------------
       CANCEL-DRAFT SECTION.
       CD010.
           PERFORM READ-ONE-DRAFT.

           IF DRFTFUN-SUCCESS = 'N'
              GO TO CD999
           END-IF.

           IF HV-BNKDRAFT-STATUS NOT = 'O' AND
              HV-BNKDRAFT-STATUS NOT = 'S'
              MOVE 'N' TO DRFTFUN-SUCCESS
              MOVE '3' TO DRFTFUN-FAIL-CODE
              GO TO CD999
           END-IF.

           MOVE WS-ORIG-DATE TO HV-BNKDRAFT-RESOLVED-DATE.

           EXEC SQL
              UPDATE BNKDRAFT
              SET BNKDRAFT_STATUS = 'C',
                  BNKDRAFT_RESOLVED_DATE = :HV-BNKDRAFT-RESOLVED-DATE
              WHERE (BNKDRAFT_SERIAL = :HV-BNKDRAFT-SERIAL AND
                     BNKDRAFT_SORTCODE = :HV-BNKDRAFT-SORTCODE AND
                     BNKDRAFT_STATUS IN ('O', 'S'))
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO DRFTFUN-SUCCESS
                 MOVE '3' TO DRFTFUN-FAIL-CODE
                 GO TO CD999
              WHEN OTHER
                 MOVE 'N' TO DRFTFUN-SUCCESS
                 MOVE '2' TO DRFTFUN-FAIL-CODE
                 GO TO CD999
           END-EVALUATE.

           INITIALIZE DBCRFUN-COMMAREA.
           MOVE HV-BNKDRAFT-PURCH-ACCNO TO COMM-ACCNO.
           MOVE HV-BNKDRAFT-AMOUNT TO COMM-AMT.
           MOVE DRFTFUN-SORTCODE TO COMM-SORTC.
           MOVE 'DRFTFUN ' TO COMM-FACILITY-NAME.
           MOVE 498 TO COMM-FACILTYPE.

           EXEC CICS LINK
              PROGRAM('DBCRFUN')
              COMMAREA(DBCRFUN-COMMAREA)
           END-EXEC.

           IF COMM-SUCCESS NOT = 'Y'
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC

              MOVE 'N' TO DRFTFUN-SUCCESS
              MOVE '5' TO DRFTFUN-FAIL-CODE
              MOVE COMM-FAIL-CODE TO DRFTFUN-DBCR-FAIL-CODE
              GO TO CD999
           END-IF.

           MOVE 'C' TO DRFTFUN-STATUS.
           MOVE HV-BNKDRAFT-RESOLVED-DATE TO DRFTFUN-RESOLVED-DATE.
       CD999.
           EXIT.

      *----------------------------------------------------------------
       READ-ONE-DRAFT SECTION.
       ROD010.
           MOVE DRFTFUN-SERIAL TO HV-BNKDRAFT-SERIAL.

           EXEC SQL
              SELECT BNKDRAFT_PURCH_ACCNO, BNKDRAFT_PAYEE,
                     BNKDRAFT_AMOUNT, BNKDRAFT_STATUS,
                     BNKDRAFT_ISSUED_DATE, BNKDRAFT_STOP_REASON,
                     BNKDRAFT_RESOLVED_DATE
              INTO :HV-BNKDRAFT-PURCH-ACCNO, :HV-BNKDRAFT-PAYEE,
                   :HV-BNKDRAFT-AMOUNT, :HV-BNKDRAFT-STATUS,
                   :HV-BNKDRAFT-ISSUED-DATE, :HV-BNKDRAFT-STOP-REASON,
                   :HV-BNKDRAFT-RESOLVED-DATE
              FROM BNKDRAFT
              WHERE (BNKDRAFT_SERIAL = :HV-BNKDRAFT-SERIAL AND
                     BNKDRAFT_SORTCODE = :HV-BNKDRAFT-SORTCODE)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-BNKDRAFT-PURCH-ACCNO TO DRFTFUN-PURCH-ACCNO
                 MOVE HV-BNKDRAFT-PAYEE TO DRFTFUN-PAYEE
                 MOVE HV-BNKDRAFT-AMOUNT TO DRFTFUN-AMOUNT
                 MOVE HV-BNKDRAFT-STATUS TO DRFTFUN-STATUS
                 MOVE HV-BNKDRAFT-ISSUED-DATE TO DRFTFUN-ISSUED-DATE
                 MOVE HV-BNKDRAFT-STOP-REASON TO DRFTFUN-STOP-REASON
                 MOVE HV-BNKDRAFT-RESOLVED-DATE
                    TO DRFTFUN-RESOLVED-DATE
              WHEN 100
                 MOVE 'N' TO DRFTFUN-SUCCESS
                 MOVE '1' TO DRFTFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO DRFTFUN-SUCCESS
                 MOVE '2' TO DRFTFUN-FAIL-CODE
           END-EVALUATE.
       ROD999.
           EXIT.

      *----------------------------------------------------------------
      * Draft serials come off the sort code's own CONTROL counter.
      * The clearing line carries six digits of serial, which is
      * what the register and the commarea hold.
      *----------------------------------------------------------------
       ALLOCATE-NEXT-DRAFT-SERIAL SECTION.
       ANDS010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           STRING SORTCODE          DELIMITED BY SIZE,
                  '-BDFT-LAST'      DELIMITED BY SIZE
                  INTO GETCTRL-NAME OF GETCTRL-COMMAREA
           END-STRING.
           MOVE 0 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           COMPUTE HV-BNKDRAFT-SERIAL =
              GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA + 1.

           MOVE 'S' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE HV-BNKDRAFT-SERIAL TO GETCTRL-VALUE-NUM OF
              GETCTRL-COMMAREA.
           MOVE SPACES TO GETCTRL-VALUE-STR OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.
       ANDS999.
           EXIT.

      *----------------------------------------------------------------
       POPULATE-TIME-DATE SECTION.
       PTD010.
           EXEC CICS ASKTIME
              ABSTIME(WS-U-TIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     DDMMYYYY(WS-ORIG-DATE)
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
