      *              inbound-transfer type ITR carrying the sender's         *
      *              reference. An item whose target account cannot          *
      *              be found, or whose target sort code is not the          *
      *              one this run was started for, or which would            *
      *              breach an ISA owner's allowance for the tax year        *
      *              (ISASUBS), is parked on the                             *
      *              SUSPENSE table with a reason code, for an operator      *
      *              to repair or return through SUSPFUN, and reported,      *
      *              rather than part-applied or lost to a spreadsheet.      *
      *              Counterparties already on ISO 20022 send pacs.008        *
      *              credit transfers instead, on INPACS8; each is            *
      *              taken into the same item - debtor agent and              *
      *              account as the originator, creditor agent and            *
      *              account as our target, the instruction id as the         *
      *              reference - and applied exactly as above. A              *
      *              transfer not in sterling goes to SUSPENSE.               *
      *              Every sterling item the scheme delivered has             *
      *              settled into our account whatever becomes of it          *
      *              here, so the run's total is added to the inbound         *
      *              value of the open settlement cycle (SETLPOS),            *
      *              where it gives XFRDSPCH headroom under the net           *
      *              debit cap.                                               *
      *                                                                      *
      * Input: parm='ssssss,yyyymmdd' where ssssss is our sort code          *
      *        and yyyymmdd is the run date (defaults to today if            *
      *        omitted). Settlement file INSETTLE, one 52-byte record        *
      *        per payment, and ISO 20022 file INPACS8, one pacs.008         *
      *        record (PACS008) per payment - either may be absent           *
      *        while the two formats run side by side, but not both.         *
      *                                                                       *
      * Output: Sequential report XFRRRPT.                                     *
      *                                                                        *
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SETTLE-STATUS.

           SELECT ISO-SETTLE-FILE
                  ASSIGN TO INPACS8
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ISO-STATUS.

           SELECT XFRR-REPORT
                  ASSIGN TO XFRRRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SETTLE-FILE.
       01  SETTLE-FILE-RECORD                PIC X(65).

       FD  ISO-SETTLE-FILE.
       01  ISO-SETTLE-RECORD.
           COPY PACS008.

       FD  XFRR-REPORT.
       01  XFRR-REPORT-LINE                  PIC X(132).
           EXEC SQL INCLUDE SWCHDB2 END-EXEC.
           EXEC SQL INCLUDE XFRSETL END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SETLPOS END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-PROCTRAN-DESC                  PIC X(40) VALUE SPACES.
       01 HV-PROCTRAN-AMOUNT                PIC S9(10)V99 COMP-3.

      * The payment being applied, from either file - the old
      * layout as it stands, a pacs.008 translated into it.
       01 SETTLE-RECORD.
          03 SETTLE-FROM-SORTCODE           PIC X(6).
          03 SETTLE-FROM-ACCNO              PIC X(8).
          03 SETTLE-TO-SORTCODE             PIC X(6).
          03 SETTLE-TO-ACCNO                PIC X(8).
          03 SETTLE-AMOUNT                  PIC 9(10)V99.
          03 SETTLE-REFERENCE               PIC X(12).
          03 SETTLE-CHARGE-BEARER           PIC X(3).
          03 SETTLE-CHARGE-AMOUNT           PIC 9(8)V99.

       01 WS-SETTLE-STATUS                  PIC XX.
          88 WS-SETTLE-OK                   VALUE '00'.
       01 WS-ISO-STATUS                     PIC XX.
          88 WS-ISO-OK                      VALUE '00'.
       01 WS-ITEMS-ISO                      PIC 9(8) VALUE 0.

       01 WS-TODAY                          PIC 9(8).

       01 WS-ITEMS-APPLIED                  PIC 9(8) VALUE 0.
       01 WS-ITEMS-REJECTED                 PIC 9(8) VALUE 0.
       01 WS-TOTAL-APPLIED                  PIC S9(10)V99 VALUE 0.
       01 WS-TOTAL-RECEIVED                 PIC S9(10)V99 VALUE 0.

      * The settlement cycle inbound value counts towards.
       01 HV-SETLPOS-CYCLE                  PIC S9(9) COMP.
       01 HV-SETLPOS-INBOUND                PIC S9(12)V99 COMP-3.
       01 WS-PRINT-CYCLE                    PIC 9(4).

       01 WS-PRINT-AMOUNT                   PIC +9(10).99.
       01 WS-REJECT-REASON                  PIC X(20).
          88 WS-ITEM-REDIRECTED             VALUE 'Y'.
       01 WS-ITEMS-REDIRECTED               PIC 9(8) VALUE 0.

      * ISA subscriptions (see ISASUBS).
       01 ISAFUN-AREA.
           COPY ISAFUN.

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
                  INTO XFRR-REPORT-LINE
              END-STRING
              WRITE XFRR-REPORT-LINE
           END-IF.

           OPEN INPUT ISO-SETTLE-FILE.

           IF NOT WS-ISO-OK
              MOVE SPACES TO XFRR-REPORT-LINE
              STRING 'UNABLE TO OPEN INPACS8, FILE STATUS='
                  DELIMITED BY SIZE
                  WS-ISO-STATUS DELIMITED BY SIZE
                  INTO XFRR-REPORT-LINE
              END-STRING
              WRITE XFRR-REPORT-LINE
           END-IF.

           IF NOT WS-SETTLE-OK AND NOT WS-ISO-OK
              CLOSE XFRR-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           IF WS-SETTLE-OK
              MOVE 'N' TO WS-EOF-SW
              PERFORM READ-SETTLE-ITEM

              PERFORM UNTIL WS-EOF
                 ADD 1 TO WS-ITEMS-READ
                 PERFORM APPLY-ONE-ITEM
                 PERFORM READ-SETTLE-ITEM
              END-PERFORM

              CLOSE SETTLE-FILE
           END-IF.

           IF WS-ISO-OK
              MOVE 'N' TO WS-EOF-SW
              PERFORM READ-ISO-ITEM

              PERFORM UNTIL WS-EOF
                 ADD 1 TO WS-ITEMS-READ
                 ADD 1 TO WS-ITEMS-ISO
                 PERFORM APPLY-ISO-ITEM
                 PERFORM READ-ISO-ITEM
              END-PERFORM

              CLOSE ISO-SETTLE-FILE
           END-IF.

           MOVE WS-TOTAL-APPLIED TO WS-PRINT-AMOUNT.
           MOVE SPACES TO XFRR-REPORT-LINE
           STRING 'ITEMS READ=' DELIMITED BY SIZE
               WS-ITEMS-READ DELIMITED BY SIZE
               ' (ISO 20022=' DELIMITED BY SIZE
               WS-ITEMS-ISO DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               ' APPLIED=' DELIMITED BY SIZE
               WS-ITEMS-APPLIED DELIMITED BY SIZE
               ' REJECTED=' DELIMITED BY SIZE
           END-STRING
           WRITE XFRR-REPORT-LINE.

           PERFORM POST-INBOUND-POSITION.

           CLOSE XFRR-REPORT.

           MOVE 0 TO RETURN-CODE.
      *----------------------------------------------------------------
       READ-SETTLE-ITEM SECTION.
       RSI010.
           READ SETTLE-FILE INTO SETTLE-RECORD
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
       RSI999.
           EXIT.

       READ-ISO-ITEM SECTION.
       RII010.
           READ ISO-SETTLE-FILE
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
       RII999.
           EXIT.

      *----------------------------------------------------------------
      * Take one pacs.008 into the settlement item and apply it the
      * same way as the old layout. The scheme settles in sterling;
      * anything else, or a record that is not a readable pacs.008,
      * cannot be credited as it stands.
      *----------------------------------------------------------------
       APPLY-ISO-ITEM SECTION.
       AII010.
           INITIALIZE SETTLE-RECORD.
           MOVE PACS8-DBTR-SORTCODE TO SETTLE-FROM-SORTCODE.
           MOVE PACS8-DBTR-ACCNO TO SETTLE-FROM-ACCNO.
           MOVE PACS8-CDTR-SORTCODE TO SETTLE-TO-SORTCODE.
           MOVE PACS8-CDTR-ACCNO TO SETTLE-TO-ACCNO.
           MOVE PACS8-SETTLE-AMOUNT TO SETTLE-AMOUNT.
           MOVE PACS8-INSTR-ID(1:12) TO SETTLE-REFERENCE.

           EVALUATE TRUE
              WHEN PACS8-CHRGBR-DEBTOR
                 MOVE 'OUR' TO SETTLE-CHARGE-BEARER
              WHEN PACS8-CHRGBR-CREDITOR
                 MOVE 'BEN' TO SETTLE-CHARGE-BEARER
              WHEN OTHER
                 MOVE 'SHA' TO SETTLE-CHARGE-BEARER
           END-EVALUATE.

           IF PACS8-CHARGE-AMOUNT IS NUMERIC
              MOVE PACS8-CHARGE-AMOUNT TO SETTLE-CHARGE-AMOUNT
           END-IF.

           IF NOT PACS8-IS-PACS008
              OR PACS8-SETTLE-AMOUNT NOT NUMERIC
              OR PACS8-CURRENCY NOT = 'GBP'
              MOVE 'NOT A GBP PACS.008' TO WS-REJECT-REASON
              MOVE 'CCY' TO WS-SUSPENSE-REASON
              PERFORM REJECT-ITEM
              GO TO AII999
           END-IF.

           PERFORM APPLY-ONE-ITEM.
       AII999.
           EXIT.

      *----------------------------------------------------------------
      * Apply a single inbound payment. The target must be on our own
      * sort code (this run's parm) and must exist on the ACCOUNT
       AOI010.
           MOVE 'N' TO WS-REDIRECTED-SW.

           IF SETTLE-AMOUNT IS NUMERIC
              ADD SETTLE-AMOUNT TO WS-TOTAL-RECEIVED
           END-IF.

           IF SETTLE-TO-SORTCODE NOT = HV-SORTCODE
              PERFORM CHECK-SORTCODE-REDIRECT

              SUBTRACT WS-CHARGE-AMOUNT FROM WS-ITEM-AMOUNT
           END-IF.

      *
      *    A payment into one of our ISAs must fit inside its
      *    owner's allowance for the tax year, and go into the one
      *    ISA they pay into this year. An account that is not an
      *    ISA comes back with fail code '4' and is applied as
      *    normal.
      *
           INITIALIZE ISAFUN-AREA.
           SET ISAFUN-CHECK TO TRUE.
           PERFORM CALL-ISA-SUBS.

           IF ISAFUN-SUCCESS = 'N'
              AND (ISAFUN-FAIL-CODE = '5' OR ISAFUN-FAIL-CODE = '6')
              IF ISAFUN-FAIL-CODE = '6'
                 MOVE 'SECOND ISA THIS YEAR' TO WS-REJECT-REASON
                 MOVE 'IS2' TO WS-SUSPENSE-REASON
              ELSE
                 MOVE 'ISA ALLOWANCE EXCEED' TO WS-REJECT-REASON
                 MOVE 'ISA' TO WS-SUSPENSE-REASON
              END-IF
              PERFORM REJECT-ITEM
              GO TO AOI999
           END-IF.

           ADD WS-ITEM-AMOUNT TO HV-AVAIL-BAL.
           ADD WS-ITEM-AMOUNT TO HV-ACTUAL-BAL.


           PERFORM WRITE-ITEM-TO-PROCTRAN.

           INITIALIZE ISAFUN-AREA.
           SET ISAFUN-RECORD TO TRUE.
           PERFORM CALL-ISA-SUBS.

           IF WS-CHARGE-AMOUNT > 0
              PERFORM JOURNAL-DEDUCTED-CHARGE
           END-IF.
       AOI999.
           EXIT.

      *----------------------------------------------------------------
      * CHECK or RECORD the net credit against the target account's
      * ISA subscriptions for the tax year the run date falls in.
      *----------------------------------------------------------------
       CALL-ISA-SUBS SECTION.
       CIS010.
           MOVE HV-SORTCODE TO ISAFUN-SORTCODE.
           MOVE HV-ACC-NUMBER TO ISAFUN-ACCNO.
           MOVE WS-ITEM-AMOUNT TO ISAFUN-AMOUNT.
           MOVE HV-RUN-DATE TO ISAFUN-DATE.

           CALL 'ISASUBS' USING ISAFUN-AREA.
       CIS999.
           EXIT.

      *----------------------------------------------------------------
      *----------------------------------------------------------------
      * Does a live redirection say this retired sort code is now
                  :HV-PROCTRAN-AMOUNT)
           END-EXEC.

           IF SQLCODE = 0
              INITIALIZE EVNT-AREA
              SET EVNT-POSTING TO TRUE
              MOVE HV-SORTCODE TO EVNT-SORTCODE
              MOVE HV-ACC-NUMBER TO EVNT-ACCNO
              MOVE HV-PROCTRAN-DATE TO EVNT-PROC-DATE
              MOVE HV-PROCTRAN-TIME TO EVNT-PROC-TIME
              MOVE HV-PROCTRAN-REF TO EVNT-REF
              MOVE HV-PROCTRAN-TYPE TO EVNT-TYPE
              MOVE HV-PROCTRAN-DESC TO EVNT-DESC
              MOVE HV-PROCTRAN-AMOUNT TO EVNT-AMOUNT
              PERFORM WRITE-BUSINESS-EVENT
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SPACES TO XFRR-REPORT-LINE
              STRING 'PROCTRAN WRITE FAILED FOR ACCOUNT '
           END-IF.
       ICG999.
           EXIT.

      *----------------------------------------------------------------
      * Add what came in to the settlement cycle that is open for
      * the date, opening cycle 1 (or the next after the last one
      * closed) if XFRDSPCH has not left one open.
      *----------------------------------------------------------------
       POST-INBOUND-POSITION SECTION.
       PIP010.
           MOVE WS-TOTAL-RECEIVED TO HV-SETLPOS-INBOUND.

           EXEC SQL
              SELECT SETLPOS_CYCLE
              INTO :HV-SETLPOS-CYCLE
              FROM SETLPOS
              WHERE SETLPOS_SORTCODE = :HV-SORTCODE
                AND SETLPOS_DATE = :HV-RUN-DATE
                AND SETLPOS_STATUS = 'O'
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 EXEC SQL
                    UPDATE SETLPOS
                    SET SETLPOS_INBOUND =
                           SETLPOS_INBOUND + :HV-SETLPOS-INBOUND
                    WHERE SETLPOS_SORTCODE = :HV-SORTCODE
                      AND SETLPOS_DATE = :HV-RUN-DATE
                      AND SETLPOS_CYCLE = :HV-SETLPOS-CYCLE
                 END-EXEC
              WHEN 100
                 EXEC SQL
                    SELECT COALESCE(MAX(SETLPOS_CYCLE), 0) + 1
                    INTO :HV-SETLPOS-CYCLE
                    FROM SETLPOS
                    WHERE SETLPOS_SORTCODE = :HV-SORTCODE
                      AND SETLPOS_DATE = :HV-RUN-DATE
                 END-EXEC
                 EXEC SQL
                    INSERT INTO SETLPOS
                           (SETLPOS_SORTCODE, SETLPOS_DATE,
                            SETLPOS_CYCLE, SETLPOS_STATUS,
                            SETLPOS_INBOUND, SETLPOS_OUTBOUND,
                            SETLPOS_CAP, SETLPOS_QUEUED_COUNT,
                            SETLPOS_QUEUED_VALUE)
                    VALUES (:HV-SORTCODE, :HV-RUN-DATE,
                            :HV-SETLPOS-CYCLE, 'O',
                            :HV-SETLPOS-INBOUND, 0, 0, 0, 0)
                 END-EXEC
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           MOVE HV-SETLPOS-CYCLE TO WS-PRINT-CYCLE.
           MOVE WS-TOTAL-RECEIVED TO WS-PRINT-AMOUNT.
           MOVE SPACES TO XFRR-REPORT-LINE.

           IF SQLCODE = 0
              STRING 'INBOUND VALUE ' DELIMITED BY SIZE
                  WS-PRINT-AMOUNT DELIMITED BY SIZE
                  ' ADDED TO SETTLEMENT CYCLE ' DELIMITED BY SIZE
                  WS-PRINT-CYCLE DELIMITED BY SIZE
                  INTO XFRR-REPORT-LINE
              END-STRING
           ELSE
              STRING 'SETTLEMENT POSITION NOT UPDATED - INBOUND VALUE '
                  DELIMITED BY SIZE
                  WS-PRINT-AMOUNT DELIMITED BY SIZE
                  INTO XFRR-REPORT-LINE
              END-STRING
           END-IF.

           WRITE XFRR-REPORT-LINE.
       PIP999.
           EXIT.

      *----------------------------------------------------------------
      * The change just posted, as a business event in the same unit
      * of work (see EVNTWRT). A failure to record it comes back in
      * SQLCODE, so it is handled exactly as a failed PROCTRAN insert.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           MOVE 'XFRRECV' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
