      *              the CHQPROUT returns file for the presenting    *
      *              bank.                                            *
      *                                                                *
      *              Banker's drafts come in drawn on the drafts      *
      *              account (CONTROL DRAFT-ACCOUNT-NUMBER) and are   *
      *              recognised by serial against the BNKDRAFT        *
      *              register instead: an outstanding draft for the   *
      *              presented amount is paid out of the drafts-      *
      *              outstanding GL control account (journalled       *
      *              straight to GLENTRY through the GLMAP BDP row -  *
      *              no customer account is touched) and marked paid. *
      *              A stopped draft bounces 01; an unknown serial or *
      *              amount bounces 05, an already-paid draft 06 and  *
      *              a cancelled one 07.                              *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd'. Presented file CHQPRIN, one   *
      *        32-byte record per cheque: sort code (6), account     *
      *        (8), serial (6), amount (12).                          *
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE PPAYDB2 END-EXEC.
           EXEC SQL INCLUDE RSTRDB2 END-EXEC.
           EXEC SQL INCLUDE DRFTDB2 END-EXEC.
           EXEC SQL INCLUDE GLDB2 END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 HV-RESTRAINT-COUNT                PIC S9(9) COMP.
       01 HV-STOP-COUNT                     PIC S9(9) COMP.

      * Banker's drafts (see DRFTDB2): the account number drafts
      * are drawn on, and the register row for the item in hand.
       01 WS-DRAFT-ACCNO                    PIC 9(8).
       01 HV-DRAFT-AMOUNT                   PIC S9(10)V99 COMP-3.
       01 HV-DRAFT-STATUS                   PIC X.
       01 HV-DR-GLACCT                      PIC X(8).
       01 HV-CR-GLACCT                      PIC X(8).
       01 HV-GLENTRY-GLACCT                 PIC X(8).
       01 HV-GLENTRY-DR                     PIC S9(12)V99 COMP-3.
       01 HV-GLENTRY-CR                     PIC S9(12)V99 COMP-3.
       01 WS-DRAFTS-PAID                    PIC 9(8) VALUE 0.

       01 HV-ACC-OVERDRAFT                  PIC S9(9) COMP.
       01 HV-AVAIL-BAL                      PIC S9(10)V99 COMP-3.
       01 HV-ACTUAL-BAL                     PIC S9(10)V99 COMP-3.

       01 WS-PRINT-AMOUNT                   PIC +9(10).99.

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
           MOVE '.'              TO HV-PROCTRAN-DATE(6:1)
           MOVE WS-RUN-DATE-YYYY TO HV-PROCTRAN-DATE(7:4).

           PERFORM GET-DRAFT-ACCOUNT.

           OPEN INPUT PRESENT-FILE.

           IF NOT WS-PRESENT-OK
               WS-ITEMS-PAID DELIMITED BY SIZE
               ' BOUNCED=' DELIMITED BY SIZE
               WS-ITEMS-BOUNCED DELIMITED BY SIZE
               ' DRAFTS PAID=' DELIMITED BY SIZE
               WS-DRAFTS-PAID DELIMITED BY SIZE
               ' TOTAL PAID=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO CHQP-REPORT-LINE
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * Drafts are drawn on an account number of their own, which
      * no customer account is ever given.
      *----------------------------------------------------------------
       GET-DRAFT-ACCOUNT SECTION.
       GDA010.
           MOVE 'DRAFT-ACCOUNT-NUMBER' TO HV-CONTROL-NAME.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-DRAFT-ACCNO
           ELSE
              MOVE 99999999 TO WS-DRAFT-ACCNO
           END-IF.
       GDA999.
           EXIT.

       READ-PRESENTED-ITEM SECTION.
       RPI010.
           READ PRESENT-FILE
           MOVE PRES-ACCNO TO HV-ACC-NUMBER.
           MOVE PRES-SERIAL TO HV-SERIAL.

           IF PRES-ACCNO = WS-DRAFT-ACCNO
              PERFORM PAY-OR-BOUNCE-DRAFT
              GO TO POB999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-STOP-COUNT
       POB999.
           EXIT.

      *----------------------------------------------------------------
      * A banker's draft is the bank's own liability: it pays from
      * the drafts-outstanding control account, never a customer
      * account, and only once - the register row goes to paid in
      * the same step, conditionally, so a draft presented twice
      * bounces the second time.
      *----------------------------------------------------------------
       PAY-OR-BOUNCE-DRAFT SECTION.
       PBD010.
           EXEC SQL
              SELECT BNKDRAFT_AMOUNT, BNKDRAFT_STATUS
              INTO :HV-DRAFT-AMOUNT, :HV-DRAFT-STATUS
              FROM BNKDRAFT
              WHERE BNKDRAFT_SORTCODE = :HV-SORTCODE
                AND BNKDRAFT_SERIAL = :HV-SERIAL
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '05' TO RET-REASON
              PERFORM BOUNCE-ONE-ITEM
              GO TO PBD999
           END-IF.

           EVALUATE HV-DRAFT-STATUS
              WHEN 'S'
                 MOVE '01' TO RET-REASON
              WHEN 'P'
                 MOVE '06' TO RET-REASON
              WHEN 'C'
                 MOVE '07' TO RET-REASON
              WHEN OTHER
                 MOVE SPACES TO RET-REASON
           END-EVALUATE.

           IF RET-REASON = SPACES AND
              HV-DRAFT-AMOUNT NOT = PRES-AMOUNT
              MOVE '05' TO RET-REASON
           END-IF.

           IF RET-REASON NOT = SPACES
              PERFORM BOUNCE-ONE-ITEM
              GO TO PBD999
           END-IF.

           EXEC SQL
              UPDATE BNKDRAFT
              SET BNKDRAFT_STATUS = 'P',
                  BNKDRAFT_RESOLVED_DATE = :HV-PROCTRAN-DATE
              WHERE BNKDRAFT_SORTCODE = :HV-SORTCODE
                AND BNKDRAFT_SERIAL = :HV-SERIAL
                AND BNKDRAFT_STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '06' TO RET-REASON
              PERFORM BOUNCE-ONE-ITEM
              GO TO PBD999
           END-IF.

           MOVE PRES-AMOUNT TO WS-ITEM-AMOUNT.
           PERFORM JOURNAL-DRAFT-PAID.

           ADD 1 TO WS-ITEMS-PAID.
           ADD 1 TO WS-DRAFTS-PAID.
           ADD WS-ITEM-AMOUNT TO WS-TOTAL-PAID.

           MOVE PRES-AMOUNT TO WS-PRINT-AMOUNT.
           MOVE SPACES TO CHQP-REPORT-LINE
           STRING 'DRAFT PAID SERIAL=' DELIMITED BY SIZE
               PRES-SERIAL DELIMITED BY SIZE
               ' AMOUNT=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO CHQP-REPORT-LINE
           END-STRING
           WRITE CHQP-REPORT-LINE.
       PBD999.
           EXIT.

      *----------------------------------------------------------------
      * The paid draft is journalled straight to GLENTRY through the
      * GLMAP 'BDP' mapping - drafts-outstanding on the debit side,
      * the clearing settlement account on the credit side - the
      * same way XFRRECV journals a deducted charge. No mapping
      * falls through to the '***'/'*' catch-all.
      *----------------------------------------------------------------
       JOURNAL-DRAFT-PAID SECTION.
       JDP010.
           EXEC SQL
              SELECT GLMAP_DR_GLACCT, GLMAP_CR_GLACCT
              INTO :HV-DR-GLACCT, :HV-CR-GLACCT
              FROM GLMAP
              WHERE GLMAP_PROCTRAN_TYPE = 'BDP'
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
           MOVE WS-ITEM-AMOUNT TO HV-GLENTRY-DR.
           MOVE 0 TO HV-GLENTRY-CR.
           PERFORM INSERT-DRAFT-GLENTRY.

           MOVE HV-CR-GLACCT TO HV-GLENTRY-GLACCT.
           MOVE 0 TO HV-GLENTRY-DR.
           MOVE WS-ITEM-AMOUNT TO HV-GLENTRY-CR.
           PERFORM INSERT-DRAFT-GLENTRY.
       JDP999.
           EXIT.

       INSERT-DRAFT-GLENTRY SECTION.
       IDG010.
           EXEC SQL
              INSERT INTO GLENTRY
                 (GLENTRY_SORTCODE, GLENTRY_DATE, GLENTRY_GLACCT,
                  GLENTRY_DR_TOTAL, GLENTRY_CR_TOTAL)
              VALUES
                 (:HV-SORTCODE, :HV-RUN-DATE, :HV-GLENTRY-GLACCT,
                  :HV-GLENTRY-DR, :HV-GLENTRY-CR)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO CHQP-REPORT-LINE
              STRING 'DRAFT GLENTRY INSERT FAILED FOR '
                  DELIMITED BY SIZE
                  HV-GLENTRY-GLACCT DELIMITED BY SIZE
                  INTO CHQP-REPORT-LINE
              END-STRING
              WRITE CHQP-REPORT-LINE
           END-IF.
       IDG999.
           EXIT.

      *----------------------------------------------------------------
      * Is this account enrolled, and does the presented serial
      * and amount agree with what the customer told us they
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
              MOVE SPACES TO CHQP-REPORT-LINE
              STRING 'PROCTRAN WRITE FAILED FOR ACCOUNT '
           END-IF.
       WIP999.
           EXIT.

      *----------------------------------------------------------------
      * The change just posted, as a business event in the same unit
      * of work (see EVNTWRT). A failure to record it comes back in
      * SQLCODE, so it is handled exactly as a failed PROCTRAN insert.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           MOVE 'CHQPRSNT' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
