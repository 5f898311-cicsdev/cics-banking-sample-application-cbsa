             INCLUDE KYCDB2
          END-EXEC.

      * Organisation signatories - their checklists count too
          EXEC SQL
             INCLUDE ORGSDB2
          END-EXEC.

      * Operational restraint register - see RSTRFUN
          EXEC SQL
             INCLUDE RSTRDB2
             INCLUDE DRWRDB2
          END-EXEC.

      * Get the inter-branch DB2 copybook - a counter movement taken
      * at a branch other than the account's is recorded on IBMOVE
      * for GLPOST to split between the two branches' books
          EXEC SQL
             INCLUDE IBDB2
          END-EXEC.

       01 HV-TERMDEP-MATURITY-DATE      PIC X(8).
       01 HV-TERMDEP-STATUS             PIC X.

      *
       01 HV-DRAWER-OPERATOR-ID        PIC X(3).
       01 WS-DRAWER-AMT                PIC S9(10)V99.
      *
      *    Foreign notes paid into or drawn from a currency account
      *    accumulate into the session's DRAWERCCY holding for the
      *    currency of the notes instead of the sterling totals.
      *
       01 HV-DRAWER-ID                 PIC S9(9) COMP.
       01 HV-NOTES-CURRENCY            PIC X(3).
       01 HV-NOTES-IN                  PIC S9(10)V99 COMP-3.
       01 HV-NOTES-OUT                 PIC S9(10)V99 COMP-3.
      *
      *    The teller's branch is the sort code of their open drawer
      *    session - normally the account's own; when the session is
      *    at another branch of ours the cash sits in that branch's
      *    till and the movement is an inter-branch one.
      *
       01 HV-TELLER-SORTCODE           PIC X(6).
       01 HV-TELLER-SESSIONS           PIC S9(9) COMP.
       01 HV-IBMOVE-DATE               PIC X(8).

      *
      *    Duplicate-payment detection: an identical movement (same
       01 HV-DUP-AMOUNT                PIC S9(10)V99 COMP-3.


      *
      *    Joint account signing mandates (see COSNFUN). A debit the
      *    account's mandate says every holder must sign is parked on
      *    COSIGN for the other holders' signatures and refused with
      *    fail code 'J'; once they have all signed, the same debit
      *    presented again claims the approved item and posts. The
      *    holder presenting it counts as the first signature.
      *
          EXEC SQL
             INCLUDE COSNDB2
          END-EXEC.

       01 HV-ACCSIGN-RULE               PIC X.
       01 HV-ACCSIGN-THRESHOLD          PIC S9(10)V99 COMP-3.
       01 HOST-COSIGN-ROW.
          03 HV-COSIGN-ID                  PIC S9(9) COMP.
          03 HV-COSIGN-SORTCODE            PIC X(6).
          03 HV-COSIGN-ACCNO               PIC X(8).
          03 HV-COSIGN-SOURCE              PIC X(3).
          03 HV-COSIGN-TSCODE              PIC X(6).
          03 HV-COSIGN-TACCNO              PIC X(8).
          03 HV-COSIGN-AMOUNT              PIC S9(10)V99 COMP-3.
          03 HV-COSIGN-SIGNED-BY           PIC X(40).
          03 HV-COSIGN-NEEDED              PIC S9(4) COMP.
          03 HV-COSIGN-SIGNED              PIC S9(4) COMP.
          03 HV-COSIGN-STATUS              PIC X.
          03 HV-COSIGN-REQUESTED-DATE      PIC X(8).
          03 HV-COSIGN-EXPIRY-DATE         PIC X(8).
       01 HV-COSIGN-HOLDERS             PIC S9(9) COMP.
       01 HV-COSIGN-SIGNER              PIC X(10).
       01 HV-COSIGN-PRIMARY             PIC X(10).
       01 HV-COSIGN-MATCH               PIC S9(9) COMP.
       01 HV-COSIGN-TODAY               PIC X(8).
       01 WS-COSIGN-CLAIM-ID            PIC S9(9) COMP VALUE 0.
       01 WS-COSIGN-DAYS-DEFAULT        PIC S9(9) COMP VALUE 7.
       01 WS-COSIGN-INTEGER             PIC S9(9) COMP.
       01 WS-COSIGN-TODAY               PIC 9(8).
       01 WS-COSIGN-EXPIRY              PIC 9(8).
       01 WS-COSIGN-HELD-SW             PIC X VALUE 'N'.
          88 WS-COSIGN-HELD                       VALUE 'Y'.

      *
      *    Notice savings (see NTCEFUN). A debit from a NOTICE
      *    account only posts against matured withdrawal notices -
      *    or, with COMM-NOTICE-IMMEDIATE 'Y', as an immediate-access
      *    withdrawal that forfeits days of interest - and is
      *    refused with fail code 'N' otherwise.
      *
       01 NTCEFUN-COMMAREA.
           COPY NTCEFUN.

      *
      *    ISA subscriptions (see ISAFUN). A credit to an ISA that
      *    would take its owner past the tax year's allowance is
      *    refused with fail code 'I', one to a second ISA in the
      *    same tax year with fail code 'T'.
      *
       01 ISAFUN-COMMAREA.
           COPY ISAFUN.

      *
      *    Passbooks (see PBKFUN). A withdrawal presented with a
      *    superseded passbook draws the warning fail code 'P'.
      *
       01 PBKFUN-COMMAREA.
           COPY PBKFUN.

      *
      *    Role-based entitlement check (see ENTLFUN) - runs before
      *    anything else, so a direct LINK bypasses nothing.
       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          COPY PAYDBCR.
              END-IF
           END-IF.

      *
      *    A withdrawal presented with a passbook that has been
      *    superseded - filled and replaced, or reported lost -
      *    may be someone else holding the old book. The teller is
      *    warned and must confirm; a confirmed override is logged
      *    the same way as the duplicate one.
      *
           IF WS-XFER-AMT < 0 AND COMM-PASSBOOK-SERIAL NOT = 0
              IF COMM-PASSBOOK-OVERRIDE = 'Y'
                 PERFORM LOG-PASSBOOK-OVERRIDE
              ELSE
                 PERFORM CHECK-PASSBOOK-PRESENTED

                 IF COMM-FAIL-CODE = 'P'
                    MOVE 'N' TO COMM-SUCCESS

                    GO TO UAD999
                 END-IF
              END-IF
           END-IF.

      *
      *    Is the amount being requested a debit or a credit?
      *    If it is a CREDIT (+) then we don't need to ensure that
                 END-IF
              END-IF

      *
      *       Money in a notice account is only free once notice
      *       of its withdrawal has run - unless the customer takes
      *       the immediate-access option and its penalty.
      *
              IF HV-ACCOUNT-ACC-TYPE = 'NOTICE  '
                 INITIALIZE NTCEFUN-COMMAREA
                 SET NTCEFUN-CHECK TO TRUE
                 PERFORM CALL-NOTICE-SERVICE

                 IF NTCEFUN-SUCCESS NOT = 'Y'
                    MOVE 'N' TO COMM-SUCCESS
                    MOVE 'N' TO COMM-FAIL-CODE

                    GO TO UAD999
                 END-IF
              END-IF

      *
      *       Check the withdrawal against this branch's configured
      *       per-transaction limit, if one has been set up.
              COMPUTE WS-DIFFERENCE = HV-ACCOUNT-AVAIL-BAL
                 - HV-POTTED-TOTAL + WS-XFER-AMT

      *
      *       A banker's draft (498, see DRFTFUN) is the bank's own
      *       promise to pay - it is never issued against funds the
      *       customer does not have, whatever a teller may allow.
      *       Nor is foreign currency sold at the counter against
      *       the account (495, see FXCFUN).
      *
              IF WS-DIFFERENCE < 0 AND
                 (COMM-FACILTYPE = 496 OR COMM-FACILTYPE = 498 OR
                  COMM-FACILTYPE = 495)
      D          DISPLAY 'insufficient funds!'
                 MOVE 'N' TO COMM-SUCCESS
                 MOVE '3' TO COMM-FAIL-CODE
                 GO TO UAD999
              END-IF

      *
      *       A joint account whose mandate needs every holder's
      *       signature for this amount holds the debit for the
      *       others to sign, ahead of the fraud scoring so that
      *       only a fully signed payment is ever scored.
      *
              MOVE 'DBC' TO HV-COSIGN-SOURCE
              MOVE '000000' TO HV-COSIGN-TSCODE
              MOVE '00000000' TO HV-COSIGN-TACCNO
              MOVE WS-WITHDRAWAL-AMT TO HV-COSIGN-AMOUNT

              PERFORM CHECK-SIGNING-MANDATE

              IF WS-COSIGN-HELD
                 GO TO UAD999
              END-IF

      *
      *       The last gate before money moves: the fraud rules.
      *       A tripped rule means the payment is already parked
                 GO TO UAD999
              END-IF

      *
      *       Every gate has passed - the co-signed item this debit
      *       was presented against is now spent.
      *
              IF WS-COSIGN-CLAIM-ID NOT = 0
                 PERFORM COMPLETE-COSIGNED-DEBIT

                 IF COMM-FAIL-CODE = 'J'
                    GO TO UAD999
                 END-IF
              END-IF

      *
      *       ...and so is the notice it was drawn against. Should
      *       the notice have gone in the meantime, nothing claimed
      *       above may stand either.
      *
              IF HV-ACCOUNT-ACC-TYPE = 'NOTICE  '
                 INITIALIZE NTCEFUN-COMMAREA
                 SET NTCEFUN-DRAW TO TRUE
                 PERFORM CALL-NOTICE-SERVICE

                 IF NTCEFUN-SUCCESS NOT = 'Y'
                    EXEC CICS SYNCPOINT ROLLBACK
                    END-EXEC
                    MOVE 'N' TO COMM-SUCCESS
                    MOVE 'N' TO COMM-FAIL-CODE

                    GO TO UAD999
                 END-IF
              END-IF

           END-IF.


              END-IF
           END-IF.

      *
      *    Money paid into an ISA counts against its owner's
      *    allowance for the tax year.
      *
           IF WS-XFER-AMT > 0 AND HV-ACCOUNT-ACC-TYPE = 'ISA     '
              INITIALIZE ISAFUN-COMMAREA
              SET ISAFUN-CHECK TO TRUE
              PERFORM CALL-ISA-SERVICE

              IF ISAFUN-SUCCESS NOT = 'Y'
                 GO TO UAD999
              END-IF
           END-IF.

      *
      *    If the SQLCODE from the SELECT is OK then update
      *    the record and update the details on the

           END-IF.

      *
      *    The credit has posted, so it now counts towards the ISA
      *    subscriptions - and if another credit has used up the
      *    allowance in the meantime, this one must not stand.
      *
           IF WS-XFER-AMT > 0 AND HV-ACCOUNT-ACC-TYPE = 'ISA     '
              INITIALIZE ISAFUN-COMMAREA
              SET ISAFUN-RECORD TO TRUE
              PERFORM CALL-ISA-SERVICE

              IF ISAFUN-SUCCESS NOT = 'Y'
                 EXEC CICS SYNCPOINT ROLLBACK
                 END-EXEC
                 GO TO UAD999
              END-IF
           END-IF.

      *
      *    If the RESP CODE was normal then we need to write to the
      *    PROCTRAN (processed transaction) datastore.
           EXIT.


      *----------------------------------------------------------------
      * The FROM account's signing mandate. No ACCSIGN row, a sole
      * account, or an amount at or below an any-one-to-sign
      * threshold lets the debit through on the presenting holder's
      * signature alone. Otherwise an item the other holders have
      * already approved is noted for claiming when the debit posts,
      * and anything else is parked for their signatures.
      *----------------------------------------------------------------
       CHECK-SIGNING-MANDATE SECTION.
       CSM010.
           MOVE 'N' TO WS-COSIGN-HELD-SW.
           MOVE 0 TO WS-COSIGN-CLAIM-ID.

           MOVE HV-ACCOUNT-SORTCODE TO HV-COSIGN-SORTCODE.
           MOVE HV-ACCOUNT-ACC-NO TO HV-COSIGN-ACCNO.
           MOVE HV-ACCOUNT-CUST-NO TO HV-COSIGN-PRIMARY.

           EXEC SQL
              SELECT ACCSIGN_RULE, ACCSIGN_THRESHOLD
              INTO :HV-ACCSIGN-RULE, :HV-ACCSIGN-THRESHOLD
              FROM ACCSIGN
              WHERE ACCSIGN_SORTCODE = :HV-COSIGN-SORTCODE
                AND ACCSIGN_ACC_NUMBER = :HV-COSIGN-ACCNO
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO CSM999
           END-IF.

           IF HV-ACCSIGN-RULE NOT = 'L'
              AND (HV-ACCSIGN-THRESHOLD = 0 OR
                   HV-COSIGN-AMOUNT NOT > HV-ACCSIGN-THRESHOLD)
              GO TO CSM999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-COSIGN-HOLDERS
              FROM ACCJOINT
              WHERE ACCJOINT_SORTCODE = :HV-COSIGN-SORTCODE
                AND ACCJOINT_ACC_NUMBER = :HV-COSIGN-ACCNO
                AND ACCJOINT_CUSTOMER_NUMBER <> :HV-COSIGN-PRIMARY
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-COSIGN-HOLDERS = 0
              GO TO CSM999
           END-IF.

           ADD 1 TO HV-COSIGN-HOLDERS.

           IF HV-COSIGN-HOLDERS > 4
              MOVE 4 TO HV-COSIGN-HOLDERS
           END-IF.
           MOVE HV-COSIGN-HOLDERS TO HV-COSIGN-NEEDED.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-COSIGN-TODAY.
           MOVE WS-COSIGN-TODAY TO HV-COSIGN-TODAY.

           EXEC SQL
              SELECT COALESCE(MIN(COSIGN_ID), 0)
              INTO :HV-COSIGN-ID
              FROM COSIGN
              WHERE COSIGN_SORTCODE = :HV-COSIGN-SORTCODE
                AND COSIGN_ACCNO = :HV-COSIGN-ACCNO
                AND COSIGN_SOURCE = :HV-COSIGN-SOURCE
                AND COSIGN_TSCODE = :HV-COSIGN-TSCODE
                AND COSIGN_TACCNO = :HV-COSIGN-TACCNO
                AND COSIGN_AMOUNT = :HV-COSIGN-AMOUNT
                AND COSIGN_STATUS = 'A'
                AND COSIGN_EXPIRY_DATE >= :HV-COSIGN-TODAY
           END-EXEC.

           IF SQLCODE = 0 AND HV-COSIGN-ID NOT = 0
              MOVE HV-COSIGN-ID TO WS-COSIGN-CLAIM-ID
              GO TO CSM999
           END-IF.

           MOVE 'Y' TO WS-COSIGN-HELD-SW.

           PERFORM RECORD-PENDING-COSIGN.
       CSM999.
           EXIT.

      *----------------------------------------------------------------
      * Park the debit for the other holders. The same debit may
      * already be waiting from an earlier attempt - leave that one
      * alone rather than queueing a duplicate. The presenting
      * holder is recorded as having signed when the channel knows
      * who they are; the item expires CONTROL COSIGN-DAYS (default
      * 7) from today.
      *----------------------------------------------------------------
       RECORD-PENDING-COSIGN SECTION.
       RPC010.
           MOVE 'N' TO COMM-SUCCESS.
           MOVE 'J' TO COMM-FAIL-CODE.

           EXEC SQL
              SELECT COALESCE(MIN(COSIGN_ID), 0)
              INTO :HV-COSIGN-ID
              FROM COSIGN
              WHERE COSIGN_SORTCODE = :HV-COSIGN-SORTCODE
                AND COSIGN_ACCNO = :HV-COSIGN-ACCNO
                AND COSIGN_SOURCE = :HV-COSIGN-SOURCE
                AND COSIGN_TSCODE = :HV-COSIGN-TSCODE
                AND COSIGN_TACCNO = :HV-COSIGN-TACCNO
                AND COSIGN_AMOUNT = :HV-COSIGN-AMOUNT
                AND COSIGN_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-COSIGN-ID NOT = 0
              GO TO RPC999
           END-IF.

           MOVE SPACES TO HV-COSIGN-SIGNED-BY.
           MOVE COMM-SIGNER-CUSTNO TO HV-COSIGN-SIGNER.

           IF COMM-SIGNER-CUSTNO NOT = 0
              IF HV-COSIGN-SIGNER = HV-COSIGN-PRIMARY
                 MOVE HV-COSIGN-SIGNER TO HV-COSIGN-SIGNED-BY(1:10)
              ELSE
                 EXEC SQL
                    SELECT COUNT(*)
                    INTO :HV-COSIGN-MATCH
                    FROM ACCJOINT
                    WHERE ACCJOINT_SORTCODE = :HV-COSIGN-SORTCODE
                      AND ACCJOINT_ACC_NUMBER = :HV-COSIGN-ACCNO
                      AND ACCJOINT_CUSTOMER_NUMBER = :HV-COSIGN-SIGNER
                 END-EXEC
                 IF SQLCODE = 0 AND HV-COSIGN-MATCH > 0
                    MOVE HV-COSIGN-SIGNER TO
                       HV-COSIGN-SIGNED-BY(1:10)
                 END-IF
              END-IF
           END-IF.

      *
      *    Only an identified holder's signature counts - a debit
      *    presented with no signer, or by someone who is not a
      *    holder, waits on every signature it needs.
      *
           IF HV-COSIGN-SIGNED-BY(1:10) = SPACES
              MOVE 0 TO HV-COSIGN-SIGNED
           ELSE
              MOVE 1 TO HV-COSIGN-SIGNED
           END-IF.
           MOVE 'P' TO HV-COSIGN-STATUS.
           MOVE HV-COSIGN-TODAY TO HV-COSIGN-REQUESTED-DATE.

           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE WS-COSIGN-DAYS-DEFAULT TO GETCTRL-DEFAULT-NUM.
           STRING DESIRED-SORT-CODE   DELIMITED BY SIZE,
                  '-COSIGN-DAYS'      DELIMITED BY SIZE
                  INTO GETCTRL-NAME
           END-STRING.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           COMPUTE WS-COSIGN-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-COSIGN-TODAY)
              + GETCTRL-VALUE-NUM.
           MOVE FUNCTION DATE-OF-INTEGER(WS-COSIGN-INTEGER)
              TO WS-COSIGN-EXPIRY.
           MOVE WS-COSIGN-EXPIRY TO HV-COSIGN-EXPIRY-DATE.

           PERFORM ALLOCATE-NEXT-COSIGN-ID.

           EXEC SQL
              INSERT INTO COSIGN
                     (COSIGN_ID,
                      COSIGN_SORTCODE,
                      COSIGN_ACCNO,
                      COSIGN_SOURCE,
                      COSIGN_TSCODE,
                      COSIGN_TACCNO,
                      COSIGN_AMOUNT,
                      COSIGN_SIGNED_BY,
                      COSIGN_NEEDED,
                      COSIGN_SIGNED,
                      COSIGN_STATUS,
                      COSIGN_REQUESTED_DATE,
                      COSIGN_EXPIRY_DATE
                     )
              VALUES (:HV-COSIGN-ID,
                      :HV-COSIGN-SORTCODE,
                      :HV-COSIGN-ACCNO,
                      :HV-COSIGN-SOURCE,
                      :HV-COSIGN-TSCODE,
                      :HV-COSIGN-TACCNO,
                      :HV-COSIGN-AMOUNT,
                      :HV-COSIGN-SIGNED-BY,
                      :HV-COSIGN-NEEDED,
                      :HV-COSIGN-SIGNED,
                      :HV-COSIGN-STATUS,
                      :HV-COSIGN-REQUESTED-DATE,
                      :HV-COSIGN-EXPIRY-DATE
                     )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'DBCRFUN UNABLE TO INSERT COSIGN ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
           END-IF.
       RPC999.
           EXIT.

      *----------------------------------------------------------------
      * Take the next COSIGN id for this sort code out of CONTROL,
      * via GETCTRL.
      *----------------------------------------------------------------
       ALLOCATE-NEXT-COSIGN-ID SECTION.
       ANCI010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           STRING DESIRED-SORT-CODE DELIMITED BY SIZE,
                  '-COSN-LAST'      DELIMITED BY SIZE
                  INTO GETCTRL-NAME OF GETCTRL-COMMAREA
           END-STRING.
           MOVE 0 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           COMPUTE HV-COSIGN-ID =
              GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA + 1.

           MOVE 'S' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE HV-COSIGN-ID TO GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA.
           MOVE SPACES TO GETCTRL-VALUE-STR OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.
       ANCI999.
           EXIT.

      *----------------------------------------------------------------
      * Everything else has passed and the debit is about to post:
      * claim the approved item it was presented against. Only a
      * still-approved row is claimed, so one set of signatures can
      * never pay out twice.
      *----------------------------------------------------------------
       COMPLETE-COSIGNED-DEBIT SECTION.
       CCD010.
           MOVE WS-COSIGN-CLAIM-ID TO HV-COSIGN-ID.

           EXEC SQL
              UPDATE COSIGN
              SET COSIGN_STATUS = 'C',
                  COSIGN_DECIDED_DATE = :HV-COSIGN-TODAY
              WHERE COSIGN_ID = :HV-COSIGN-ID
                AND COSIGN_STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO COMM-SUCCESS
              MOVE 'J' TO COMM-FAIL-CODE
           END-IF.
       CCD999.
           EXIT.

      *----------------------------------------------------------------
      * Look up this account's branch's configured per-transaction
      * withdrawal limit via GETCTRL, the shared CONTROL-table
           EXIT.


      *----------------------------------------------------------------
      * Ask NTCEFUN whether (CHECK) or draw down (DRAW) the matured
      * notice cover for this debit, in the account's own currency.
      *----------------------------------------------------------------
       CALL-NOTICE-SERVICE SECTION.
       CNS010.
           MOVE HV-ACCOUNT-SORTCODE TO NTCEFUN-SORTCODE.
           MOVE HV-ACCOUNT-ACC-NO TO NTCEFUN-ACCNO.
           COMPUTE NTCEFUN-AMOUNT = 0 - WS-XFER-AMT.
           MOVE COMM-NOTICE-IMMEDIATE TO NTCEFUN-IMMEDIATE.

           EXEC CICS LINK PROGRAM('NTCEFUN')
                     COMMAREA(NTCEFUN-COMMAREA)
                     RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'N' TO NTCEFUN-SUCCESS
           END-IF.
       CNS999.
           EXIT.

      *----------------------------------------------------------------
      * Ask ISAFUN whether (CHECK) or record (RECORD) this credit
      * against the ISA allowance for the tax year the value date
      * falls in. A refusal is turned into this program's own fail
      * code.
      *----------------------------------------------------------------
       CALL-ISA-SERVICE SECTION.
       CIS010.
           MOVE HV-ACCOUNT-SORTCODE TO ISAFUN-SORTCODE.
           MOVE HV-ACCOUNT-ACC-NO TO ISAFUN-ACCNO.
           MOVE WS-XFER-AMT TO ISAFUN-AMOUNT.
           MOVE COMM-VALUE-DATE TO ISAFUN-DATE.

           EXEC CICS LINK PROGRAM('ISAFUN')
                     COMMAREA(ISAFUN-COMMAREA)
                     RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'N' TO ISAFUN-SUCCESS
              MOVE '2' TO ISAFUN-FAIL-CODE
           END-IF.

           IF ISAFUN-SUCCESS NOT = 'Y'
              MOVE 'N' TO COMM-SUCCESS

              EVALUATE ISAFUN-FAIL-CODE
                 WHEN '5'
                    MOVE 'I' TO COMM-FAIL-CODE
                 WHEN '6'
                    MOVE 'T' TO COMM-FAIL-CODE
                 WHEN OTHER
                    MOVE '2' TO COMM-FAIL-CODE
              END-EVALUATE
           END-IF.
       CIS999.
           EXIT.

      *----------------------------------------------------------------
      * Ask PBKFUN whether the passbook presented is the account's
      * book in use. Only a superseded book warns - a serial PBKFUN
      * cannot find, or cannot look up, lets the withdrawal go on.
      *----------------------------------------------------------------
       CHECK-PASSBOOK-PRESENTED SECTION.
       CPP010.
           INITIALIZE PBKFUN-COMMAREA.
           SET PBKFUN-VERIFY TO TRUE.
           MOVE HV-ACCOUNT-SORTCODE TO PBKFUN-SORTCODE.
           MOVE HV-ACCOUNT-ACC-NO TO PBKFUN-ACCNO.
           MOVE COMM-PASSBOOK-SERIAL TO PBKFUN-SERIAL.

           EXEC CICS LINK PROGRAM('PBKFUN')
                     COMMAREA(PBKFUN-COMMAREA)
                     RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
              AND PBKFUN-SUCCESS = 'N'
              AND PBKFUN-FAIL-CODE = '3'
              MOVE 'P' TO COMM-FAIL-CODE
           END-IF.
       CPP999.
           EXIT.

      *----------------------------------------------------------------
      * A withdrawal confirmed against a superseded passbook.
      *----------------------------------------------------------------
       LOG-PASSBOOK-OVERRIDE SECTION.
       LPO010.
           INITIALIZE OPERLOG-REC.
           MOVE HV-ACCOUNT-SORTCODE  TO OPERLOG-SORTCODE.
           MOVE HV-ACCOUNT-ACC-NO    TO OPERLOG-ACC-NUMBER.
           MOVE 'POV'                TO OPERLOG-TRAN-CODE.

           EXEC CICS LINK PROGRAM(WS-OPERLOG-PGM)
                      COMMAREA(OPERLOG-REC)
           END-EXEC.
       LPO999.
           EXIT.

      *----------------------------------------------------------------
      * Look for an identical movement - same account, same posted
      * amount - already on PROCTRAN today inside the configured
           IF SQLCODE NOT = 0
              MOVE 0 TO HV-KYC-OPEN-COUNT
           END-IF.

      *
      *    An organisation's money waits on the people who sign for
      *    it as well - any active signatory's open checklist holds
      *    the body's payments too.
      *
           IF HV-KYC-OPEN-COUNT = 0
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :HV-KYC-OPEN-COUNT
                 FROM KYCCHK K, ORGSIGN S, ACCOUNT A
                 WHERE A.ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE
                   AND A.ACCOUNT_NUMBER = :HV-ACCOUNT-ACC-NO
                   AND S.ORGSIGN_SORTCODE = A.ACCOUNT_SORTCODE
                   AND S.ORGSIGN_ORG_CUSTNO = A.ACCOUNT_CUSTOMER_NUMBER
                   AND S.ORGSIGN_STATUS = 'A'
                   AND K.KYCCHK_SORTCODE = S.ORGSIGN_SORTCODE
                   AND K.KYCCHK_CUSTNO = S.ORGSIGN_SIG_CUSTNO
                   AND K.KYCCHK_STATUS = 'O'
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE 0 TO HV-KYC-OPEN-COUNT
              END-IF
           END-IF.
       CKC999.
           EXIT.

            PERFORM LOG-OPERATOR-ACTIVITY.
            PERFORM UPDATE-TELLER-DRAWER.

      *
      *    Cash taken in or paid out at another branch's counter
      *    leaves the two branches' books owing each other.
      *
            IF COMM-SUCCESS = 'Y' AND
               HV-TELLER-SORTCODE NOT = HV-PROCTRAN-SORT-CODE
               PERFORM RECORD-INTER-BRANCH-MOVE
            END-IF.

      *
      *    A backdated posting on an interest-bearing account owes
      *    (or is owed) the accrual difference since its value
      *----------------------------------------------------------------
      * Accumulate a counter cash movement into the posting
      * teller's open drawer session. A PAYMENT-facility posting
      * (COMM-FACILTYPE 496), a complaint redress (497) or a
      * banker's draft (498) is not cash over the counter and is
      * left alone - nor is the sterling side of a counter currency
      * deal (495), whose notes FXCFUN moves through the drawer
      * itself - and an operator with no open session simply
      * accumulates nothing - the drawer subsystem is best-effort
      * here, exactly like OPERLOG: a failure must never undo a
      * posting that has already happened.
      *----------------------------------------------------------------
       UPDATE-TELLER-DRAWER SECTION.
       UTD010.
           MOVE HV-PROCTRAN-SORT-CODE TO HV-TELLER-SORTCODE.

      *
      *    Only cash over the counter belongs in the drawer: a
      *    payment (496), a complaint redress posting (497, see
      *    CMPLFUN) or a banker's draft issued or refunded (498,
      *    see DRFTFUN) never touched the till and would only show
      *    up as a variance at balancing. Nor does the account side
      *    of a counter currency deal (495, see FXCFUN).
      *
           IF COMM-FACILTYPE = 496 OR COMM-FACILTYPE = 497 OR
              COMM-FACILTYPE = 498 OR COMM-FACILTYPE = 495
              GO TO UTD999
           END-IF.

           MOVE EIBOPID TO HV-DRAWER-OPERATOR-ID.

           PERFORM FIND-TELLER-BRANCH.

      *
      *    Notes in a foreign currency - the currency keyed, or the
      *    account's own when none was - belong to that currency's
      *    holding, not the sterling till.
      *
           MOVE COMM-CURRENCY-CODE TO HV-NOTES-CURRENCY.

           IF HV-NOTES-CURRENCY = SPACES
              MOVE HV-ACCOUNT-CURRENCY-CODE TO HV-NOTES-CURRENCY
           END-IF.

           IF HV-NOTES-CURRENCY NOT = SPACES AND
              HV-NOTES-CURRENCY NOT = LOW-VALUES AND
              HV-NOTES-CURRENCY NOT = 'GBP'
              PERFORM UPDATE-FOREIGN-DRAWER
              GO TO UTD999
           END-IF.

           IF WS-XFER-AMT < 0
      *
      *       Cash handed out over the counter.
                 UPDATE DRAWER
                 SET DRAWER_CASH_OUT =
                        DRAWER_CASH_OUT + :WS-DRAWER-AMT
                 WHERE DRAWER_SORTCODE = :HV-TELLER-SORTCODE
                   AND DRAWER_OPERATOR_ID = :HV-DRAWER-OPERATOR-ID
                   AND DRAWER_STATUS = 'O'
              END-EXEC
                 UPDATE DRAWER
                 SET DRAWER_CASH_IN =
                        DRAWER_CASH_IN + :WS-DRAWER-AMT
                 WHERE DRAWER_SORTCODE = :HV-TELLER-SORTCODE
                   AND DRAWER_OPERATOR_ID = :HV-DRAWER-OPERATOR-ID
                   AND DRAWER_STATUS = 'O'
              END-EXEC
           EXIT.


      *----------------------------------------------------------------
      * Foreign notes across the counter, in the amount of notes
      * handled, into the session's holding of the currency - the
      * first touch of a currency in a session opens its row.
      * Best-effort like the sterling update above.
      *----------------------------------------------------------------
       UPDATE-FOREIGN-DRAWER SECTION.
       UFD010.
           EXEC SQL
              SELECT DRAWER_ID
              INTO :HV-DRAWER-ID
              FROM DRAWER
              WHERE DRAWER_SORTCODE = :HV-TELLER-SORTCODE
                AND DRAWER_OPERATOR_ID = :HV-DRAWER-OPERATOR-ID
                AND DRAWER_STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO UFD999
           END-IF.

           MOVE 0 TO HV-NOTES-IN.
           MOVE 0 TO HV-NOTES-OUT.

           IF COMM-AMT < 0
              COMPUTE HV-NOTES-OUT = 0 - COMM-AMT
           ELSE
              MOVE COMM-AMT TO HV-NOTES-IN
           END-IF.

           EXEC SQL
              UPDATE DRAWERCCY
              SET DRAWERCCY_CASH_IN =
                     DRAWERCCY_CASH_IN + :HV-NOTES-IN,
                  DRAWERCCY_CASH_OUT =
                     DRAWERCCY_CASH_OUT + :HV-NOTES-OUT
              WHERE DRAWERCCY_DRAWER_ID = :HV-DRAWER-ID
                AND DRAWERCCY_SORTCODE = :HV-TELLER-SORTCODE
                AND DRAWERCCY_CURRENCY = :HV-NOTES-CURRENCY
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO DRAWERCCY
                    (DRAWERCCY_DRAWER_ID, DRAWERCCY_SORTCODE,
                     DRAWERCCY_CURRENCY, DRAWERCCY_FLOAT,
                     DRAWERCCY_CASH_IN, DRAWERCCY_CASH_OUT)
                 VALUES
                    (:HV-DRAWER-ID, :HV-TELLER-SORTCODE,
                     :HV-NOTES-CURRENCY, 0, :HV-NOTES-IN,
                     :HV-NOTES-OUT)
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'DBCRFUN UNABLE TO UPDATE DRAWERCCY'
                 ' SQLCODE=' SQLCODE-DISPLAY
           END-IF.
       UFD999.
           EXIT.


      *----------------------------------------------------------------
      * Which branch's counter is this? The operator's open session
      * at the account's own sort code wins, as it always has;
      * failing that, an open session at another of our branches
      * means the teller is working there and the cash is in that
      * branch's till. No open session anywhere leaves the
      * account's branch - there is no till to put the cash in.
      *----------------------------------------------------------------
       FIND-TELLER-BRANCH SECTION.
       FTB010.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-TELLER-SESSIONS
              FROM DRAWER
              WHERE DRAWER_SORTCODE = :HV-PROCTRAN-SORT-CODE
                AND DRAWER_OPERATOR_ID = :HV-DRAWER-OPERATOR-ID
                AND DRAWER_STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-TELLER-SESSIONS > 0
              GO TO FTB999
           END-IF.

           EXEC SQL
              SELECT COALESCE(MIN(DRAWER_SORTCODE),
                              :HV-PROCTRAN-SORT-CODE)
              INTO :HV-TELLER-SORTCODE
              FROM DRAWER
              WHERE DRAWER_OPERATOR_ID = :HV-DRAWER-OPERATOR-ID
                AND DRAWER_STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE HV-PROCTRAN-SORT-CODE TO HV-TELLER-SORTCODE
           END-IF.
       FTB999.
           EXIT.


      *----------------------------------------------------------------
      * Record the counter movement as owed between the account's
      * branch and the teller's (see IBDB2), for GLPOST to split
      * into due-to and due-from entries. Unlike the drawer this is
      * not best-effort - a movement missing from IBMOVE would leave
      * the teller's branch's books short - so a failure backs the
      * whole posting out.
      *----------------------------------------------------------------
       RECORD-INTER-BRANCH-MOVE SECTION.
       RIBM010.
           STRING WS-ORIG-DATE-YYYY DELIMITED BY SIZE
                  WS-ORIG-DATE-MM DELIMITED BY SIZE
                  WS-ORIG-DATE-DD DELIMITED BY SIZE
                  INTO HV-IBMOVE-DATE
           END-STRING.

           EXEC SQL
              INSERT INTO IBMOVE
                 (IBMOVE_SORTCODE, IBMOVE_ACCNO,
                  IBMOVE_OTHER_SORTCODE, IBMOVE_DATE,
                  IBMOVE_TIME, IBMOVE_REF, IBMOVE_TYPE,
                  IBMOVE_AMOUNT)
              VALUES
                 (:HV-PROCTRAN-SORT-CODE, :HV-PROCTRAN-ACC-NUMBER,
                  :HV-TELLER-SORTCODE, :HV-IBMOVE-DATE,
                  :HV-PROCTRAN-TIME, :HV-PROCTRAN-REF,
                  :HV-PROCTRAN-TYPE, :HV-PROCTRAN-AMOUNT)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'DBCRFUN UNABLE TO RECORD INTER-BRANCH MOVE'
                 ' SQLCODE=' SQLCODE-DISPLAY

              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC

              MOVE 'N' TO COMM-SUCCESS
              MOVE '2' TO COMM-FAIL-CODE
           END-IF.
       RIBM999.
           EXIT.


       WRITE-TO-PROCTRAN-DB2 SECTION.
       WTPD010.

                    HV-PROCTRAN-DESC
              END-IF

      *
      *       A banker's draft bought from the account (DRFTFUN) -
      *       its own type, so GLPOST maps it into the drafts-
      *       outstanding control account.
      *
              IF COMM-FACILTYPE = 498
                 MOVE 'BDI' TO HV-PROCTRAN-TYPE
                 MOVE 'BANKERS DRAFT ISSUED' TO HV-PROCTRAN-DESC
              END-IF

      *
      *       Foreign notes sold to the customer at the counter and
      *       paid for from the account (FXCFUN).
      *
              IF COMM-FACILTYPE = 495
                 MOVE 'FXS' TO HV-PROCTRAN-TYPE
                 MOVE 'COUNTER FX SALE' TO HV-PROCTRAN-DESC
              END-IF

           ELSE
              MOVE 'CRE' TO HV-PROCTRAN-TYPE
              MOVE 'COUNTER RECVED' TO HV-PROCTRAN-DESC
                 MOVE 'COMPLAINT REDRESS' TO HV-PROCTRAN-DESC
              END-IF

      *
      *       A cancelled banker's draft refunded to its purchaser
      *       (DRFTFUN), back out of the drafts-outstanding account.
      *
              IF COMM-FACILTYPE = 498
                 MOVE 'BDR' TO HV-PROCTRAN-TYPE
                 MOVE 'BANKERS DRAFT REFUND' TO HV-PROCTRAN-DESC
              END-IF

      *
      *       Foreign notes bought back from the customer at the
      *       counter, the proceeds credited to the account
      *       (FXCFUN).
      *
              IF COMM-FACILTYPE = 495
                 MOVE 'FXB' TO HV-PROCTRAN-TYPE
                 MOVE 'COUNTER FX PURCHASE' TO HV-PROCTRAN-DESC
              END-IF

           END-IF.

           MOVE WS-XFER-AMT TO HV-PROCTRAN-AMOUNT.
                     )
           END-EXEC.

           IF SQLCODE = 0
              INITIALIZE EVNT-AREA
              SET EVNT-POSTING TO TRUE
              MOVE HV-PROCTRAN-SORT-CODE TO EVNT-SORTCODE
              MOVE HV-PROCTRAN-ACC-NUMBER TO EVNT-ACCNO
              MOVE HV-PROCTRAN-DATE TO EVNT-PROC-DATE
              MOVE HV-PROCTRAN-TIME TO EVNT-PROC-TIME
              MOVE HV-PROCTRAN-REF TO EVNT-REF
              MOVE HV-PROCTRAN-TYPE TO EVNT-TYPE
              MOVE HV-PROCTRAN-DESC TO EVNT-DESC
              MOVE HV-PROCTRAN-AMOUNT TO EVNT-AMOUNT
              PERFORM WRITE-BUSINESS-EVENT
           END-IF.

      *
      *    Check the SQLCODE
      *

       PTD999.
           EXIT.

      *----------------------------------------------------------------
      * The change just posted, as a business event in the same unit
      * of work (see EVNTWRT). A failure to record it comes back in
      * SQLCODE, so it is handled exactly as a failed PROCTRAN insert.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           MOVE 'DBCRFUN' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
