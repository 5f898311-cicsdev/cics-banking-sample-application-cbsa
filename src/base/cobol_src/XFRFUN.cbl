             INCLUDE KYCDB2
          END-EXEC.

      * Organisation signatories - their checklists count too
          EXEC SQL
             INCLUDE ORGSDB2
          END-EXEC.

      * Operational restraint register - see RSTRFUN
          EXEC SQL
             INCLUDE RSTRDB2
          03 HV-XFRAUTH-STATUS             PIC X.
          03 HV-XFRAUTH-REQUESTED-DATE     PIC X(10).

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

       01 GETCTRL-COMMAREA.
           COPY GETCTRL.

             INCLUDE XFRSETL
          END-EXEC.

      *
      *    Inter-branch accounting (see IBDB2). A transfer between
      *    accounts at two of our own sort codes is recorded on
      *    IBMOVE, so GLPOST can book each branch's side with a
      *    due-to or due-from the other.
      *
          EXEC SQL
             INCLUDE IBDB2
          END-EXEC.

       01 HV-IBMOVE-OTHER-SORTCODE         PIC X(6).
       01 HV-IBMOVE-DATE                   PIC X(8).
       01 WS-IBMOVE-FAILED-SW              PIC X VALUE 'N'.
          88 WS-IBMOVE-FAILED                    VALUE 'Y'.

       01 HOST-XFRSETL-ROW.
          03 HV-XFRSETL-ID                 PIC S9(9) COMP.
          03 HV-XFRSETL-FSCODE             PIC X(6).
          03 HV-XFRSETL-CHARGE-BEARER      PIC X(3).


      *
      *    Notice savings (see NTCEFUN). A transfer out of a NOTICE
      *    account only posts against matured withdrawal notices -
      *    or, with COMM-NOTICE-IMMEDIATE 'Y', as an immediate-access
      *    withdrawal that forfeits days of interest - and is
      *    refused with fail code 'N' otherwise.
      *
       01 NTCEFUN-COMMAREA.
           COPY NTCEFUN.

      *
      *    ISA subscriptions (see ISAFUN). A transfer into an ISA
      *    that would take its owner past the tax year's allowance
      *    is refused with fail code 'I', one into a second ISA in
      *    the same tax year with fail code 'T'.
      *
       01 ISAFUN-COMMAREA.
           COPY ISAFUN.
       01 WS-ISA-REFUSED-SW             PIC X VALUE 'N'.
          88 WS-ISA-REFUSED                       VALUE 'Y'.

      *
      *    Set when the FROM account's notice cover or signing
      *    mandate refuses the transfer before either leg posts.
      *
       01 WS-FROM-REFUSED-SW            PIC X VALUE 'N'.
          88 WS-FROM-REFUSED                      VALUE 'Y'.

      *
      *    Role-based entitlement check (see ENTLFUN) - runs before
      *    anything else, so a direct LINK bypasses nothing.
       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

      *
      *    IBAN validation and mapping (see IBANCALC) for a
      *    beneficiary keyed by IBAN.
      *
       01 IBANCALC-AREA.
           COPY IBANCALC.

      *
      *    Account number checking (see ACCCHK) for a beneficiary at
      *    another bank.
      *
       01 ACCCHK-COMMAREA.
           COPY ACCCHK.

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.

       01 DFHCOMMAREA.
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

      *
      *    A beneficiary keyed as an IBAN is turned into the sort
      *    code and account number everything below works with.
      *
           IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
              IF COMM-TIBAN NOT = SPACES
                 AND COMM-TIBAN NOT = LOW-VALUES
                 PERFORM RESOLVE-BENEFICIARY-IBAN
              END-IF
           END-IF.

      *
      *    A TO account at another bank is modulus checked before
      *    anything is posted or queued to XFRSETL for it.
      *
           IF COMM-TSCODE NOT = WS-OWN-SORT-CODE
              PERFORM CHECK-BENEFICIARY-ACCOUNT
           END-IF.

           MOVE WS-OWN-SORT-CODE TO DESIRED-SORT-CODE.

      *
       ANXI999.
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

      *    A caller passing the shorter commarea has no signer field,
      *    so the item is parked with no first signature.
           IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
              MOVE COMM-SIGNER-CUSTNO TO HV-COSIGN-SIGNER
           ELSE
              MOVE ZEROS TO HV-COSIGN-SIGNER
           END-IF.

           IF HV-COSIGN-SIGNER NOT = '0000000000'
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
              DISPLAY 'XFRFUN UNABLE TO INSERT COSIGN ROW'
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
      * The credit leg of a transfer whose target sort code isn't our
      * own has no local account to post to - instead it is parked
              END-IF
           END-IF.

      *
      *    Money paid into one of our ISAs counts against its
      *    owner's allowance for the tax year - refuse it here,
      *    before either account is touched.
      *
           IF COMM-TSCODE = WS-OWN-SORT-CODE
              INITIALIZE ISAFUN-COMMAREA
              SET ISAFUN-CHECK TO TRUE
              PERFORM CALL-ISA-SERVICE

              IF WS-ISA-REFUSED
                 GO TO UAD999
              END-IF
           END-IF.

      *
      *    So must a debit the FROM account's notice cover or
      *    signing mandate will not allow - whichever leg posts
      *    first, a refusal found after the other leg has posted
      *    would abend the transfer instead of returning it.
      *
           PERFORM CHECK-FROM-ACCOUNT-TERMS.

           IF WS-FROM-REFUSED
              GO TO UAD999
           END-IF.

           IF COMM-FACCNO < COMM-TACCNO
      *
      *       If the FROM account number is less than the TO

           END-IF.

      *
      *    Both legs have posted, so an ISA credit now counts towards
      *    the subscriptions - and if another credit has used up the
      *    allowance in the meantime, this transfer must not stand.
      *
           IF COMM-TSCODE = WS-OWN-SORT-CODE
              INITIALIZE ISAFUN-COMMAREA
              SET ISAFUN-RECORD TO TRUE
              PERFORM CALL-ISA-SERVICE

              IF WS-ISA-REFUSED
                 EXEC CICS SYNCPOINT ROLLBACK
                 END-EXEC
                 GO TO UAD999
              END-IF
           END-IF.

      *
      *    If the updates to the TO and FROM accounts were successful
      *    then we need to write to PROCTRAN (processed transaction)
      *
           PERFORM WRITE-TO-PROCTRAN.

      *
      *    Both accounts are ours but held at different sort codes -
      *    each branch's books need the other's side recorded.
      *
           IF COMM-FSCODE NOT = COMM-TSCODE AND
              COMM-TSCODE = WS-OWN-SORT-CODE
              PERFORM RECORD-INTER-BRANCH-MOVE

              IF WS-IBMOVE-FAILED
                 GO TO UAD999
              END-IF
           END-IF.

           MOVE 'Y' TO COMM-SUCCESS.

       UAD999.
              GO TO UADF999
           END-IF.

      *
      *    The notice cover and the signing mandate were checked
      *    before either leg posted (CHECK-FROM-ACCOUNT-TERMS).
      *
      *    Large transfers need a second authorization before they
      *    are posted - see if this one is blocked waiting for that.
              GO TO UADF999
           END-IF.

      *
      *    Every gate has passed - the co-signed item this transfer
      *    was presented against is now spent.
      *
           IF WS-COSIGN-CLAIM-ID NOT = 0
              PERFORM COMPLETE-COSIGNED-DEBIT

              IF COMM-FAIL-CODE = 'J'
                 GO TO UADF999
              END-IF
           END-IF.

      *
      *    ...and so is the notice it was drawn against. Should the
      *    notice have gone in the meantime, nothing claimed above
      *    may stand either.
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

                 GO TO UADF999
              END-IF
           END-IF.

      *
      *    If the SQLCODE is OK then update the row on ACCOUNT for
      *    the FROM account.
           EXIT.


      *----------------------------------------------------------------
      * The FROM account's own terms, settled before either leg
      * posts. Money in a notice account is only free once notice
      * of its withdrawal has run - unless the customer takes the
      * immediate-access option and its penalty. A joint account
      * whose mandate needs every holder's signature for this
      * amount holds the transfer for the others to sign; the
      * signed item is only claimed (COMPLETE-COSIGNED-DEBIT) once
      * the debit is certain to post, so the holders' approval is
      * never spent on a transfer that was then refused. An account
      * that cannot be read, or an amount that cannot be converted,
      * is left for the FROM leg to report as before.
      *----------------------------------------------------------------
       CHECK-FROM-ACCOUNT-TERMS SECTION.
       CFT010.
           MOVE 'N' TO WS-FROM-REFUSED-SW.
           MOVE 'N' TO WS-COSIGN-HELD-SW.
           MOVE 0 TO WS-COSIGN-CLAIM-ID.

           MOVE COMM-FSCODE TO HV-ACCOUNT-SORTCODE.
           MOVE COMM-FACCNO TO HV-ACCOUNT-ACC-NO.

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER,
                ACCOUNT_TYPE,
                ACCOUNT_CURRENCY_CODE
              INTO :HV-ACCOUNT-CUST-NO,
                :HV-ACCOUNT-ACC-TYPE,
                :HV-ACCOUNT-CURRENCY-CODE
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE AND
                ACCOUNT_NUMBER = :HV-ACCOUNT-ACC-NO)
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO CFT999
           END-IF.

           PERFORM CHECK-CURRENCY-MATCH.

           IF CURRENCY-IS-NOT-OK
              GO TO CFT999
           END-IF.

           IF HV-ACCOUNT-ACC-TYPE = 'NOTICE  '
              INITIALIZE NTCEFUN-COMMAREA
              SET NTCEFUN-CHECK TO TRUE
              PERFORM CALL-NOTICE-SERVICE

              IF NTCEFUN-SUCCESS NOT = 'Y'
                 MOVE 'N' TO COMM-SUCCESS
                 MOVE 'N' TO COMM-FAIL-CODE
                 MOVE 'Y' TO WS-FROM-REFUSED-SW

                 GO TO CFT999
              END-IF
           END-IF.

           MOVE 'XFR' TO HV-COSIGN-SOURCE.
           MOVE COMM-TSCODE TO HV-COSIGN-TSCODE.
           MOVE COMM-TACCNO TO HV-COSIGN-TACCNO.
           MOVE WS-XFER-AMT TO HV-COSIGN-AMOUNT.

           PERFORM CHECK-SIGNING-MANDATE.

           IF WS-COSIGN-HELD
              MOVE 'Y' TO WS-FROM-REFUSED-SW
           END-IF.
       CFT999.
           EXIT.

      *----------------------------------------------------------------
      * Ask NTCEFUN whether (CHECK) or draw down (DRAW) the matured
      * notice cover for this transfer, in the FROM account's own
      * currency.
      *----------------------------------------------------------------
       CALL-NOTICE-SERVICE SECTION.
       CNS010.
           MOVE HV-ACCOUNT-SORTCODE TO NTCEFUN-SORTCODE.
           MOVE HV-ACCOUNT-ACC-NO TO NTCEFUN-ACCNO.
           MOVE WS-XFER-AMT TO NTCEFUN-AMOUNT.
           MOVE 'N' TO NTCEFUN-IMMEDIATE.
           IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
              MOVE COMM-NOTICE-IMMEDIATE TO NTCEFUN-IMMEDIATE
           END-IF.

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
      * Ask ISAFUN whether (CHECK) or record (RECORD) this transfer
      * against the TO account's ISA allowance for the tax year the
      * value date falls in. A TO account that is not an ISA, or is
      * not there at all, is no business of ISAFUN's - the TO leg
      * deals with a missing account itself.
      *----------------------------------------------------------------
       CALL-ISA-SERVICE SECTION.
       CIS010.
           MOVE 'N' TO WS-ISA-REFUSED-SW.

           MOVE COMM-TSCODE TO ISAFUN-SORTCODE.
           MOVE COMM-TACCNO TO ISAFUN-ACCNO.
           MOVE COMM-AMT TO ISAFUN-AMOUNT.
           MOVE COMM-VALUE-DATE TO ISAFUN-DATE.

           EXEC CICS LINK PROGRAM('ISAFUN')
                     COMMAREA(ISAFUN-COMMAREA)
                     RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'N' TO ISAFUN-SUCCESS
              MOVE '2' TO ISAFUN-FAIL-CODE
           END-IF.

           IF ISAFUN-SUCCESS = 'Y'
              OR ISAFUN-FAIL-CODE = '1' OR ISAFUN-FAIL-CODE = '4'
              GO TO CIS999
           END-IF.

           MOVE 'Y' TO WS-ISA-REFUSED-SW.
           MOVE 'N' TO COMM-SUCCESS.

           EVALUATE ISAFUN-FAIL-CODE
              WHEN '5'
                 MOVE 'I' TO COMM-FAIL-CODE
              WHEN '6'
                 MOVE 'T' TO COMM-FAIL-CODE
              WHEN OTHER
                 MOVE '3' TO COMM-FAIL-CODE
           END-EVALUATE.
       CIS999.
           EXIT.

       UPDATE-ACCOUNT-DB2-TO SECTION.
       UADT010.

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
                 WHERE A.ACCOUNT_SORTCODE = :COMM-FSCODE
                   AND A.ACCOUNT_NUMBER = :COMM-FACCNO
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

           EXIT.


      *----------------------------------------------------------------
      * Record the transfer on IBMOVE against the FROM account's
      * branch, naming the TO account's branch, with the amount and
      * sign of the PROCTRAN row just written. GLPOST splits it into
      * due-to and due-from entries for the pair; without it the TO
      * branch's books would never see the credit, so a failure
      * backs the whole transfer out with fail code '7', exactly as
      * a failed XFRSETL hand-off does.
      *----------------------------------------------------------------
       RECORD-INTER-BRANCH-MOVE SECTION.
       RIBM010.
           MOVE COMM-TSCODE TO HV-IBMOVE-OTHER-SORTCODE.

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
                  :HV-IBMOVE-OTHER-SORTCODE, :HV-IBMOVE-DATE,
                  :HV-PROCTRAN-TIME, :HV-PROCTRAN-REF,
                  :HV-PROCTRAN-TYPE, :HV-PROCTRAN-AMOUNT)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'XFRFUN UNABLE TO INSERT IBMOVE ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY

              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC

              MOVE 'Y' TO WS-IBMOVE-FAILED-SW
              MOVE 'N' TO COMM-SUCCESS
              MOVE '7' TO COMM-FAIL-CODE
           END-IF.
       RIBM999.
           EXIT.


       WRITE-TO-PROCTRAN-DB2 SECTION.
       WTPD010.
      *
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
       COE999.
           EXIT.

      *----------------------------------------------------------------
      * The IBAN must be the right length for its country, carry
      * good check digits, and be a sortcode (GB) IBAN - transfers
      * settle by sort code and account number. Either failure
      * ends the transfer here.
      *----------------------------------------------------------------
       RESOLVE-BENEFICIARY-IBAN SECTION.
       RBI010.
           INITIALIZE IBANCALC-AREA.
           SET IBANCALC-VALIDATE TO TRUE.
           MOVE COMM-TIBAN TO IBANCALC-IBAN.

           CALL 'IBANCALC' USING IBANCALC-AREA.

           IF IBANCALC-SUCCESS NOT = 'Y'
              MOVE 'N' TO COMM-SUCCESS
              MOVE 'B' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF NOT IBANCALC-SORTCODE-IBAN
              MOVE 'N' TO COMM-SUCCESS
              MOVE 'G' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE IBANCALC-IBAN TO COMM-TIBAN.
           MOVE IBANCALC-SORTCODE TO COMM-TSCODE.
           MOVE IBANCALC-ACCNO TO COMM-TACCNO.
       RBI999.
           EXIT.

      *----------------------------------------------------------------
      * A beneficiary account number that fails the modulus weights
      * for its sortcode was mistyped somewhere upstream - refuse
      * it rather than send money to whoever holds that number. One
      * ACCCHK cannot check, or a check that cannot be made, goes
      * ahead as before.
      *----------------------------------------------------------------
       CHECK-BENEFICIARY-ACCOUNT SECTION.
       CBA010.
           INITIALIZE ACCCHK-COMMAREA.
           SET ACCCHK-CHECK TO TRUE.
           MOVE COMM-TSCODE TO ACCCHK-SORTCODE.
           MOVE COMM-TACCNO TO ACCCHK-ACCNO.

           EXEC CICS LINK PROGRAM('ACCCHK')
                     COMMAREA(ACCCHK-COMMAREA)
                     RESP(WS-CICS-RESP)
                     RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
              AND ACCCHK-SUCCESS = 'Y'
              AND ACCCHK-FAILS
              MOVE 'N' TO COMM-SUCCESS
              MOVE 'M' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
       CBA999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.
           EXEC CICS RETURN

       PTD999.
           EXIT.

      *----------------------------------------------------------------
      * The change just posted, as a business event in the same unit
      * of work (see EVNTWRT). A failure to record it comes back in
      * SQLCODE, so it is handled exactly as a failed PROCTRAN insert.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           MOVE 'XFRFUN' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
