      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: AGNCIMP                                                 *
      *                                                                *
      * Description: Imports the agency banking partners' daily       *
      *              counter files - cash paid in and drawn out by     *
      *              our customers at post office and partner          *
      *              outlets - which staff used to key into DBCRFUN    *
      *              one line at a time.                               *
      *                                                                *
      *              Each item is validated the way a counter          *
      *              posting would be: the partner must be on the      *
      *              AGENCY register, the account must exist, an       *
      *              active restraint blocking that direction stops    *
      *              it, a withdrawal must clear any court order       *
      *              (a freeze stops it, a hold reduces what can be    *
      *              drawn) and fit inside available balance plus      *
      *              overdraft limit, and a card used at the counter   *
      *              must be active, unexpired and on the account.     *
      *              A good item posts as PROCTRAN type AGD (pay-in)   *
      *              or AGW (withdrawal) carrying the partner and      *
      *              outlet ids as its reference; anything else is     *
      *              parked on SUSPENSE with a reason code and         *
      *              written to the return file for the partner.       *
      *                                                                *
      *              Commission is earned per posted item at the       *
      *              AGNCOMM rates. At the end of the file each        *
      *              partner's net position - withdrawals paid out     *
      *              and commission earned, less pay-ins taken - is    *
      *              posted to its settlement account as type AGS,     *
      *              and the commission journalled to GLENTRY (see     *
      *              AGNCDB2).                                         *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd'. Agency file AGNCYIN, one        *
      *        81-byte record per item: partner id (4), outlet id      *
      *        (8), partner's item reference (12), type (1 - D pay-in  *
      *        or W withdrawal), sort code (6), account (8), amount    *
      *        (12, 2 implied decimals), card number (16, spaces when  *
      *        no card was used), timestamp (14, YYYYMMDDHHMMSS).      *
      *                                                                *
      * Output: Return file AGNCYRET for the partners, one 104-byte    *
      *         record per rejected item: the item as received, our    *
      *         reason code (3) and reason (20). Sequential report     *
      *         AGNCRPT.                                               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGNCIMP.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCY-FILE
                  ASSIGN TO AGNCYIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AGENCY-STATUS.

           SELECT RETURN-FILE
                  ASSIGN TO AGNCYRET
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AGNC-REPORT
                  ASSIGN TO AGNCRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENCY-FILE.
       01  AGENCY-RECORD.
           03 AGI-PARTNER-ID                 PIC X(4).
           03 AGI-OUTLET-ID                  PIC X(8).
           03 AGI-ITEM-REF                   PIC X(12).
           03 AGI-TYPE                       PIC X.
              88 AGI-PAY-IN                  VALUE 'D'.
              88 AGI-WITHDRAWAL              VALUE 'W'.
           03 AGI-SORTCODE                   PIC X(6).
           03 AGI-ACCNO                      PIC X(8).
           03 AGI-AMOUNT                     PIC 9(10)V99.
           03 AGI-CARD-NUMBER                PIC X(16).
           03 AGI-TIMESTAMP                  PIC X(14).

       FD  RETURN-FILE.
       01  RETURN-RECORD.
           03 RET-ITEM                       PIC X(81).
           03 RET-REASON-CODE                PIC X(3).
           03 RET-REASON                     PIC X(20).

       FD  AGNC-REPORT.
       01  AGNC-REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE SUSPDB2 END-EXEC.
           EXEC SQL INCLUDE GLDB2 END-EXEC.
           EXEC SQL INCLUDE RSTRDB2 END-EXEC.
           EXEC SQL INCLUDE LGLHDB2 END-EXEC.
           EXEC SQL INCLUDE CRDRDB2 END-EXEC.
           EXEC SQL INCLUDE AGNCDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 WS-RUN-DATE-X REDEFINES HV-RUN-DATE.
          03 WS-RUN-DATE-YYYY               PIC 9(4).
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.

       01 HV-ACC-NUMBER                     PIC X(8).
       01 HV-ACC-OVERDRAFT                  PIC S9(9) COMP.
       01 HV-AVAIL-BAL                      PIC S9(10)V99 COMP-3.
       01 HV-ACTUAL-BAL                     PIC S9(10)V99 COMP-3.

       01 HV-PROCTRAN-EYECATCHER            PIC X(4) VALUE 'PRTR'.
       01 HV-PROCTRAN-DATE                  PIC X(10).
       01 HV-PROCTRAN-TIME                  PIC X(6).
       01 HV-PROCTRAN-REF                   PIC X(12).
       01 HV-PROCTRAN-TYPE                  PIC X(3).
       01 HV-PROCTRAN-DESC                  PIC X(40).
       01 HV-PROCTRAN-AMOUNT                PIC S9(10)V99 COMP-3.
       01 HV-RUN-PROCTRAN-DATE              PIC X(10).

       01 HV-RESTRAINT-COUNT                PIC S9(9) COMP.
       01 HV-FREEZE-COUNT                   PIC S9(9) COMP.
       01 HV-HELD-AMT                       PIC S9(10)V99 COMP-3.
       01 HV-HELD-IND                       PIC S9(4) COMP.

       01 HV-CARD-NUMBER                    PIC X(16).
       01 HV-CARD-ACCNO                     PIC X(8).
       01 HV-CARD-STATUS                    PIC X.
       01 HV-CARD-EXPIRY                    PIC X(8).

       01 HV-AGENCY-PARTNER-ID              PIC X(4).
       01 HV-AGENCY-NAME                    PIC X(40).
       01 HV-AGENCY-SETTLE-SORTCODE         PIC X(6).
       01 HV-AGENCY-SETTLE-ACCNO            PIC X(8).
       01 HV-AGENCY-STATUS                  PIC X.
       01 HV-AGNCOMM-TXN-TYPE               PIC X.
       01 HV-AGNCOMM-PER-ITEM               PIC S9(5)V99 COMP-3.
       01 HV-AGNCOMM-RATE-BPS               PIC S9(9) COMP.

       01 HV-DR-GLACCT                      PIC X(8).
       01 HV-CR-GLACCT                      PIC X(8).
       01 HV-GLENTRY-GLACCT                 PIC X(8).
       01 HV-GLENTRY-DR                     PIC S9(12)V99 COMP-3.
       01 HV-GLENTRY-CR                     PIC S9(12)V99 COMP-3.

       01 HV-SUSPENSE-ID                    PIC S9(9) COMP.
       01 HV-SUSPENSE-STATUS                PIC X VALUE 'S'.
       01 HV-SUSPENSE-SOURCE                PIC X(8) VALUE 'AGNCIMP'.
       01 HV-SUSPENSE-ORIG-SORTCODE         PIC X(6).
       01 HV-SUSPENSE-ORIG-ACCNO            PIC X(8).
       01 HV-SUSPENSE-TARGET-SORTCODE       PIC X(6).
       01 HV-SUSPENSE-TARGET-ACCNO          PIC X(8).
       01 HV-SUSPENSE-AMOUNT                PIC S9(10)V99 COMP-3.
       01 HV-SUSPENSE-REFERENCE             PIC X(12).

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.

       01 WS-AGENCY-STATUS                  PIC XX.
          88 WS-AGENCY-OK                   VALUE '00'.

       01 WS-TODAY                          PIC 9(8).

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.
       01 WS-CARD-OK-SW                     PIC X.
          88 WS-CARD-OK                     VALUE 'Y'.
       01 WS-SETTLE-FAILED-SW               PIC X VALUE 'N'.
          88 WS-SETTLE-FAILED               VALUE 'Y'.

       01 WS-ITEM-AMOUNT                    PIC S9(10)V99.
       01 WS-ITEM-COMMISSION                PIC S9(8)V99.
       01 WS-HEADROOM                       PIC S9(10)V99.
       01 WS-NET-POSITION                   PIC S9(10)V99.

       01 WS-REJECT-REASON                  PIC X(20).
       01 WS-SUSPENSE-REASON                PIC X(3).

      * One slot per partner met on the file, loaded from AGENCY and
      * AGNCOMM the first time the partner is seen. The day's
      * totals build up here for the settlement at the end.
       01 WS-PARTNER-TABLE.
          03 WS-PARTNER-ENTRY OCCURS 20 TIMES.
             05 WS-PTN-ID                   PIC X(4).
             05 WS-PTN-NAME                 PIC X(40).
             05 WS-PTN-SETTLE-SORTCODE      PIC X(6).
             05 WS-PTN-SETTLE-ACCNO         PIC X(8).
             05 WS-PTN-KNOWN-SW             PIC X.
                88 WS-PTN-KNOWN             VALUE 'Y'.
             05 WS-PTN-PAYIN-ITEM           PIC S9(5)V99.
             05 WS-PTN-PAYIN-BPS            PIC S9(5) COMP.
             05 WS-PTN-WDL-ITEM             PIC S9(5)V99.
             05 WS-PTN-WDL-BPS              PIC S9(5) COMP.
             05 WS-PTN-PAYINS               PIC S9(10)V99.
             05 WS-PTN-WITHDRAWALS          PIC S9(10)V99.
             05 WS-PTN-COMMISSION           PIC S9(10)V99.
             05 WS-PTN-POSTED               PIC 9(8).
             05 WS-PTN-REJECTED             PIC 9(8).
       01 WS-PARTNER-COUNT                  PIC S9(4) COMP VALUE 0.
       01 WS-PARTNER-SUB                    PIC S9(4) COMP.
       01 WS-PARTNER-HIT                    PIC S9(4) COMP.

       01 WS-ITEMS-READ                     PIC 9(8) VALUE 0.
       01 WS-ITEMS-POSTED                   PIC 9(8) VALUE 0.
       01 WS-ITEMS-REJECTED                 PIC 9(8) VALUE 0.

       01 WS-PRINT-AMOUNT                   PIC +9(10).99.
       01 WS-PRINT-AMOUNT2                  PIC +9(10).99.
       01 WS-PRINT-AMOUNT3                  PIC +9(10).99.

      * Run-control registration (see RUNCTL) - a file posted twice
      * would post every item twice.
       01 RUNCTL-AREA.
           COPY RUNCTLA.

      * Consolidated exception queue hookup (see EXCPWRT).
       01 EXCPWRT-AREA.
           COPY EXCPWRTA.

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
           05 PARM                          PIC X(256).

       PROCEDURE DIVISION USING PARM-BUFFER.
       PREMIERE SECTION.
       A010.
           OPEN OUTPUT AGNC-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO AGNC-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO AGNC-REPORT-LINE
              END-STRING
              WRITE AGNC-REPORT-LINE
              CLOSE AGNC-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO AGNC-REPORT-LINE
           STRING 'AGENCY COUNTER IMPORT - SORTCODE ' DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO AGNC-REPORT-LINE
           END-STRING
           WRITE AGNC-REPORT-LINE.

           MOVE WS-RUN-DATE-DD   TO HV-RUN-PROCTRAN-DATE(1:2)
           MOVE '.'              TO HV-RUN-PROCTRAN-DATE(3:1)
           MOVE WS-RUN-DATE-MM   TO HV-RUN-PROCTRAN-DATE(4:2)
           MOVE '.'              TO HV-RUN-PROCTRAN-DATE(6:1)
           MOVE WS-RUN-DATE-YYYY TO HV-RUN-PROCTRAN-DATE(7:4).

           OPEN INPUT AGENCY-FILE.

           IF NOT WS-AGENCY-OK
              MOVE SPACES TO AGNC-REPORT-LINE
              STRING 'UNABLE TO OPEN AGNCYIN, FILE STATUS='
                  DELIMITED BY SIZE
                  WS-AGENCY-STATUS DELIMITED BY SIZE
                  INTO AGNC-REPORT-LINE
              END-STRING
              WRITE AGNC-REPORT-LINE
              CLOSE AGNC-REPORT
              MOVE 12 TO RETURN-CODE
              PERFORM REGISTER-RUN-END
              GOBACK
           END-IF.

           OPEN OUTPUT RETURN-FILE.

           PERFORM READ-AGENCY-ITEM.

           PERFORM IMPORT-ONE-ITEM
              UNTIL WS-EOF.

           CLOSE AGENCY-FILE.
           CLOSE RETURN-FILE.

           MOVE SPACES TO AGNC-REPORT-LINE
           MOVE 'PARTNER SETTLEMENT:' TO AGNC-REPORT-LINE
           WRITE AGNC-REPORT-LINE.

           PERFORM SETTLE-ONE-PARTNER
              VARYING WS-PARTNER-SUB FROM 1 BY 1
              UNTIL WS-PARTNER-SUB > WS-PARTNER-COUNT.

           MOVE SPACES TO AGNC-REPORT-LINE
           STRING 'ITEMS READ=' DELIMITED BY SIZE
               WS-ITEMS-READ DELIMITED BY SIZE
               ' POSTED=' DELIMITED BY SIZE
               WS-ITEMS-POSTED DELIMITED BY SIZE
               ' REJECTED=' DELIMITED BY SIZE
               WS-ITEMS-REJECTED DELIMITED BY SIZE
               INTO AGNC-REPORT-LINE
           END-STRING
           WRITE AGNC-REPORT-LINE.

           CLOSE AGNC-REPORT.

           IF WS-SETTLE-FAILED
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM REGISTER-RUN-END.

           GOBACK.

       A999.
           EXIT.

      *----------------------------------------------------------------
       GET-RUN-PARMS SECTION.
       GRP010.
           MOVE SPACES TO HV-SORTCODE HV-RUN-DATE.

           IF PARM-LENGTH > 0
              UNSTRING PARM(1:PARM-LENGTH) DELIMITED BY ','
                 INTO HV-SORTCODE HV-RUN-DATE
           END-IF.

           IF HV-RUN-DATE = SPACES OR HV-RUN-DATE = LOW-VALUES
              ACCEPT WS-TODAY FROM DATE YYYYMMDD
              MOVE WS-TODAY TO HV-RUN-DATE
           END-IF.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
       REGISTER-RUN-START SECTION.
       RGS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'AGNCIMP ' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-ITEMS-POSTED TO RUNCTL-RECORD-COUNT.
           MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGE999.
           EXIT.

       READ-AGENCY-ITEM SECTION.
       RAI010.
           READ AGENCY-FILE
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
       RAI999.
           EXIT.

      *----------------------------------------------------------------
      * One counter item: the partner, the item itself, the account,
      * then the blocks on the account, the card and the money -
      * cheapest first, the same order a teller's posting takes.
      *----------------------------------------------------------------
       IMPORT-ONE-ITEM SECTION.
       IOI010.
           ADD 1 TO WS-ITEMS-READ.

           PERFORM FIND-PARTNER-SLOT.

           IF WS-PARTNER-HIT = 0
              MOVE 'PARTNER TABLE FULL' TO WS-REJECT-REASON
              MOVE 'AGP' TO WS-SUSPENSE-REASON
              PERFORM REJECT-ITEM
              GO TO IOI900
           END-IF.

           IF NOT WS-PTN-KNOWN(WS-PARTNER-HIT)
              MOVE 'UNKNOWN PARTNER' TO WS-REJECT-REASON
              MOVE 'AGP' TO WS-SUSPENSE-REASON
              PERFORM REJECT-ITEM
              GO TO IOI900
           END-IF.

           IF (NOT AGI-PAY-IN AND NOT AGI-WITHDRAWAL)
              OR AGI-AMOUNT IS NOT NUMERIC
              OR AGI-AMOUNT = 0
              MOVE 'INVALID ITEM' TO WS-REJECT-REASON
              MOVE 'BAD' TO WS-SUSPENSE-REASON
              PERFORM REJECT-ITEM
              GO TO IOI900
           END-IF.

           IF AGI-SORTCODE NOT = HV-SORTCODE
              MOVE 'WRONG SORTCODE' TO WS-REJECT-REASON
              MOVE 'WSC' TO WS-SUSPENSE-REASON
              PERFORM REJECT-ITEM
              GO TO IOI900
           END-IF.

           MOVE AGI-ACCNO TO HV-ACC-NUMBER.
           MOVE AGI-AMOUNT TO WS-ITEM-AMOUNT.

           EXEC SQL
              SELECT ACCOUNT_OVERDRAFT_LIMIT,
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE
              INTO :HV-ACC-OVERDRAFT, :HV-AVAIL-BAL, :HV-ACTUAL-BAL
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-ACC-NUMBER)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'NO SUCH ACCOUNT' TO WS-REJECT-REASON
              MOVE 'NAC' TO WS-SUSPENSE-REASON
              PERFORM REJECT-ITEM
              GO TO IOI900
           END-IF.

      *
      *    An active restraint blocking this direction of movement
      *    stops the item - 'R'efer blocks both ways, since there is
      *    no teller at the outlet to make the referral call.
      *
           IF AGI-PAY-IN
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :HV-RESTRAINT-COUNT
                 FROM RESTRAIN
                 WHERE RESTRAIN_SORTCODE = :HV-SORTCODE
                   AND RESTRAIN_ACCNO = :HV-ACC-NUMBER
                   AND RESTRAIN_STATUS = 'A'
                   AND RESTRAIN_BEHAVIOR IN ('C', 'B', 'R')
              END-EXEC
           ELSE
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :HV-RESTRAINT-COUNT
                 FROM RESTRAIN
                 WHERE RESTRAIN_SORTCODE = :HV-SORTCODE
                   AND RESTRAIN_ACCNO = :HV-ACC-NUMBER
                   AND RESTRAIN_STATUS = 'A'
                   AND RESTRAIN_BEHAVIOR IN ('D', 'B', 'R')
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0 OR HV-RESTRAINT-COUNT > 0
              MOVE 'RESTRAINT ON ACCOUNT' TO WS-REJECT-REASON
              MOVE 'RST' TO WS-SUSPENSE-REASON
              PERFORM REJECT-ITEM
              GO TO IOI900
           END-IF.

           IF AGI-CARD-NUMBER NOT = SPACES
              PERFORM CHECK-THE-CARD
              IF NOT WS-CARD-OK
                 MOVE 'CARD REFUSED' TO WS-REJECT-REASON
                 MOVE 'CRD' TO WS-SUSPENSE-REASON
                 PERFORM REJECT-ITEM
                 GO TO IOI900
              END-IF
           END-IF.

           IF AGI-WITHDRAWAL
              PERFORM CHECK-LEGAL-HOLDS

              IF HV-FREEZE-COUNT > 0
                 MOVE 'COURT ORDER FREEZE' TO WS-REJECT-REASON
                 MOVE 'LGH' TO WS-SUSPENSE-REASON
                 PERFORM REJECT-ITEM
                 GO TO IOI900
              END-IF

              COMPUTE WS-HEADROOM = HV-AVAIL-BAL + HV-ACC-OVERDRAFT
                 - HV-HELD-AMT

              IF WS-ITEM-AMOUNT > WS-HEADROOM
                 MOVE 'INSUFFICIENT FUNDS' TO WS-REJECT-REASON
                 MOVE 'NSF' TO WS-SUSPENSE-REASON
                 PERFORM REJECT-ITEM
                 GO TO IOI900
              END-IF

              SUBTRACT WS-ITEM-AMOUNT FROM HV-AVAIL-BAL
              SUBTRACT WS-ITEM-AMOUNT FROM HV-ACTUAL-BAL
           ELSE
              ADD WS-ITEM-AMOUNT TO HV-AVAIL-BAL
              ADD WS-ITEM-AMOUNT TO HV-ACTUAL-BAL
           END-IF.

           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_AVAILABLE_BALANCE = :HV-AVAIL-BAL,
                  ACCOUNT_ACTUAL_BALANCE = :HV-ACTUAL-BAL
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-ACC-NUMBER)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'ACCOUNT UPDATE FAIL' TO WS-REJECT-REASON
              MOVE 'UPF' TO WS-SUSPENSE-REASON
              PERFORM REJECT-ITEM
              GO TO IOI900
           END-IF.

           PERFORM WRITE-ITEM-TO-PROCTRAN.

           PERFORM ACCUMULATE-POSTED-ITEM.

           ADD 1 TO WS-ITEMS-POSTED.
       IOI900.
           PERFORM READ-AGENCY-ITEM.
       IOI999.
           EXIT.

      *----------------------------------------------------------------
      * The partner's slot in the table, loading it from the AGENCY
      * register the first time the partner is met. A partner not
      * on the register, or no longer active, still gets a slot so
      * its items can be counted - every one is rejected.
      *----------------------------------------------------------------
       FIND-PARTNER-SLOT SECTION.
       FPS010.
           MOVE 0 TO WS-PARTNER-HIT.

           PERFORM MATCH-PARTNER-SLOT
              VARYING WS-PARTNER-SUB FROM 1 BY 1
              UNTIL WS-PARTNER-SUB > WS-PARTNER-COUNT
                 OR WS-PARTNER-HIT > 0.

           IF WS-PARTNER-HIT > 0 OR WS-PARTNER-COUNT >= 20
              GO TO FPS999
           END-IF.

           ADD 1 TO WS-PARTNER-COUNT.
           MOVE WS-PARTNER-COUNT TO WS-PARTNER-HIT.
           INITIALIZE WS-PARTNER-ENTRY(WS-PARTNER-HIT).
           MOVE AGI-PARTNER-ID TO WS-PTN-ID(WS-PARTNER-HIT).
           MOVE 'N' TO WS-PTN-KNOWN-SW(WS-PARTNER-HIT).

           MOVE AGI-PARTNER-ID TO HV-AGENCY-PARTNER-ID.

           EXEC SQL
              SELECT AGENCY_NAME, AGENCY_SETTLE_SORTCODE,
                     AGENCY_SETTLE_ACCNO, AGENCY_STATUS
              INTO :HV-AGENCY-NAME, :HV-AGENCY-SETTLE-SORTCODE,
                   :HV-AGENCY-SETTLE-ACCNO, :HV-AGENCY-STATUS
              FROM AGENCY
              WHERE AGENCY_PARTNER_ID = :HV-AGENCY-PARTNER-ID
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-AGENCY-STATUS NOT = 'A'
              MOVE SPACES TO AGNC-REPORT-LINE
              STRING 'PARTNER ' DELIMITED BY SIZE
                  AGI-PARTNER-ID DELIMITED BY SIZE
                  ' NOT AN ACTIVE AGENCY PARTNER - ITEMS REJECTED'
                  DELIMITED BY SIZE
                  INTO AGNC-REPORT-LINE
              END-STRING
              WRITE AGNC-REPORT-LINE
              GO TO FPS999
           END-IF.

           MOVE 'Y' TO WS-PTN-KNOWN-SW(WS-PARTNER-HIT).
           MOVE HV-AGENCY-NAME TO WS-PTN-NAME(WS-PARTNER-HIT).
           MOVE HV-AGENCY-SETTLE-SORTCODE
              TO WS-PTN-SETTLE-SORTCODE(WS-PARTNER-HIT).
           MOVE HV-AGENCY-SETTLE-ACCNO
              TO WS-PTN-SETTLE-ACCNO(WS-PARTNER-HIT).

           MOVE 'D' TO HV-AGNCOMM-TXN-TYPE.
           PERFORM READ-COMMISSION-RATE.
           MOVE HV-AGNCOMM-PER-ITEM
              TO WS-PTN-PAYIN-ITEM(WS-PARTNER-HIT).
           MOVE HV-AGNCOMM-RATE-BPS TO WS-PTN-PAYIN-BPS(WS-PARTNER-HIT).

           MOVE 'W' TO HV-AGNCOMM-TXN-TYPE.
           PERFORM READ-COMMISSION-RATE.
           MOVE HV-AGNCOMM-PER-ITEM TO WS-PTN-WDL-ITEM(WS-PARTNER-HIT).
           MOVE HV-AGNCOMM-RATE-BPS TO WS-PTN-WDL-BPS(WS-PARTNER-HIT).
       FPS999.
           EXIT.

       MATCH-PARTNER-SLOT SECTION.
       MPS010.
           IF WS-PTN-ID(WS-PARTNER-SUB) = AGI-PARTNER-ID
              MOVE WS-PARTNER-SUB TO WS-PARTNER-HIT
           END-IF.
       MPS999.
           EXIT.

      *----------------------------------------------------------------
      * A type with no commission row earns nothing.
      *----------------------------------------------------------------
       READ-COMMISSION-RATE SECTION.
       RCR010.
           EXEC SQL
              SELECT AGNCOMM_PER_ITEM, AGNCOMM_RATE_BPS
              INTO :HV-AGNCOMM-PER-ITEM, :HV-AGNCOMM-RATE-BPS
              FROM AGNCOMM
              WHERE AGNCOMM_PARTNER_ID = :HV-AGENCY-PARTNER-ID
                AND AGNCOMM_TXN_TYPE = :HV-AGNCOMM-TXN-TYPE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-AGNCOMM-PER-ITEM
              MOVE 0 TO HV-AGNCOMM-RATE-BPS
           END-IF.
       RCR999.
           EXIT.

      *----------------------------------------------------------------
      * The card register's say on an item where a card was used:
      * it must exist, be active, belong to the account on the item
      * and not be past its expiry on the run date.
      *----------------------------------------------------------------
       CHECK-THE-CARD SECTION.
       CTC010.
           MOVE 'N' TO WS-CARD-OK-SW.

           MOVE AGI-CARD-NUMBER TO HV-CARD-NUMBER.

           EXEC SQL
              SELECT CARDREG_ACCNO, CARDREG_STATUS,
                     CARDREG_EXPIRY_DATE
              INTO :HV-CARD-ACCNO, :HV-CARD-STATUS, :HV-CARD-EXPIRY
              FROM CARDREG
              WHERE CARDREG_CARD_NUMBER = :HV-CARD-NUMBER
                AND CARDREG_SORTCODE = :HV-SORTCODE
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO CTC999
           END-IF.

           IF HV-CARD-STATUS NOT = 'A'
              GO TO CTC999
           END-IF.

           IF HV-CARD-ACCNO NOT = AGI-ACCNO
              GO TO CTC999
           END-IF.

           IF HV-CARD-EXPIRY < HV-RUN-DATE
              GO TO CTC999
           END-IF.

           MOVE 'Y' TO WS-CARD-OK-SW.
       CTC999.
           EXIT.

      *----------------------------------------------------------------
      * Court orders live on the run date: a freeze blocks the
      * withdrawal outright, holds come off what can be drawn. An
      * order that cannot be read counts as a freeze - failing a
      * court order is not an error we are allowed to make.
      *----------------------------------------------------------------
       CHECK-LEGAL-HOLDS SECTION.
       CLH010.
           MOVE 0 TO HV-FREEZE-COUNT.
           MOVE 0 TO HV-HELD-AMT.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-FREEZE-COUNT
              FROM LEGALHLD
              WHERE LEGALHLD_SORTCODE = :HV-SORTCODE
                AND LEGALHLD_ACCNO = :HV-ACC-NUMBER
                AND LEGALHLD_TYPE = 'F'
                AND LEGALHLD_STATUS = 'A'
                AND LEGALHLD_START_DATE <= :HV-RUN-DATE
                AND (LEGALHLD_END_DATE = ' ' OR
                     LEGALHLD_END_DATE >= :HV-RUN-DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 1 TO HV-FREEZE-COUNT
              GO TO CLH999
           END-IF.

           IF HV-FREEZE-COUNT > 0
              GO TO CLH999
           END-IF.

           EXEC SQL
              SELECT SUM(LEGALHLD_AMOUNT)
              INTO :HV-HELD-AMT :HV-HELD-IND
              FROM LEGALHLD
              WHERE LEGALHLD_SORTCODE = :HV-SORTCODE
                AND LEGALHLD_ACCNO = :HV-ACC-NUMBER
                AND LEGALHLD_TYPE = 'H'
                AND LEGALHLD_STATUS = 'A'
                AND LEGALHLD_START_DATE <= :HV-RUN-DATE
                AND (LEGALHLD_END_DATE = ' ' OR
                     LEGALHLD_END_DATE >= :HV-RUN-DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 1 TO HV-FREEZE-COUNT
              GO TO CLH999
           END-IF.

           IF HV-HELD-IND < 0
              MOVE 0 TO HV-HELD-AMT
           END-IF.
       CLH999.
           EXIT.

      *----------------------------------------------------------------
      * The PROCTRAN row carries the outlet's own timestamp - the
      * customer paid in or drew the cash when they did, not when
      * the file arrived - and the partner and outlet ids as the
      * reference, so a statement query can be traced to the
      * counter that took it.
      *----------------------------------------------------------------
       WRITE-ITEM-TO-PROCTRAN SECTION.
       WIP010.
           MOVE SPACES TO HV-PROCTRAN-DATE.
           STRING AGI-TIMESTAMP(7:2) '.' AGI-TIMESTAMP(5:2) '.'
               AGI-TIMESTAMP(1:4) DELIMITED BY SIZE
               INTO HV-PROCTRAN-DATE
           END-STRING.
           MOVE AGI-TIMESTAMP(9:6) TO HV-PROCTRAN-TIME.

           MOVE SPACES TO HV-PROCTRAN-REF.
           STRING AGI-PARTNER-ID DELIMITED BY SIZE
               AGI-OUTLET-ID DELIMITED BY SIZE
               INTO HV-PROCTRAN-REF
           END-STRING.

           MOVE SPACES TO HV-PROCTRAN-DESC.

           IF AGI-WITHDRAWAL
              MOVE 'AGW' TO HV-PROCTRAN-TYPE
              STRING 'AGENCY WITHDRAWAL ' DELIMITED BY SIZE
                  AGI-ITEM-REF DELIMITED BY SIZE
                  INTO HV-PROCTRAN-DESC
              END-STRING
              COMPUTE HV-PROCTRAN-AMOUNT = 0 - WS-ITEM-AMOUNT
           ELSE
              MOVE 'AGD' TO HV-PROCTRAN-TYPE
              STRING 'AGENCY PAY-IN ' DELIMITED BY SIZE
                  AGI-ITEM-REF DELIMITED BY SIZE
                  INTO HV-PROCTRAN-DESC
              END-STRING
              MOVE WS-ITEM-AMOUNT TO HV-PROCTRAN-AMOUNT
           END-IF.

           PERFORM INSERT-PROCTRAN-ROW.
       WIP999.
           EXIT.

       INSERT-PROCTRAN-ROW SECTION.
       IPR010.
           EXEC SQL
              INSERT INTO PROCTRAN
                 (PROCTRAN_EYECATCHER, PROCTRAN_SORTCODE,
                  PROCTRAN_NUMBER, PROCTRAN_DATE, PROCTRAN_TIME,
                  PROCTRAN_REF, PROCTRAN_TYPE, PROCTRAN_DESC,
                  PROCTRAN_AMOUNT)
              VALUES
                 (:HV-PROCTRAN-EYECATCHER, :HV-SORTCODE,
                  :HV-ACC-NUMBER, :HV-PROCTRAN-DATE,
                  :HV-PROCTRAN-TIME, :HV-PROCTRAN-REF,
                  :HV-PROCTRAN-TYPE, :HV-PROCTRAN-DESC,
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
              MOVE SPACES TO AGNC-REPORT-LINE
              STRING 'PROCTRAN WRITE FAILED FOR ACCOUNT '
                  DELIMITED BY SIZE
                  HV-ACC-NUMBER DELIMITED BY SIZE
                  INTO AGNC-REPORT-LINE
              END-STRING
              WRITE AGNC-REPORT-LINE
           END-IF.
       IPR999.
           EXIT.

      *----------------------------------------------------------------
      * Commission per item is the flat amount plus the basis-point
      * rate on the item amount, both by type.
      *----------------------------------------------------------------
       ACCUMULATE-POSTED-ITEM SECTION.
       API010.
           ADD 1 TO WS-PTN-POSTED(WS-PARTNER-HIT).

           IF AGI-WITHDRAWAL
              ADD WS-ITEM-AMOUNT TO WS-PTN-WITHDRAWALS(WS-PARTNER-HIT)
              COMPUTE WS-ITEM-COMMISSION ROUNDED =
                 WS-PTN-WDL-ITEM(WS-PARTNER-HIT)
                 + WS-ITEM-AMOUNT * WS-PTN-WDL-BPS(WS-PARTNER-HIT)
                 / 10000
           ELSE
              ADD WS-ITEM-AMOUNT TO WS-PTN-PAYINS(WS-PARTNER-HIT)
              COMPUTE WS-ITEM-COMMISSION ROUNDED =
                 WS-PTN-PAYIN-ITEM(WS-PARTNER-HIT)
                 + WS-ITEM-AMOUNT * WS-PTN-PAYIN-BPS(WS-PARTNER-HIT)
                 / 10000
           END-IF.

           ADD WS-ITEM-COMMISSION TO WS-PTN-COMMISSION(WS-PARTNER-HIT).
       API999.
           EXIT.

      *----------------------------------------------------------------
      * A rejected item goes three places: SUSPENSE, so it can be
      * repaired or written off through SUSPFUN; the return file, so
      * the partner knows it will not be settled; and the report.
      *----------------------------------------------------------------
       REJECT-ITEM SECTION.
       RJI010.
           ADD 1 TO WS-ITEMS-REJECTED.

           IF WS-PARTNER-HIT > 0
              ADD 1 TO WS-PTN-REJECTED(WS-PARTNER-HIT)
           END-IF.

           PERFORM WRITE-ITEM-TO-SUSPENSE.

           MOVE AGENCY-RECORD TO RET-ITEM.
           MOVE WS-SUSPENSE-REASON TO RET-REASON-CODE.
           MOVE WS-REJECT-REASON TO RET-REASON.
           WRITE RETURN-RECORD.

           IF AGI-AMOUNT IS NUMERIC
              MOVE AGI-AMOUNT TO WS-PRINT-AMOUNT
           ELSE
              MOVE 0 TO WS-PRINT-AMOUNT
           END-IF.

           MOVE SPACES TO AGNC-REPORT-LINE
           STRING 'REJECTED PARTNER=' DELIMITED BY SIZE
               AGI-PARTNER-ID DELIMITED BY SIZE
               ' OUTLET=' DELIMITED BY SIZE
               AGI-OUTLET-ID DELIMITED BY SIZE
               ' REF=' DELIMITED BY SIZE
               AGI-ITEM-REF DELIMITED BY SIZE
               ' TYPE=' DELIMITED BY SIZE
               AGI-TYPE DELIMITED BY SIZE
               ' ACCOUNT=' DELIMITED BY SIZE
               AGI-ACCNO DELIMITED BY SIZE
               ' AMOUNT=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO AGNC-REPORT-LINE
           END-STRING
           WRITE AGNC-REPORT-LINE.
       RJI999.
           EXIT.

      *----------------------------------------------------------------
      * Park a rejected item on SUSPENSE. The amount is signed the
      * way it would have reached the customer's account - a
      * withdrawal is negative - so a repair through SUSPFUN moves
      * the money the right way. The partner's settlement account
      * stands as the item's origin. The next id comes off the
      * CONTROL table the same way XFRRECV allocates it.
      *----------------------------------------------------------------
       WRITE-ITEM-TO-SUSPENSE SECTION.
       WIS010.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING HV-SORTCODE DELIMITED BY SIZE
               '-SUSP-LAST' DELIMITED BY SIZE
               INTO HV-CONTROL-NAME
           END-STRING.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO HV-CONTROL-VALUE-NUM
                 EXEC SQL
                    UPDATE CONTROL
                    SET CONTROL_VALUE_NUM = :HV-CONTROL-VALUE-NUM
                    WHERE CONTROL_NAME = :HV-CONTROL-NAME
                 END-EXEC
              WHEN 100
                 MOVE 1 TO HV-CONTROL-VALUE-NUM
                 EXEC SQL
                    INSERT INTO CONTROL
                           (CONTROL_NAME, CONTROL_VALUE_NUM,
                            CONTROL_VALUE_STR)
                    VALUES (:HV-CONTROL-NAME,
                            :HV-CONTROL-VALUE-NUM, ' ')
                 END-EXEC
              WHEN OTHER
                 MOVE SPACES TO AGNC-REPORT-LINE
                 STRING 'SUSPENSE ID ALLOCATION FAILED FOR REF '
                     DELIMITED BY SIZE
                     AGI-ITEM-REF DELIMITED BY SIZE
                     INTO AGNC-REPORT-LINE
                 END-STRING
                 WRITE AGNC-REPORT-LINE
                 GO TO WIS999
           END-EVALUATE.

           MOVE HV-CONTROL-VALUE-NUM TO HV-SUSPENSE-ID.

           MOVE SPACES TO HV-SUSPENSE-ORIG-SORTCODE.
           MOVE SPACES TO HV-SUSPENSE-ORIG-ACCNO.
           IF WS-PARTNER-HIT > 0
              MOVE WS-PTN-SETTLE-SORTCODE(WS-PARTNER-HIT)
                 TO HV-SUSPENSE-ORIG-SORTCODE
              MOVE WS-PTN-SETTLE-ACCNO(WS-PARTNER-HIT)
                 TO HV-SUSPENSE-ORIG-ACCNO
           END-IF.

           MOVE AGI-SORTCODE TO HV-SUSPENSE-TARGET-SORTCODE.
           MOVE AGI-ACCNO TO HV-SUSPENSE-TARGET-ACCNO.

           IF AGI-AMOUNT IS NUMERIC
              MOVE AGI-AMOUNT TO HV-SUSPENSE-AMOUNT
           ELSE
              MOVE 0 TO HV-SUSPENSE-AMOUNT
           END-IF.

           IF AGI-WITHDRAWAL
              COMPUTE HV-SUSPENSE-AMOUNT = 0 - HV-SUSPENSE-AMOUNT
           END-IF.

           MOVE AGI-ITEM-REF TO HV-SUSPENSE-REFERENCE.

           EXEC SQL
              INSERT INTO SUSPENSE
                 (SUSPENSE_ID, SUSPENSE_SORTCODE, SUSPENSE_SOURCE,
                  SUSPENSE_ORIG_SORTCODE, SUSPENSE_ORIG_ACCNO,
                  SUSPENSE_TARGET_SORTCODE, SUSPENSE_TARGET_ACCNO,
                  SUSPENSE_AMOUNT, SUSPENSE_REFERENCE,
                  SUSPENSE_REASON, SUSPENSE_STATUS,
                  SUSPENSE_ENTERED_DATE)
              VALUES
                 (:HV-SUSPENSE-ID, :HV-SORTCODE, :HV-SUSPENSE-SOURCE,
                  :HV-SUSPENSE-ORIG-SORTCODE, :HV-SUSPENSE-ORIG-ACCNO,
                  :HV-SUSPENSE-TARGET-SORTCODE,
                  :HV-SUSPENSE-TARGET-ACCNO,
                  :HV-SUSPENSE-AMOUNT, :HV-SUSPENSE-REFERENCE,
                  :WS-SUSPENSE-REASON, :HV-SUSPENSE-STATUS,
                  :HV-RUN-PROCTRAN-DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO AGNC-REPORT-LINE
              STRING 'SUSPENSE WRITE FAILED FOR REF '
                  DELIMITED BY SIZE
                  AGI-ITEM-REF DELIMITED BY SIZE
                  INTO AGNC-REPORT-LINE
              END-STRING
              WRITE AGNC-REPORT-LINE
           END-IF.
       WIS999.
           EXIT.

      *----------------------------------------------------------------
      * One partner's day: withdrawals it paid out and commission it
      * earned are owed to it, pay-ins it took are owed to us. The
      * net is posted to its settlement account - a credit when we
      * owe it, a debit when it owes us - and the commission is
      * journalled. A settlement that cannot be posted is reported,
      * raised as an exception and fails the run.
      *----------------------------------------------------------------
       SETTLE-ONE-PARTNER SECTION.
       SOP010.
           IF NOT WS-PTN-KNOWN(WS-PARTNER-SUB)
              GO TO SOP999
           END-IF.

           COMPUTE WS-NET-POSITION =
              WS-PTN-WITHDRAWALS(WS-PARTNER-SUB)
              + WS-PTN-COMMISSION(WS-PARTNER-SUB)
              - WS-PTN-PAYINS(WS-PARTNER-SUB).

           MOVE WS-PTN-PAYINS(WS-PARTNER-SUB) TO WS-PRINT-AMOUNT.
           MOVE WS-PTN-WITHDRAWALS(WS-PARTNER-SUB) TO WS-PRINT-AMOUNT2.
           MOVE WS-PTN-COMMISSION(WS-PARTNER-SUB) TO WS-PRINT-AMOUNT3.

           MOVE SPACES TO AGNC-REPORT-LINE
           STRING 'PARTNER=' DELIMITED BY SIZE
               WS-PTN-ID(WS-PARTNER-SUB) DELIMITED BY SIZE
               ' POSTED=' DELIMITED BY SIZE
               WS-PTN-POSTED(WS-PARTNER-SUB) DELIMITED BY SIZE
               ' REJECTED=' DELIMITED BY SIZE
               WS-PTN-REJECTED(WS-PARTNER-SUB) DELIMITED BY SIZE
               ' PAY-INS=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' WITHDRAWALS=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT2 DELIMITED BY SIZE
               ' COMMISSION=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT3 DELIMITED BY SIZE
               INTO AGNC-REPORT-LINE
           END-STRING
           WRITE AGNC-REPORT-LINE.

           IF WS-NET-POSITION = 0
              AND WS-PTN-COMMISSION(WS-PARTNER-SUB) = 0
              GO TO SOP999
           END-IF.

           MOVE WS-PTN-SETTLE-ACCNO(WS-PARTNER-SUB) TO HV-ACC-NUMBER.

           IF WS-PTN-SETTLE-SORTCODE(WS-PARTNER-SUB) NOT = HV-SORTCODE
              PERFORM SETTLEMENT-FAILED
              GO TO SOP999
           END-IF.

           EXEC SQL
              SELECT ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE
              INTO :HV-AVAIL-BAL, :HV-ACTUAL-BAL
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-ACC-NUMBER)
           END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM SETTLEMENT-FAILED
              GO TO SOP999
           END-IF.

           ADD WS-NET-POSITION TO HV-AVAIL-BAL.
           ADD WS-NET-POSITION TO HV-ACTUAL-BAL.

           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_AVAILABLE_BALANCE = :HV-AVAIL-BAL,
                  ACCOUNT_ACTUAL_BALANCE = :HV-ACTUAL-BAL
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-ACC-NUMBER)
           END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM SETTLEMENT-FAILED
              GO TO SOP999
           END-IF.

           MOVE HV-RUN-PROCTRAN-DATE TO HV-PROCTRAN-DATE.
           MOVE '235959' TO HV-PROCTRAN-TIME.
           MOVE SPACES TO HV-PROCTRAN-REF.
           STRING WS-PTN-ID(WS-PARTNER-SUB) DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO HV-PROCTRAN-REF
           END-STRING.
           MOVE 'AGS' TO HV-PROCTRAN-TYPE.
           MOVE SPACES TO HV-PROCTRAN-DESC.
           STRING 'AGENCY SETTLEMENT ' DELIMITED BY SIZE
               WS-PTN-NAME(WS-PARTNER-SUB) DELIMITED BY SIZE
               INTO HV-PROCTRAN-DESC
           END-STRING.
           MOVE WS-NET-POSITION TO HV-PROCTRAN-AMOUNT.

           PERFORM INSERT-PROCTRAN-ROW.

           IF WS-PTN-COMMISSION(WS-PARTNER-SUB) NOT = 0
              PERFORM JOURNAL-COMMISSION
           END-IF.

           MOVE WS-NET-POSITION TO WS-PRINT-AMOUNT.
           MOVE SPACES TO AGNC-REPORT-LINE
           STRING '         SETTLED=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               HV-ACC-NUMBER DELIMITED BY SIZE
               INTO AGNC-REPORT-LINE
           END-STRING
           WRITE AGNC-REPORT-LINE.
       SOP999.
           EXIT.

       SETTLEMENT-FAILED SECTION.
       SFD010.
           MOVE 'Y' TO WS-SETTLE-FAILED-SW.

           MOVE WS-NET-POSITION TO WS-PRINT-AMOUNT.
           MOVE SPACES TO AGNC-REPORT-LINE
           STRING '         SETTLEMENT NOT POSTED - NET=' DELIMITED
               BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' SETTLEMENT ACCOUNT ' DELIMITED BY SIZE
               WS-PTN-SETTLE-SORTCODE(WS-PARTNER-SUB)
               DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-PTN-SETTLE-ACCNO(WS-PARTNER-SUB) DELIMITED BY SIZE
               ' UNUSABLE' DELIMITED BY SIZE
               INTO AGNC-REPORT-LINE
           END-STRING
           WRITE AGNC-REPORT-LINE.

           INITIALIZE EXCPWRT-AREA.
           MOVE 'AGNCIMP ' TO EXCP-SOURCE.
           MOVE HV-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'E' TO EXCP-SEVERITY.
           MOVE WS-PTN-SETTLE-ACCNO(WS-PARTNER-SUB) TO EXCP-ACCNO.
           STRING 'AGENCY SETTLEMENT NOT POSTED FOR PARTNER '
               DELIMITED BY SIZE
               WS-PTN-ID(WS-PARTNER-SUB) DELIMITED BY SIZE
               INTO EXCP-MESSAGE
           END-STRING.

           CALL 'EXCPWRT' USING EXCPWRT-AREA.
       SFD999.
           EXIT.

      *----------------------------------------------------------------
      * The commission the partner earned never passes through a
      * customer account, so it is journalled straight to GLENTRY
      * through the GLMAP 'AGC' mapping, falling back to the
      * '***'/'*' catch-all the way XFRRECV journals deducted
      * charges.
      *----------------------------------------------------------------
       JOURNAL-COMMISSION SECTION.
       JCM010.
           EXEC SQL
              SELECT GLMAP_DR_GLACCT, GLMAP_CR_GLACCT
              INTO :HV-DR-GLACCT, :HV-CR-GLACCT
              FROM GLMAP
              WHERE GLMAP_PROCTRAN_TYPE = 'AGC'
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
           MOVE WS-PTN-COMMISSION(WS-PARTNER-SUB) TO HV-GLENTRY-DR.
           MOVE 0 TO HV-GLENTRY-CR.
           PERFORM INSERT-COMMISSION-GLENTRY.

           MOVE HV-CR-GLACCT TO HV-GLENTRY-GLACCT.
           MOVE 0 TO HV-GLENTRY-DR.
           MOVE WS-PTN-COMMISSION(WS-PARTNER-SUB) TO HV-GLENTRY-CR.
           PERFORM INSERT-COMMISSION-GLENTRY.
       JCM999.
           EXIT.

       INSERT-COMMISSION-GLENTRY SECTION.
       ICG010.
           EXEC SQL
              INSERT INTO GLENTRY
                 (GLENTRY_SORTCODE, GLENTRY_DATE, GLENTRY_GLACCT,
                  GLENTRY_DR_TOTAL, GLENTRY_CR_TOTAL)
              VALUES
                 (:HV-SORTCODE, :HV-RUN-DATE, :HV-GLENTRY-GLACCT,
                  :HV-GLENTRY-DR, :HV-GLENTRY-CR)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO AGNC-REPORT-LINE
              STRING 'COMMISSION GLENTRY INSERT FAILED FOR '
                  DELIMITED BY SIZE
                  HV-GLENTRY-GLACCT DELIMITED BY SIZE
                  INTO AGNC-REPORT-LINE
              END-STRING
              WRITE AGNC-REPORT-LINE
           END-IF.
       ICG999.
           EXIT.

      *----------------------------------------------------------------
      * The change just posted, as a business event in the same unit
      * of work (see EVNTWRT). A failure to record it comes back in
      * SQLCODE, so it is handled exactly as a failed PROCTRAN insert.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           MOVE 'AGNCIMP' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
