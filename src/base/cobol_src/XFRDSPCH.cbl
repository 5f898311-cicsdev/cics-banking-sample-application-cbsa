      *              items are picked up again on a later run once          *
      *              the queue entry has been cleared no-match, and         *
      *              stay held forever if the match is confirmed.           *
      *              While the scheme runs both formats, a clean item       *
      *              for a counterparty booked onto ISO 20022 (MSGFMT,      *
      *              set through MSGFFUN) is written instead to             *
      *              OUTPACS8 as a pacs.008 credit transfer: debtor         *
      *              name and structured address from the customer         *
      *              record, creditor name from the sender's payee          *
      *              book, the remittance information, the charge           *
      *              bearer and a unique end-to-end id, which is            *
      *              stamped on XFRSETL for XFRACK to match the             *
      *              scheme's status reports against.                      *
      *              Each run is one settlement cycle (SETLPOS). The        *
      *              cycle's net debit - value released less value          *
      *              XFRRECV has taken in since the last cycle - may        *
      *              not pass CONTROL <sortcode>-NET-DEBIT-CAP, so          *
      *              items go out time-critical first, then high            *
      *              priority, then the rest oldest first, and once         *
      *              the cap stops one everything after it is held          *
      *              back, still pending, for the next cycle. The cap       *
      *              stopping a cycle, and every item held back in the      *
      *              day's last cycle (CONTROL <sortcode>-SETTLE-           *
      *              CYCLES), goes on the exception queue.                  *
      *                                                                     *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code         *
      *        and yyyymmdd the run date (defaults to today).               *
      *                                                                      *
      * Output: Settlement files OUTSETTL (old layout) and OUTPACS8         *
      *         (ISO 20022 pacs.008) and report XFRDRPT.                    *
      *                                                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
                     WITH DUPLICATES
                  FILE STATUS  IS WS-CUSTOMER-STATUS.

           SELECT PAYEE-FILE
                  ASSIGN TO PAYEEFL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PAYEE-KEY
                  FILE STATUS  IS WS-PAYEE-STATUS.

           SELECT SETTLE-FILE
                  ASSIGN TO OUTSETTL
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ISO-SETTLE-FILE
                  ASSIGN TO OUTPACS8
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT XFRD-REPORT
                  ASSIGN TO XFRDRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       01  CUSTOMER-RECORD-STRUCTURE.
           COPY CUSTOMER.

       FD  PAYEE-FILE.
       01  PAYEE-RECORD-STRUCTURE.
           COPY PAYEE.

       FD  SETTLE-FILE.
       01  SETTLE-RECORD.
           03 SETTLE-FROM-SORTCODE           PIC X(6).
           03 SETTLE-REFERENCE               PIC X(12).
           03 SETTLE-CHARGE-BEARER           PIC X(3).

       FD  ISO-SETTLE-FILE.
       01  ISO-SETTLE-RECORD.
           COPY PACS008.

       FD  XFRD-REPORT.
       01  XFRD-REPORT-LINE                  PIC X(132).

           EXEC SQL INCLUDE SCRNDB2 END-EXEC.
           EXEC SQL INCLUDE RTDRDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE MSGFDB2 END-EXEC.
           EXEC SQL INCLUDE SETLPOS END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-XFRSETL-TACCNO                 PIC X(8).
       01 HV-XFRSETL-AMOUNT                 PIC S9(10)V99 COMP-3.
       01 HV-XFRSETL-CHARGE-BEARER          PIC X(3).
       01 HV-XFRSETL-REMIT-INFO             PIC X(140).
       01 HV-XFRSETL-MSG-FORMAT             PIC X.
       01 HV-XFRSETL-E2E-ID                 PIC X(35).
       01 HV-XFRSETL-PRIORITY               PIC X.

       01 HV-MSGFMT-FORMAT                  PIC X.
       01 HV-MSGFMT-EFFECTIVE-FROM          PIC X(8).

       01 HV-ACC-CUST-NO                    PIC X(10).

          88 WS-WATCHLST-OK                 VALUE '00'.
       01 WS-CUSTOMER-STATUS                PIC XX.
          88 WS-CUSTOMER-OK                 VALUE '00'.
       01 WS-PAYEE-STATUS                   PIC XX.
          88 WS-PAYEE-OK                    VALUE '00'.
       01 WS-PAYEE-OPEN-SW                  PIC X VALUE 'N'.
          88 WS-PAYEE-OPEN                  VALUE 'Y'.
       01 WS-PAYEE-EOF-SW                   PIC X.
          88 WS-PAYEE-EOF                   VALUE 'Y'.

       01 WS-TODAY                          PIC 9(8).

       01 WS-ROUTE-VERDICT                  PIC X.

       01 WS-ITEMS-DISPATCHED               PIC 9(8) VALUE 0.
       01 WS-ITEMS-ISO                      PIC 9(8) VALUE 0.
       01 WS-ITEMS-HELD                     PIC 9(8) VALUE 0.
       01 WS-ITEMS-MISROUTED                PIC 9(8) VALUE 0.
       01 WS-ITEMS-WAITING                  PIC 9(8) VALUE 0.
       01 WS-PRINT-AMOUNT                   PIC +9(10).99.
       01 WS-PRINT-ID                       PIC 9(9).

      * The settlement cycle this run releases into (see SETLPOS).
       01 HV-SETLPOS-CYCLE                  PIC S9(9) COMP.
       01 HV-SETLPOS-INBOUND                PIC S9(12)V99 COMP-3.
       01 HV-SETLPOS-OUTBOUND               PIC S9(12)V99 COMP-3.
       01 HV-SETLPOS-CAP                    PIC S9(12)V99 COMP-3.
       01 HV-SETLPOS-QUEUED-COUNT           PIC S9(9) COMP VALUE 0.
       01 HV-SETLPOS-QUEUED-VALUE           PIC S9(12)V99 COMP-3
                                            VALUE 0.
       01 WS-SETTLE-CYCLES                  PIC S9(9) COMP VALUE 3.
       01 WS-HEADROOM                       PIC S9(12)V99.
       01 WS-NET-DEBIT                      PIC S9(12)V99.
       01 WS-CAP-HIT-SW                     PIC X VALUE 'N'.
          88 WS-CAP-HIT                     VALUE 'Y'.
       01 WS-LAST-CYCLE-SW                  PIC X VALUE 'N'.
          88 WS-LAST-CYCLE                  VALUE 'Y'.
       01 WS-ITEMS-DEFERRED                 PIC 9(8) VALUE 0.
       01 WS-PRINT-CYCLE                    PIC 9(4).
       01 WS-PRINT-CYCLES                   PIC 9(4).
       01 WS-PRINT-CAP                      PIC +9(12).99.
       01 WS-PRINT-HEADROOM                 PIC +9(12).99.

      * Batch exception writer (see EXCPWRT).
       01 EXCP-AREA.
           COPY EXCPWRTA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
       A010.
           OPEN OUTPUT XFRD-REPORT.
           OPEN OUTPUT SETTLE-FILE.
           OPEN OUTPUT ISO-SETTLE-FILE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT WATCHLST-FILE.
           OPEN INPUT PAYEE-FILE.

           IF WS-PAYEE-OK
              MOVE 'Y' TO WS-PAYEE-OPEN-SW
           END-IF.

           PERFORM GET-RUN-PARMS.

           END-STRING
           WRITE XFRD-REPORT-LINE.

           PERFORM OPEN-SETTLEMENT-CYCLE.

           PERFORM DISPATCH-PENDING-ITEMS.

           PERFORM CLOSE-SETTLEMENT-CYCLE.

           MOVE WS-TOTAL-DISPATCHED TO WS-PRINT-AMOUNT.
           MOVE SPACES TO XFRD-REPORT-LINE
           STRING 'DISPATCHED=' DELIMITED BY SIZE
               WS-ITEMS-DISPATCHED DELIMITED BY SIZE
               ' (ISO 20022=' DELIMITED BY SIZE
               WS-ITEMS-ISO DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               ' HELD FOR SCREENING=' DELIMITED BY SIZE
               WS-ITEMS-HELD DELIMITED BY SIZE
               ' STILL AWAITING DECISION=' DELIMITED BY SIZE
           END-STRING
           WRITE XFRD-REPORT-LINE.

           IF WS-PAYEE-OPEN
              CLOSE PAYEE-FILE
           END-IF.
           CLOSE WATCHLST-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE SETTLE-FILE.
           CLOSE ISO-SETTLE-FILE.
           CLOSE XFRD-REPORT.

           MOVE 0 TO RETURN-CODE.
              DECLARE DSPCH_CSR CURSOR FOR
                 SELECT XFRSETL_ID, XFRSETL_FACCNO, XFRSETL_TSCODE,
                        XFRSETL_TACCNO, XFRSETL_AMOUNT,
                        COALESCE(XFRSETL_CHARGE_BEARER, 'SHA'),
                        COALESCE(XFRSETL_REMIT_INFO, ' '),
                        COALESCE(XFRSETL_PRIORITY, 'N')
                 FROM XFRSETL
                 WHERE XFRSETL_FSCODE = :HV-SORTCODE
                   AND XFRSETL_STATUS IN ('P', 'H')
                 ORDER BY CASE XFRSETL_PRIORITY
                             WHEN 'T' THEN 1
                             WHEN 'H' THEN 2
                             ELSE 3
                          END,
                          XFRSETL_ID
           END-EXEC.

           EXEC SQL OPEN DSPCH_CSR END-EXEC.
              FETCH DSPCH_CSR
              INTO :HV-XFRSETL-ID, :HV-XFRSETL-FACCNO,
                   :HV-XFRSETL-TSCODE, :HV-XFRSETL-TACCNO,
                   :HV-XFRSETL-AMOUNT, :HV-XFRSETL-CHARGE-BEARER,
                   :HV-XFRSETL-REMIT-INFO, :HV-XFRSETL-PRIORITY
           END-EXEC.

           IF SQLCODE NOT = 0
       HMI999.
           EXIT.

      *----------------------------------------------------------------
      * The item goes out in the format its counterparty is booked
      * onto for today. Either way the XFRSETL row records which,
      * and an ISO item its end-to-end id. Under a net debit cap it
      * goes only if the cycle's headroom takes it and nothing
      * ahead of it has already been held back - a smaller item
      * further down the queue does not jump one the cap stopped.
      *----------------------------------------------------------------
       WRITE-ONE-ITEM SECTION.
       WOI010.
           MOVE HV-XFRSETL-ID TO WS-PRINT-ID.

           IF HV-SETLPOS-CAP > 0
              IF WS-CAP-HIT OR HV-XFRSETL-AMOUNT > WS-HEADROOM
                 PERFORM DEFER-ONE-ITEM
                 GO TO WOI999
              END-IF
           END-IF.

           PERFORM GET-COUNTERPARTY-FORMAT.

           IF HV-XFRSETL-MSG-FORMAT = 'X'
              PERFORM WRITE-ISO-ITEM
           ELSE
              MOVE SPACES TO HV-XFRSETL-E2E-ID
              MOVE HV-SORTCODE TO SETTLE-FROM-SORTCODE
              MOVE HV-XFRSETL-FACCNO TO SETTLE-FROM-ACCNO
              MOVE HV-XFRSETL-TSCODE TO SETTLE-TO-SORTCODE
              MOVE HV-XFRSETL-TACCNO TO SETTLE-TO-ACCNO
              MOVE HV-XFRSETL-AMOUNT TO SETTLE-AMOUNT
              MOVE HV-XFRSETL-CHARGE-BEARER TO SETTLE-CHARGE-BEARER
              MOVE SPACES TO SETTLE-REFERENCE
              STRING 'XS' DELIMITED BY SIZE
                  WS-PRINT-ID DELIMITED BY SIZE
                  INTO SETTLE-REFERENCE
              END-STRING
              WRITE SETTLE-RECORD
           END-IF.

           EXEC SQL
              UPDATE XFRSETL
              SET XFRSETL_STATUS = 'D',
                  XFRSETL_MSG_FORMAT = :HV-XFRSETL-MSG-FORMAT,
                  XFRSETL_E2E_ID = :HV-XFRSETL-E2E-ID
              WHERE XFRSETL_ID = :HV-XFRSETL-ID
           END-EXEC.


           ADD 1 TO WS-ITEMS-DISPATCHED.
           ADD HV-XFRSETL-AMOUNT TO WS-TOTAL-DISPATCHED.
           ADD HV-XFRSETL-AMOUNT TO HV-SETLPOS-OUTBOUND.
           SUBTRACT HV-XFRSETL-AMOUNT FROM WS-HEADROOM.

           IF HV-XFRSETL-MSG-FORMAT = 'X'
              ADD 1 TO WS-ITEMS-ISO
           END-IF.
       WOI999.
           EXIT.

      *----------------------------------------------------------------
      * A counterparty with no MSGFMT row, or one booked onto ISO
      * from a date still to come, stays on the old layout.
      *----------------------------------------------------------------
       GET-COUNTERPARTY-FORMAT SECTION.
       GCF010.
           MOVE 'L' TO HV-XFRSETL-MSG-FORMAT.

           EXEC SQL
              SELECT MSGFMT_FORMAT, MSGFMT_EFFECTIVE_FROM
              INTO :HV-MSGFMT-FORMAT, :HV-MSGFMT-EFFECTIVE-FROM
              FROM MSGFMT
              WHERE MSGFMT_SORTCODE = :HV-XFRSETL-TSCODE
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO GCF999
           END-IF.

           IF HV-MSGFMT-FORMAT = 'X'
              AND HV-MSGFMT-EFFECTIVE-FROM <= HV-RUN-DATE
              MOVE 'X' TO HV-XFRSETL-MSG-FORMAT
           END-IF.
       GCF999.
           EXIT.

      *----------------------------------------------------------------
      * One pacs.008 credit transfer. The end-to-end id - our sort
      * code and the XFRSETL id - is unique to the item and stays
      * the same if a repaired item is sent again. The debtor is
      * the FROM account's owner; the creditor's name is the one
      * the sender saved in their payee book, and 'NOTPROVIDED'
      * (the scheme's convention) when the payment was not made
      * to a saved payee. We hold no address for a beneficiary at
      * another bank, so the creditor's address is the country.
      *----------------------------------------------------------------
       WRITE-ISO-ITEM SECTION.
       WII010.
           INITIALIZE ISO-SETTLE-RECORD.
           SET PACS8-IS-PACS008 TO TRUE.

           MOVE SPACES TO HV-XFRSETL-E2E-ID.
           STRING HV-SORTCODE DELIMITED BY SIZE
               'XS' DELIMITED BY SIZE
               WS-PRINT-ID DELIMITED BY SIZE
               INTO HV-XFRSETL-E2E-ID
           END-STRING.

           MOVE SPACES TO PACS8-MSG-ID.
           STRING HV-SORTCODE DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               WS-PRINT-ID DELIMITED BY SIZE
               INTO PACS8-MSG-ID
           END-STRING.

           MOVE HV-RUN-DATE TO PACS8-CREATED-DATE.
           MOVE HV-RUN-DATE TO PACS8-SETTLE-DATE.

           STRING 'XS' DELIMITED BY SIZE
               WS-PRINT-ID DELIMITED BY SIZE
               INTO PACS8-INSTR-ID
           END-STRING.

           MOVE HV-XFRSETL-E2E-ID TO PACS8-END-TO-END-ID.
           MOVE HV-XFRSETL-AMOUNT TO PACS8-SETTLE-AMOUNT.
           MOVE 'GBP' TO PACS8-CURRENCY.
           MOVE 0 TO PACS8-CHARGE-AMOUNT.

           EVALUATE HV-XFRSETL-CHARGE-BEARER
              WHEN 'OUR'
                 SET PACS8-CHRGBR-DEBTOR TO TRUE
              WHEN 'BEN'
                 SET PACS8-CHRGBR-CREDITOR TO TRUE
              WHEN OTHER
                 SET PACS8-CHRGBR-SHARED TO TRUE
           END-EVALUATE.

           PERFORM GET-DEBTOR-DETAILS.

           MOVE HV-SORTCODE TO PACS8-DBTR-SORTCODE.
           MOVE HV-XFRSETL-FACCNO TO PACS8-DBTR-ACCNO.

           PERFORM GET-CREDITOR-NAME.

           MOVE 'GB' TO PACS8-CDTR-COUNTRY.
           MOVE HV-XFRSETL-TSCODE TO PACS8-CDTR-SORTCODE.
           MOVE HV-XFRSETL-TACCNO TO PACS8-CDTR-ACCNO.

           IF HV-XFRSETL-REMIT-INFO = SPACES
              MOVE PACS8-INSTR-ID TO PACS8-REMIT-INFO
           ELSE
              MOVE HV-XFRSETL-REMIT-INFO TO PACS8-REMIT-INFO
           END-IF.

           WRITE ISO-SETTLE-RECORD.
       WII999.
           EXIT.

      *----------------------------------------------------------------
      * The sender's name and address as the customer record holds
      * them - the registered name for an organisation. A record
      * that cannot be read leaves the name 'NOTPROVIDED' rather
      * than stopping the payment; screening has already passed.
      *----------------------------------------------------------------
       GET-DEBTOR-DETAILS SECTION.
       GDD010.
           MOVE 'NOTPROVIDED' TO PACS8-DBTR-NAME.
           MOVE 'GB' TO PACS8-DBTR-COUNTRY.
           MOVE SPACES TO HV-ACC-CUST-NO.

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER
              INTO :HV-ACC-CUST-NO
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-XFRSETL-FACCNO)
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO GDD999
           END-IF.

           MOVE HV-SORTCODE TO CUSTOMER-SORTCODE.
           MOVE HV-ACC-CUST-NO TO CUSTOMER-NUMBER.

           READ CUSTOMER-FILE
              INVALID KEY
                 GO TO GDD999
           END-READ.

           IF CUSTOMER-ORGANISATION
              AND CUSTOMER-LEGAL-NAME NOT = SPACES
              MOVE CUSTOMER-LEGAL-NAME TO PACS8-DBTR-NAME
           ELSE
              MOVE CUSTOMER-NAME TO PACS8-DBTR-NAME
           END-IF.

           MOVE CUSTOMER-STREET-ADDRESS TO PACS8-DBTR-STREET.
           MOVE CUSTOMER-ADDRESS-DISTRICT TO PACS8-DBTR-DISTRICT.
           MOVE CUSTOMER-ADDRESS-TOWN TO PACS8-DBTR-TOWN.
           MOVE CUSTOMER-POSTCODE-OR-ZIP TO PACS8-DBTR-POSTCODE.
       GDD999.
           EXIT.

      *----------------------------------------------------------------
      * Browse the sender's payee book for an active payee at the
      * item's target - the name the customer saved, and checked
      * through confirmation of payee, is the best name we have.
      *----------------------------------------------------------------
       GET-CREDITOR-NAME SECTION.
       GCN010.
           MOVE 'NOTPROVIDED' TO PACS8-CDTR-NAME.

           IF NOT WS-PAYEE-OPEN
              OR HV-ACC-CUST-NO NOT NUMERIC
              GO TO GCN999
           END-IF.

           MOVE HV-SORTCODE TO PAYEE-SORTCODE.
           MOVE HV-ACC-CUST-NO TO PAYEE-CUSTNO.
           MOVE 0 TO PAYEE-SEQ.

           START PAYEE-FILE KEY >= PAYEE-KEY
              INVALID KEY
                 GO TO GCN999
           END-START.

           MOVE 'N' TO WS-PAYEE-EOF-SW.

           PERFORM CHECK-ONE-PAYEE
              UNTIL WS-PAYEE-EOF.
       GCN999.
           EXIT.

       CHECK-ONE-PAYEE SECTION.
       COP010.
           READ PAYEE-FILE NEXT
              AT END
                 MOVE 'Y' TO WS-PAYEE-EOF-SW
                 GO TO COP999
           END-READ.

           IF PAYEE-SORTCODE NOT = HV-SORTCODE
              OR PAYEE-CUSTNO NOT = HV-ACC-CUST-NO
              MOVE 'Y' TO WS-PAYEE-EOF-SW
              GO TO COP999
           END-IF.

           IF PAYEE-ACTIVE
              AND PAYEE-TARGET-SORTCODE = HV-XFRSETL-TSCODE
              AND PAYEE-TARGET-ACCNO = HV-XFRSETL-TACCNO
              MOVE PAYEE-NAME TO PACS8-CDTR-NAME
              MOVE 'Y' TO WS-PAYEE-EOF-SW
           END-IF.
       COP999.
           EXIT.

      *----------------------------------------------------------------
      * Hold the item and queue the hit for compliance.
      *----------------------------------------------------------------
           MOVE HV-CONTROL-VALUE-NUM TO HV-SCRNQ-ID.
       ANSI999.
           EXIT.

      *----------------------------------------------------------------
      * Find the cycle this run settles in - the one still open for
      * the date, which XFRRECV may already have credited with
      * inbound value - or open the next one, and work out the
      * headroom the cap leaves. No cap means no headroom check,
      * but the position is kept all the same.
      *----------------------------------------------------------------
       OPEN-SETTLEMENT-CYCLE SECTION.
       OSC010.
           MOVE 0 TO HV-SETLPOS-CAP.

           MOVE SPACES TO HV-CONTROL-NAME.
           STRING HV-SORTCODE DELIMITED BY SIZE
               '-NET-DEBIT-CAP' DELIMITED BY SIZE
               INTO HV-CONTROL-NAME
           END-STRING.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO HV-SETLPOS-CAP
           END-IF.

           MOVE SPACES TO HV-CONTROL-NAME.
           STRING HV-SORTCODE DELIMITED BY SIZE
               '-SETTLE-CYCLES' DELIMITED BY SIZE
               INTO HV-CONTROL-NAME
           END-STRING.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-SETTLE-CYCLES
           END-IF.

           EXEC SQL
              SELECT SETLPOS_CYCLE, SETLPOS_INBOUND, SETLPOS_OUTBOUND
              INTO :HV-SETLPOS-CYCLE, :HV-SETLPOS-INBOUND,
                   :HV-SETLPOS-OUTBOUND
              FROM SETLPOS
              WHERE SETLPOS_SORTCODE = :HV-SORTCODE
                AND SETLPOS_DATE = :HV-RUN-DATE
                AND SETLPOS_STATUS = 'O'
           END-EXEC.

           IF SQLCODE = 100
              MOVE 0 TO HV-SETLPOS-INBOUND HV-SETLPOS-OUTBOUND
              PERFORM START-NEXT-CYCLE
           END-IF.

           IF HV-SETLPOS-CYCLE >= WS-SETTLE-CYCLES
              MOVE 'Y' TO WS-LAST-CYCLE-SW
           END-IF.

           COMPUTE WS-HEADROOM = HV-SETLPOS-CAP
                               - HV-SETLPOS-OUTBOUND
                               + HV-SETLPOS-INBOUND.

           MOVE HV-SETLPOS-CYCLE TO WS-PRINT-CYCLE.
           MOVE WS-SETTLE-CYCLES TO WS-PRINT-CYCLES.
           MOVE HV-SETLPOS-CAP TO WS-PRINT-CAP.
           MOVE HV-SETLPOS-INBOUND TO WS-PRINT-AMOUNT.
           MOVE WS-HEADROOM TO WS-PRINT-HEADROOM.
           MOVE SPACES TO XFRD-REPORT-LINE.

           IF HV-SETLPOS-CAP > 0
              STRING 'SETTLEMENT CYCLE ' DELIMITED BY SIZE
                  WS-PRINT-CYCLE DELIMITED BY SIZE
                  ' OF ' DELIMITED BY SIZE
                  WS-PRINT-CYCLES DELIMITED BY SIZE
                  ' NET DEBIT CAP=' DELIMITED BY SIZE
                  WS-PRINT-CAP DELIMITED BY SIZE
                  ' INBOUND=' DELIMITED BY SIZE
                  WS-PRINT-AMOUNT DELIMITED BY SIZE
                  ' HEADROOM=' DELIMITED BY SIZE
                  WS-PRINT-HEADROOM DELIMITED BY SIZE
                  INTO XFRD-REPORT-LINE
              END-STRING
           ELSE
              STRING 'SETTLEMENT CYCLE ' DELIMITED BY SIZE
                  WS-PRINT-CYCLE DELIMITED BY SIZE
                  ' OF ' DELIMITED BY SIZE
                  WS-PRINT-CYCLES DELIMITED BY SIZE
                  ' NO NET DEBIT CAP SET' DELIMITED BY SIZE
                  ' INBOUND=' DELIMITED BY SIZE
                  WS-PRINT-AMOUNT DELIMITED BY SIZE
                  INTO XFRD-REPORT-LINE
              END-STRING
           END-IF.

           WRITE XFRD-REPORT-LINE.
       OSC999.
           EXIT.

      *----------------------------------------------------------------
      * Open the cycle after the last one the date has seen - cycle
      * 1 on a new day.
      *----------------------------------------------------------------
       START-NEXT-CYCLE SECTION.
       SNC010.
           EXEC SQL
              SELECT COALESCE(MAX(SETLPOS_CYCLE), 0)
              INTO :HV-SETLPOS-CYCLE
              FROM SETLPOS
              WHERE SETLPOS_SORTCODE = :HV-SORTCODE
                AND SETLPOS_DATE = :HV-RUN-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-SETLPOS-CYCLE
           END-IF.

           ADD 1 TO HV-SETLPOS-CYCLE.

           EXEC SQL
              INSERT INTO SETLPOS
                     (SETLPOS_SORTCODE, SETLPOS_DATE, SETLPOS_CYCLE,
                      SETLPOS_STATUS, SETLPOS_INBOUND,
                      SETLPOS_OUTBOUND, SETLPOS_CAP,
                      SETLPOS_QUEUED_COUNT, SETLPOS_QUEUED_VALUE)
              VALUES (:HV-SORTCODE, :HV-RUN-DATE, :HV-SETLPOS-CYCLE,
                      'O', 0, 0, 0, 0, 0)
           END-EXEC.
       SNC999.
           EXIT.

      *----------------------------------------------------------------
      * Hold the item back for the next cycle. It stays pending (or
      * held, if it came through a cleared screening hit) and is
      * simply not sent; its defer count says how often that has
      * happened. The first item the cap stops puts the breach on
      * the exception queue; in the day's last cycle every item
      * held back has missed settlement today and goes there too.
      *----------------------------------------------------------------
       DEFER-ONE-ITEM SECTION.
       DFI010.
           IF NOT WS-CAP-HIT
              MOVE 'Y' TO WS-CAP-HIT-SW
              MOVE HV-SETLPOS-CAP TO WS-PRINT-CAP
              MOVE WS-HEADROOM TO WS-PRINT-HEADROOM
              MOVE SPACES TO XFRD-REPORT-LINE
              STRING 'NET DEBIT CAP REACHED AT ITEM ' DELIMITED BY SIZE
                  WS-PRINT-ID DELIMITED BY SIZE
                  ' - HEADROOM LEFT=' DELIMITED BY SIZE
                  WS-PRINT-HEADROOM DELIMITED BY SIZE
                  ' - REMAINING ITEMS HELD FOR NEXT CYCLE'
                     DELIMITED BY SIZE
                  INTO XFRD-REPORT-LINE
              END-STRING
              WRITE XFRD-REPORT-LINE

              INITIALIZE EXCP-AREA
              MOVE 'XFRDSPCH' TO EXCP-SOURCE
              MOVE HV-SORTCODE TO EXCP-SORTCODE
              MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE
              MOVE 'W' TO EXCP-SEVERITY
              MOVE SPACES TO EXCP-ACCNO EXCP-CUSTNO
              STRING 'NET DEBIT CAP ' DELIMITED BY SIZE
                  WS-PRINT-CAP DELIMITED BY SIZE
                  ' REACHED IN SETTLEMENT CYCLE ' DELIMITED BY SIZE
                  WS-PRINT-CYCLE DELIMITED BY SIZE
                  INTO EXCP-MESSAGE
              END-STRING
              CALL 'EXCPWRT' USING EXCP-AREA
           END-IF.

           EXEC SQL
              UPDATE XFRSETL
              SET XFRSETL_DEFER_COUNT =
                     COALESCE(XFRSETL_DEFER_COUNT, 0) + 1
              WHERE XFRSETL_ID = :HV-XFRSETL-ID
           END-EXEC.

           ADD 1 TO WS-ITEMS-DEFERRED.
           ADD 1 TO HV-SETLPOS-QUEUED-COUNT.
           ADD HV-XFRSETL-AMOUNT TO HV-SETLPOS-QUEUED-VALUE.

           MOVE HV-XFRSETL-AMOUNT TO WS-PRINT-AMOUNT.
           MOVE SPACES TO XFRD-REPORT-LINE
           STRING 'DEFERRED ITEM=' DELIMITED BY SIZE
               WS-PRINT-ID DELIMITED BY SIZE
               ' PRIORITY=' DELIMITED BY SIZE
               HV-XFRSETL-PRIORITY DELIMITED BY SIZE
               ' AMOUNT=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO XFRD-REPORT-LINE
           END-STRING
           WRITE XFRD-REPORT-LINE.

           IF WS-LAST-CYCLE
              INITIALIZE EXCP-AREA
              MOVE 'XFRDSPCH' TO EXCP-SOURCE
              MOVE HV-SORTCODE TO EXCP-SORTCODE
              MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE
              MOVE 'E' TO EXCP-SEVERITY
              MOVE HV-XFRSETL-FACCNO TO EXCP-ACCNO
              MOVE SPACES TO EXCP-CUSTNO
              STRING 'SETTLEMENT ITEM ' DELIMITED BY SIZE
                  WS-PRINT-ID DELIMITED BY SIZE
                  ' HELD BY NET DEBIT CAP PAST CUT-OFF AMOUNT='
                     DELIMITED BY SIZE
                  WS-PRINT-AMOUNT DELIMITED BY SIZE
                  INTO EXCP-MESSAGE
              END-STRING
              CALL 'EXCPWRT' USING EXCP-AREA
           END-IF.
       DFI999.
           EXIT.

      *----------------------------------------------------------------
      * Record what the cycle released, the cap it ran under and
      * what it left queued, close it and open the next, so that
      * inbound value arriving from now on counts towards that one.
      *----------------------------------------------------------------
       CLOSE-SETTLEMENT-CYCLE SECTION.
       CSC010.
           EXEC SQL
              UPDATE SETLPOS
              SET SETLPOS_OUTBOUND = :HV-SETLPOS-OUTBOUND,
                  SETLPOS_CAP = :HV-SETLPOS-CAP,
                  SETLPOS_QUEUED_COUNT = :HV-SETLPOS-QUEUED-COUNT,
                  SETLPOS_QUEUED_VALUE = :HV-SETLPOS-QUEUED-VALUE,
                  SETLPOS_STATUS = 'C'
              WHERE SETLPOS_SORTCODE = :HV-SORTCODE
                AND SETLPOS_DATE = :HV-RUN-DATE
                AND SETLPOS_CYCLE = :HV-SETLPOS-CYCLE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO XFRD-REPORT-LINE
              STRING 'SETTLEMENT POSITION UPDATE FAILED FOR CYCLE '
                  DELIMITED BY SIZE
                  WS-PRINT-CYCLE DELIMITED BY SIZE
                  INTO XFRD-REPORT-LINE
              END-STRING
              WRITE XFRD-REPORT-LINE
           END-IF.

           COMPUTE WS-NET-DEBIT = HV-SETLPOS-OUTBOUND
                                - HV-SETLPOS-INBOUND.

           MOVE WS-NET-DEBIT TO WS-PRINT-HEADROOM.
           MOVE HV-SETLPOS-QUEUED-VALUE TO WS-PRINT-CAP.
           MOVE SPACES TO XFRD-REPORT-LINE
           STRING 'CYCLE ' DELIMITED BY SIZE
               WS-PRINT-CYCLE DELIMITED BY SIZE
               ' CLOSED NET DEBIT=' DELIMITED BY SIZE
               WS-PRINT-HEADROOM DELIMITED BY SIZE
               ' DEFERRED TO NEXT CYCLE=' DELIMITED BY SIZE
               WS-ITEMS-DEFERRED DELIMITED BY SIZE
               ' VALUE=' DELIMITED BY SIZE
               WS-PRINT-CAP DELIMITED BY SIZE
               INTO XFRD-REPORT-LINE
           END-STRING
           WRITE XFRD-REPORT-LINE.

           PERFORM START-NEXT-CYCLE.
       CSC999.
           EXIT.
