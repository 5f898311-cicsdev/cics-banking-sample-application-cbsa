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
      * Title: SMSGFUN                                                 *
      *                                                                *
      * Description: Secure message service. CORRFUN and NOTIFY only   *
      *              ever talk to the customer; this is the way back.  *
      *              A customer's message (SEND, from APICTRL) is      *
      *              checked against the customer and the account it   *
      *              names, given a category - the customer's own      *
      *              choice when it is one we know, otherwise what the *
      *              words of the message suggest - and put on the     *
      *              work queue of the branch that owns the account    *
      *              (or the customer) as a SECMSG row (SMSGDB2).      *
      *              Branch staff work the queue from BNK1SMG: BROWSE  *
      *              and INQUIRE it, CLAIM a message so two people do  *
      *              not answer it, REPLY - each reply is its own row  *
      *              and goes to the customer as a NOTIFY event for    *
      *              the NTFYDSP dispatcher to deliver - TRANSFER it   *
      *              to another branch's queue, CLOSE it, or turn it   *
      *              into a COMPLAINT case through CMPLFUN. The first  *
      *              reply is time-stamped for the SMSGRPT service-    *
      *              level report, and RETNMGR retires closed threads  *
      *              under the SECMSG retention rule.                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMSGFUN.
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

           EXEC SQL INCLUDE SMSGDB2 END-EXEC.
           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE ACCJDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SECMSG-ID                      PIC S9(9) COMP.
       01 HV-SECMSG-CUST-SORTCODE           PIC X(6).
       01 HV-SECMSG-CUSTNO                  PIC X(10).
       01 HV-SECMSG-ACCNO                   PIC X(8).
       01 HV-SECMSG-QUEUE-SORTCODE          PIC X(6).
       01 HV-SECMSG-DIRECTION               PIC X.
       01 HV-SECMSG-REPLY-TO                PIC S9(9) COMP.
       01 HV-SECMSG-CATEGORY                PIC X(4).
       01 HV-SECMSG-SUBJECT                 PIC X(40).
       01 HV-SECMSG-TEXT                    PIC X(200).
       01 HV-SECMSG-STATUS                  PIC X.
       01 HV-SECMSG-CLAIMED-BY              PIC X(3).
       01 HV-SECMSG-SENT-DATE               PIC X(8).
       01 HV-SECMSG-SENT-TIME               PIC X(6).
       01 HV-SECMSG-REPLY-DATE              PIC X(8).
       01 HV-SECMSG-REPLY-TIME              PIC X(6).
       01 HV-SECMSG-CLOSED-DATE             PIC X(8).
       01 HV-SECMSG-TRANSFERS               PIC S9(9) COMP.
       01 HV-SECMSG-COMPLAINT-ID            PIC S9(9) COMP.
       01 HV-SECMSG-OPERATOR                PIC X(3).

      * A reply row, written alongside the customer's message it
      * answers (which stays in the HV-SECMSG- fields above).
       01 HV-REPLY-ID                       PIC S9(9) COMP.
       01 HV-REPLY-TEXT                     PIC X(200).

       01 HV-NEW-STATUS                     PIC X.
       01 HV-OPERATOR                       PIC X(3).
       01 HV-BROWSE-SORTCODE                PIC X(6).

       01 WS-HOME-SORTCODE                  PIC 9(6).
       01 WS-NEW-ID                         PIC S9(9) COMP.

      * The categories a message can be filed under (see SMSGDB2).
       01 WS-CATEGORY-CHECK                 PIC X(4).
          88 WS-KNOWN-CATEGORY              VALUE 'ACCT' 'PAYM'
                                                  'CARD' 'LEND'
                                                  'FRAU' 'CMPL'
                                                  'GENL'.

      * The subject and text in upper case, for the keyword scan.
       01 WS-SCAN-TEXT                      PIC X(240).
       01 WS-KEYWORD-HITS                   PIC S9(4) COMP.

       01 WS-ROW-SUB                        PIC S9(4) COMP.
       01 WS-SKIP-REMAINING                 PIC 9(4) COMP.
       01 WS-FETCH-EOF-SW                   PIC X.
          88 WS-FETCH-EOF                   VALUE 'Y'.

       01 WS-ID-DISPLAY                     PIC 9(9).

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                      PIC X(10).
       01 WS-TODAY-YMD                      PIC X(8).
       01 WS-TIME-NOW                       PIC X(6).

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

      *
      *    The customer must be on file to send a message, the same
      *    read CMPLFUN makes before raising a case.
      *
       01 WS-CUST-DATA.
          COPY CUSTOMER.

       01 WS-CUST-KEY.
          03 WS-CUST-KEY-SORTCODE           PIC 9(6).
          03 WS-CUST-KEY-NUMBER             PIC 9(10).

       01 WS-CICS-RESP                      PIC S9(8) COMP.
       01 WS-CICS-RESP2                     PIC S9(8) COMP.

       01 GETCTRL-COMMAREA.
           COPY GETCTRL.

       01 GETSCODE-COMMAREA.
           COPY GETSCODE.

       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

       01 CMPLFUN-COMMAREA.
           COPY CMPLFUN.

       01 NOTIFY-REC.
           COPY NOTIFY.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY SMSGFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO SMSGFUN-SUCCESS.
           MOVE SPACE TO SMSGFUN-FAIL-CODE.
           MOVE SPACE TO SMSGFUN-CMPL-FAIL-CODE.

           PERFORM POPULATE-TIME-DATE.

           INITIALIZE GETSCODE-COMMAREA.

           EXEC CICS LINK PROGRAM('GETSCODE')
                     COMMAREA(GETSCODE-COMMAREA)
           END-EXEC.

           MOVE SORTCODE OF GETSCODE-COMMAREA TO WS-HOME-SORTCODE.

           IF SMSGFUN-SORTCODE = 0
              MOVE WS-HOME-SORTCODE TO SMSGFUN-SORTCODE
           END-IF.

           MOVE EIBOPID TO HV-OPERATOR.

           INITIALIZE ENTLFUN-COMMAREA.

           EVALUATE TRUE
              WHEN SMSGFUN-SEND
                 PERFORM SEND-MESSAGE
              WHEN SMSGFUN-INQUIRE
                 IF SMSGFUN-CUSTNO = 0
                    MOVE 'I' TO ENTLFUN-CLASS
                    PERFORM CHECK-ENTITLEMENT
                 END-IF
                 IF SMSGFUN-SUCCESS = 'Y'
                    PERFORM INQUIRE-MESSAGE
                 END-IF
              WHEN SMSGFUN-BROWSE
                 MOVE 'I' TO ENTLFUN-CLASS
                 PERFORM CHECK-ENTITLEMENT
                 IF SMSGFUN-SUCCESS = 'Y'
                    PERFORM BROWSE-QUEUE
                 END-IF
              WHEN SMSGFUN-CLAIM
                 MOVE 'M' TO ENTLFUN-CLASS
                 PERFORM CHECK-ENTITLEMENT
                 IF SMSGFUN-SUCCESS = 'Y'
                    PERFORM CLAIM-MESSAGE
                 END-IF
              WHEN SMSGFUN-REPLY
                 MOVE 'M' TO ENTLFUN-CLASS
                 PERFORM CHECK-ENTITLEMENT
                 IF SMSGFUN-SUCCESS = 'Y'
                    PERFORM REPLY-TO-MESSAGE
                 END-IF
              WHEN SMSGFUN-TRANSFER
                 MOVE 'M' TO ENTLFUN-CLASS
                 PERFORM CHECK-ENTITLEMENT
                 IF SMSGFUN-SUCCESS = 'Y'
                    PERFORM TRANSFER-MESSAGE
                 END-IF
              WHEN SMSGFUN-CLOSE
                 MOVE 'M' TO ENTLFUN-CLASS
                 PERFORM CHECK-ENTITLEMENT
                 IF SMSGFUN-SUCCESS = 'Y'
                    PERFORM CLOSE-MESSAGE
                 END-IF
              WHEN SMSGFUN-COMPLAINT
                 MOVE 'M' TO ENTLFUN-CLASS
                 PERFORM CHECK-ENTITLEMENT
                 IF SMSGFUN-SUCCESS = 'Y'
                    PERFORM CONVERT-TO-COMPLAINT
                 END-IF
              WHEN OTHER
                 MOVE 'N' TO SMSGFUN-SUCCESS
                 MOVE '9' TO SMSGFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * Take a customer's message. It needs something to say; the
      * customer must exist; an account, when one is named, must be
      * one they hold alone or jointly, and its sort code is the
      * branch whose queue the message goes to.
      *----------------------------------------------------------------
       SEND-MESSAGE SECTION.
       SM010.
           IF SMSGFUN-SUBJECT = SPACES OR
              SMSGFUN-SUBJECT = LOW-VALUES OR
              SMSGFUN-TEXT = SPACES OR
              SMSGFUN-TEXT = LOW-VALUES
              MOVE 'N' TO SMSGFUN-SUCCESS
              MOVE '5' TO SMSGFUN-FAIL-CODE
              GO TO SM999
           END-IF.

           MOVE SMSGFUN-SORTCODE TO WS-CUST-KEY-SORTCODE.
           MOVE SMSGFUN-CUSTNO TO WS-CUST-KEY-NUMBER.

           EXEC CICS READ FILE('CUSTOMER')
                RIDFLD(WS-CUST-KEY)
                INTO(WS-CUST-DATA)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'N' TO SMSGFUN-SUCCESS
              MOVE '3' TO SMSGFUN-FAIL-CODE
              GO TO SM999
           END-IF.

           MOVE SMSGFUN-SORTCODE TO HV-SECMSG-CUST-SORTCODE.
           MOVE SMSGFUN-CUSTNO TO HV-SECMSG-CUSTNO.
           MOVE SMSGFUN-SORTCODE TO HV-SECMSG-QUEUE-SORTCODE.

           IF SMSGFUN-ACCNO = 0
              MOVE SPACES TO HV-SECMSG-ACCNO
           ELSE
              MOVE SMSGFUN-ACCNO TO HV-SECMSG-ACCNO
              PERFORM FIND-OWNING-BRANCH
              IF SMSGFUN-SUCCESS NOT = 'Y'
                 GO TO SM999
              END-IF
           END-IF.

           MOVE SMSGFUN-SUBJECT TO HV-SECMSG-SUBJECT.
           MOVE SMSGFUN-TEXT TO HV-SECMSG-TEXT.

           PERFORM CATEGORISE-MESSAGE.

           PERFORM ALLOCATE-NEXT-MESSAGE-ID.
           MOVE WS-NEW-ID TO HV-SECMSG-ID.

           MOVE 'I' TO HV-SECMSG-DIRECTION.
           MOVE 0 TO HV-SECMSG-REPLY-TO.
           MOVE 'O' TO HV-SECMSG-STATUS.
           MOVE SPACES TO HV-SECMSG-CLAIMED-BY.
           MOVE WS-TODAY-YMD TO HV-SECMSG-SENT-DATE.
           MOVE WS-TIME-NOW TO HV-SECMSG-SENT-TIME.
           MOVE SPACES TO HV-SECMSG-REPLY-DATE.
           MOVE SPACES TO HV-SECMSG-REPLY-TIME.
           MOVE SPACES TO HV-SECMSG-CLOSED-DATE.
           MOVE 0 TO HV-SECMSG-TRANSFERS.
           MOVE 0 TO HV-SECMSG-COMPLAINT-ID.
           MOVE SPACES TO HV-SECMSG-OPERATOR.

           EXEC SQL
              INSERT INTO SECMSG
                 (SECMSG_ID, SECMSG_CUST_SORTCODE, SECMSG_CUSTNO,
                  SECMSG_ACCNO, SECMSG_QUEUE_SORTCODE,
                  SECMSG_DIRECTION, SECMSG_REPLY_TO,
                  SECMSG_CATEGORY, SECMSG_SUBJECT, SECMSG_TEXT,
                  SECMSG_STATUS, SECMSG_CLAIMED_BY,
                  SECMSG_SENT_DATE, SECMSG_SENT_TIME,
                  SECMSG_REPLY_DATE, SECMSG_REPLY_TIME,
                  SECMSG_CLOSED_DATE, SECMSG_TRANSFERS,
                  SECMSG_COMPLAINT_ID, SECMSG_OPERATOR)
              VALUES
                 (:HV-SECMSG-ID, :HV-SECMSG-CUST-SORTCODE,
                  :HV-SECMSG-CUSTNO, :HV-SECMSG-ACCNO,
                  :HV-SECMSG-QUEUE-SORTCODE,
                  :HV-SECMSG-DIRECTION, :HV-SECMSG-REPLY-TO,
                  :HV-SECMSG-CATEGORY, :HV-SECMSG-SUBJECT,
                  :HV-SECMSG-TEXT,
                  :HV-SECMSG-STATUS, :HV-SECMSG-CLAIMED-BY,
                  :HV-SECMSG-SENT-DATE, :HV-SECMSG-SENT-TIME,
                  :HV-SECMSG-REPLY-DATE, :HV-SECMSG-REPLY-TIME,
                  :HV-SECMSG-CLOSED-DATE, :HV-SECMSG-TRANSFERS,
                  :HV-SECMSG-COMPLAINT-ID, :HV-SECMSG-OPERATOR)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SMSGFUN UNABLE TO INSERT SECMSG ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO SMSGFUN-SUCCESS
              MOVE '2' TO SMSGFUN-FAIL-CODE
              GO TO SM999
           END-IF.

           PERFORM RETURN-MESSAGE.
       SM999.
           EXIT.

      *----------------------------------------------------------------
      * The account must be the customer's - as primary holder or
      * on ACCJOINT - and the branch that keeps it is the one that
      * answers for it.
      *----------------------------------------------------------------
       FIND-OWNING-BRANCH SECTION.
       FOB010.
           EXEC SQL
              SELECT ACCOUNT_SORTCODE
              INTO :HV-SECMSG-QUEUE-SORTCODE
              FROM ACCOUNT
              WHERE ACCOUNT_NUMBER = :HV-SECMSG-ACCNO
                AND (ACCOUNT_CUSTOMER_NUMBER = :HV-SECMSG-CUSTNO OR
                     EXISTS (SELECT 1 FROM ACCJOINT
                             WHERE ACCJOINT_SORTCODE =
                                      ACCOUNT_SORTCODE
                               AND ACCJOINT_ACC_NUMBER =
                                      ACCOUNT_NUMBER
                               AND ACCJOINT_CUSTOMER_NUMBER =
                                      :HV-SECMSG-CUSTNO))
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO SMSGFUN-SUCCESS
                 MOVE '4' TO SMSGFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO SMSGFUN-SUCCESS
                 MOVE '2' TO SMSGFUN-FAIL-CODE
           END-EVALUATE.
       FOB999.
           EXIT.

      *----------------------------------------------------------------
      * The customer's own choice of category stands when it is one
      * we file under. Otherwise the words decide, most urgent first:
      * anything about fraud goes to the fraud category whatever
      * else it mentions, dissatisfaction next - it may become a
      * complaint - then the product it is about. A message about
      * an account that matches nothing else is account servicing.
      *----------------------------------------------------------------
       CATEGORISE-MESSAGE SECTION.
       CM010.
           MOVE SMSGFUN-CATEGORY TO WS-CATEGORY-CHECK.

           IF WS-KNOWN-CATEGORY
              MOVE WS-CATEGORY-CHECK TO HV-SECMSG-CATEGORY
              GO TO CM999
           END-IF.

           MOVE SPACES TO WS-SCAN-TEXT.
           STRING SMSGFUN-SUBJECT DELIMITED BY SIZE,
                  SMSGFUN-TEXT DELIMITED BY SIZE
                  INTO WS-SCAN-TEXT
           END-STRING.
           INSPECT WS-SCAN-TEXT
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE 0 TO WS-KEYWORD-HITS.
           INSPECT WS-SCAN-TEXT TALLYING WS-KEYWORD-HITS
              FOR ALL 'FRAUD' ALL 'SCAM' ALL 'STOLEN'
                  ALL 'UNAUTHORISED' ALL 'NOT ME'.
           IF WS-KEYWORD-HITS > 0
              MOVE 'FRAU' TO HV-SECMSG-CATEGORY
              GO TO CM999
           END-IF.

           INSPECT WS-SCAN-TEXT TALLYING WS-KEYWORD-HITS
              FOR ALL 'COMPLAIN' ALL 'UNHAPPY' ALL 'DISSATISFIED'.
           IF WS-KEYWORD-HITS > 0
              MOVE 'CMPL' TO HV-SECMSG-CATEGORY
              GO TO CM999
           END-IF.

           INSPECT WS-SCAN-TEXT TALLYING WS-KEYWORD-HITS
              FOR ALL 'CARD' ALL 'PIN '.
           IF WS-KEYWORD-HITS > 0
              MOVE 'CARD' TO HV-SECMSG-CATEGORY
              GO TO CM999
           END-IF.

           INSPECT WS-SCAN-TEXT TALLYING WS-KEYWORD-HITS
              FOR ALL 'LOAN' ALL 'MORTGAGE' ALL 'OVERDRAFT'
                  ALL 'REPAYMENT'.
           IF WS-KEYWORD-HITS > 0
              MOVE 'LEND' TO HV-SECMSG-CATEGORY
              GO TO CM999
           END-IF.

           INSPECT WS-SCAN-TEXT TALLYING WS-KEYWORD-HITS
              FOR ALL 'PAYMENT' ALL 'TRANSFER' ALL 'DIRECT DEBIT'
                  ALL 'STANDING ORDER' ALL 'PAYEE'.
           IF WS-KEYWORD-HITS > 0
              MOVE 'PAYM' TO HV-SECMSG-CATEGORY
              GO TO CM999
           END-IF.

           IF HV-SECMSG-ACCNO NOT = SPACES
              MOVE 'ACCT' TO HV-SECMSG-CATEGORY
           ELSE
              MOVE 'GENL' TO HV-SECMSG-CATEGORY
           END-IF.
       CM999.
           EXIT.

      *----------------------------------------------------------------
      * One message with the latest reply to it. The API asks on
      * the customer's behalf and names the customer - another
      * customer's message is simply not found.
      *----------------------------------------------------------------
       INQUIRE-MESSAGE SECTION.
       IM010.
           PERFORM READ-MESSAGE.

           IF SMSGFUN-SUCCESS NOT = 'Y'
              GO TO IM999
           END-IF.

           IF SMSGFUN-CUSTNO NOT = 0
              IF HV-SECMSG-CUSTNO NOT = SMSGFUN-CUSTNO
                 MOVE 'N' TO SMSGFUN-SUCCESS
                 MOVE '1' TO SMSGFUN-FAIL-CODE
                 GO TO IM999
              END-IF
           END-IF.

           PERFORM RETURN-MESSAGE.

           MOVE SPACES TO SMSGFUN-REPLY-TEXT.

           EXEC SQL
              SELECT SECMSG_TEXT
              INTO :HV-REPLY-TEXT
              FROM SECMSG
              WHERE SECMSG_REPLY_TO = :HV-SECMSG-ID
                AND SECMSG_DIRECTION = 'O'
              ORDER BY SECMSG_ID DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 0
              MOVE HV-REPLY-TEXT TO SMSGFUN-REPLY-TEXT
           END-IF.
       IM999.
           EXIT.

      *----------------------------------------------------------------
      * The branch queue: every unclosed customer message, oldest
      * first, paged from SMSGFUN-START-SEQ the way EXCPFUN pages.
      *----------------------------------------------------------------
       BROWSE-QUEUE SECTION.
       BQ010.
           MOVE 0 TO SMSGFUN-ROWS-RETURNED.
           MOVE 'N' TO SMSGFUN-MORE-ROWS.

           MOVE SMSGFUN-SORTCODE TO HV-BROWSE-SORTCODE.

           EXEC SQL
              DECLARE SMSG_CSR CURSOR FOR
                 SELECT SECMSG_ID, SECMSG_STATUS, SECMSG_CATEGORY,
                        SECMSG_SENT_DATE, SECMSG_CUSTNO,
                        SECMSG_CLAIMED_BY, SECMSG_SUBJECT
                 FROM SECMSG
                 WHERE SECMSG_QUEUE_SORTCODE = :HV-BROWSE-SORTCODE
                   AND SECMSG_DIRECTION = 'I'
                   AND SECMSG_STATUS IN ('O', 'C', 'R')
                 ORDER BY SECMSG_SENT_DATE, SECMSG_SENT_TIME,
                          SECMSG_ID
           END-EXEC.

           EXEC SQL OPEN SMSG_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO SMSGFUN-SUCCESS
              MOVE '2' TO SMSGFUN-FAIL-CODE
              GO TO BQ999
           END-IF.

           IF SMSGFUN-START-SEQ = 0
              MOVE 1 TO SMSGFUN-START-SEQ
           END-IF.

           MOVE 'N' TO WS-FETCH-EOF-SW.
           COMPUTE WS-SKIP-REMAINING = SMSGFUN-START-SEQ - 1.

           PERFORM SKIP-ONE-MESSAGE
              UNTIL WS-FETCH-EOF OR WS-SKIP-REMAINING = 0.

           MOVE 0 TO WS-ROW-SUB.
           PERFORM FETCH-ONE-MESSAGE
              UNTIL WS-ROW-SUB = 8
                 OR WS-FETCH-EOF.

           MOVE WS-ROW-SUB TO SMSGFUN-ROWS-RETURNED.

           IF NOT WS-FETCH-EOF
              EXEC SQL
                 FETCH SMSG_CSR
                 INTO :HV-SECMSG-ID, :HV-SECMSG-STATUS,
                      :HV-SECMSG-CATEGORY, :HV-SECMSG-SENT-DATE,
                      :HV-SECMSG-CUSTNO, :HV-SECMSG-CLAIMED-BY,
                      :HV-SECMSG-SUBJECT
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Y' TO SMSGFUN-MORE-ROWS
              END-IF
           END-IF.

           EXEC SQL CLOSE SMSG_CSR END-EXEC.
       BQ999.
           EXIT.

       SKIP-ONE-MESSAGE SECTION.
       SOM010.
           EXEC SQL
              FETCH SMSG_CSR
              INTO :HV-SECMSG-ID, :HV-SECMSG-STATUS,
                   :HV-SECMSG-CATEGORY, :HV-SECMSG-SENT-DATE,
                   :HV-SECMSG-CUSTNO, :HV-SECMSG-CLAIMED-BY,
                   :HV-SECMSG-SUBJECT
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FETCH-EOF-SW
           ELSE
              SUBTRACT 1 FROM WS-SKIP-REMAINING
           END-IF.
       SOM999.
           EXIT.

       FETCH-ONE-MESSAGE SECTION.
       FOM010.
           EXEC SQL
              FETCH SMSG_CSR
              INTO :HV-SECMSG-ID, :HV-SECMSG-STATUS,
                   :HV-SECMSG-CATEGORY, :HV-SECMSG-SENT-DATE,
                   :HV-SECMSG-CUSTNO, :HV-SECMSG-CLAIMED-BY,
                   :HV-SECMSG-SUBJECT
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FETCH-EOF-SW
              GO TO FOM999
           END-IF.

           ADD 1 TO WS-ROW-SUB.
           MOVE HV-SECMSG-ID TO SMSGFUN-MS-ID(WS-ROW-SUB).
           MOVE HV-SECMSG-STATUS TO SMSGFUN-MS-STATUS(WS-ROW-SUB).
           MOVE HV-SECMSG-CATEGORY TO SMSGFUN-MS-CATEGORY(WS-ROW-SUB).
           MOVE HV-SECMSG-SENT-DATE
              TO SMSGFUN-MS-SENT-DATE(WS-ROW-SUB).
           MOVE HV-SECMSG-CUSTNO TO SMSGFUN-MS-CUSTNO(WS-ROW-SUB).
           MOVE HV-SECMSG-CLAIMED-BY
              TO SMSGFUN-MS-CLAIMED-BY(WS-ROW-SUB).
           MOVE HV-SECMSG-SUBJECT TO SMSGFUN-MS-SUBJECT(WS-ROW-SUB).
       FOM999.
           EXIT.

      *----------------------------------------------------------------
      * Only an open message can be claimed - one already claimed
      * belongs to whoever took it until they close or transfer it.
      *----------------------------------------------------------------
       CLAIM-MESSAGE SECTION.
       CLM010.
           PERFORM READ-MESSAGE.

           IF SMSGFUN-SUCCESS NOT = 'Y'
              GO TO CLM999
           END-IF.

           IF HV-SECMSG-STATUS NOT = 'O'
              MOVE 'N' TO SMSGFUN-SUCCESS
              MOVE '6' TO SMSGFUN-FAIL-CODE
              GO TO CLM999
           END-IF.

           EXEC SQL
              UPDATE SECMSG
              SET SECMSG_STATUS = 'C',
                  SECMSG_CLAIMED_BY = :HV-OPERATOR
              WHERE (SECMSG_ID = :HV-SECMSG-ID AND
                     SECMSG_DIRECTION = 'I' AND
                     SECMSG_STATUS = 'O')
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'C' TO HV-SECMSG-STATUS
                 MOVE HV-OPERATOR TO HV-SECMSG-CLAIMED-BY
                 PERFORM RETURN-MESSAGE
              WHEN 100
                 MOVE 'N' TO SMSGFUN-SUCCESS
                 MOVE '6' TO SMSGFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO SMSGFUN-SUCCESS
                 MOVE '2' TO SMSGFUN-FAIL-CODE
           END-EVALUATE.
       CLM999.
           EXIT.

      *----------------------------------------------------------------
      * Answer the customer. The reply is kept as its own row
      * against the message, the first one stamps the response
      * time the service level is measured by, and the customer is
      * told through the notification dispatcher.
      *----------------------------------------------------------------
       REPLY-TO-MESSAGE SECTION.
       RTM010.
           IF SMSGFUN-TEXT = SPACES OR
              SMSGFUN-TEXT = LOW-VALUES
              MOVE 'N' TO SMSGFUN-SUCCESS
              MOVE '5' TO SMSGFUN-FAIL-CODE
              GO TO RTM999
           END-IF.

           PERFORM READ-MESSAGE.

           IF SMSGFUN-SUCCESS NOT = 'Y'
              GO TO RTM999
           END-IF.

           PERFORM CHECK-HELD-BY-OPERATOR.

           IF SMSGFUN-SUCCESS NOT = 'Y'
              GO TO RTM999
           END-IF.

           PERFORM ALLOCATE-NEXT-MESSAGE-ID.
           MOVE WS-NEW-ID TO HV-REPLY-ID.
           MOVE SMSGFUN-TEXT TO HV-REPLY-TEXT.

           EXEC SQL
              INSERT INTO SECMSG
                 (SECMSG_ID, SECMSG_CUST_SORTCODE, SECMSG_CUSTNO,
                  SECMSG_ACCNO, SECMSG_QUEUE_SORTCODE,
                  SECMSG_DIRECTION, SECMSG_REPLY_TO,
                  SECMSG_CATEGORY, SECMSG_SUBJECT, SECMSG_TEXT,
                  SECMSG_STATUS, SECMSG_CLAIMED_BY,
                  SECMSG_SENT_DATE, SECMSG_SENT_TIME,
                  SECMSG_REPLY_DATE, SECMSG_REPLY_TIME,
                  SECMSG_CLOSED_DATE, SECMSG_TRANSFERS,
                  SECMSG_COMPLAINT_ID, SECMSG_OPERATOR)
              VALUES
                 (:HV-REPLY-ID, :HV-SECMSG-CUST-SORTCODE,
                  :HV-SECMSG-CUSTNO, :HV-SECMSG-ACCNO,
                  :HV-SECMSG-QUEUE-SORTCODE,
                  'O', :HV-SECMSG-ID,
                  :HV-SECMSG-CATEGORY, :HV-SECMSG-SUBJECT,
                  :HV-REPLY-TEXT,
                  'R', ' ',
                  :WS-TODAY-YMD, :WS-TIME-NOW,
                  ' ', ' ',
                  ' ', 0,
                  0, :HV-OPERATOR)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SMSGFUN UNABLE TO INSERT SECMSG REPLY'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO SMSGFUN-SUCCESS
              MOVE '2' TO SMSGFUN-FAIL-CODE
              GO TO RTM999
           END-IF.

           IF HV-SECMSG-REPLY-DATE = SPACES
              MOVE WS-TODAY-YMD TO HV-SECMSG-REPLY-DATE
              MOVE WS-TIME-NOW TO HV-SECMSG-REPLY-TIME
           END-IF.

           EXEC SQL
              UPDATE SECMSG
              SET SECMSG_STATUS = 'R',
                  SECMSG_REPLY_DATE = :HV-SECMSG-REPLY-DATE,
                  SECMSG_REPLY_TIME = :HV-SECMSG-REPLY-TIME
              WHERE (SECMSG_ID = :HV-SECMSG-ID AND
                     SECMSG_DIRECTION = 'I')
           END-EXEC.

      *
      *    The reply is already written - it must not stand without
      *    the message it answers being marked replied.
      *
           IF SQLCODE NOT = 0
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'N' TO SMSGFUN-SUCCESS
              MOVE '2' TO SMSGFUN-FAIL-CODE
              GO TO RTM999
           END-IF.

           MOVE 'R' TO HV-SECMSG-STATUS.

           PERFORM SEND-REPLY-NOTIFICATION.

           PERFORM RETURN-MESSAGE.
           MOVE HV-REPLY-TEXT TO SMSGFUN-REPLY-TEXT.
       RTM999.
           EXIT.

      *----------------------------------------------------------------
      * Queue the reply on NOTIFYFL as event SMRP; NTFYDSP words it
      * and sends it by the customer's preferred channel like any
      * other notification. The message id leads the details so
      * the customer can quote it.
      *----------------------------------------------------------------
       SEND-REPLY-NOTIFICATION SECTION.
       SRN010.
           INITIALIZE NOTIFY-REC.

           MOVE WS-U-TIME  TO NOTIFY-UTIME-KEY.
           MOVE EIBTASKN   TO NOTIFY-TASKNO-KEY.

           MOVE HV-SECMSG-CUSTNO   TO NOTIFY-CUSTOMER-NUMBER.
           MOVE 'SMRP'             TO NOTIFY-EVENT-TYPE.
           MOVE WS-ORIG-DATE       TO NOTIFY-DATE.
           MOVE WS-TIME-NOW        TO NOTIFY-TIME.

           MOVE HV-SECMSG-ID TO WS-ID-DISPLAY.

           STRING 'REF ' DELIMITED BY SIZE
                  WS-ID-DISPLAY DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  HV-REPLY-TEXT DELIMITED BY SIZE
                  INTO NOTIFY-DETAILS
           END-STRING.

           EXEC CICS LINK PROGRAM('NOTIFY')
                      COMMAREA(NOTIFY-REC)
           END-EXEC.
       SRN999.
           EXIT.

      *----------------------------------------------------------------
      * Move a message to another branch's queue - it is theirs to
      * claim afresh - optionally re-filed under a better category.
      * An open message may be passed on by anyone working the
      * queue; a claimed one only by whoever holds it.
      *----------------------------------------------------------------
       TRANSFER-MESSAGE SECTION.
       TM010.
           PERFORM READ-MESSAGE.

           IF SMSGFUN-SUCCESS NOT = 'Y'
              GO TO TM999
           END-IF.

           IF HV-SECMSG-STATUS NOT = 'O'
              PERFORM CHECK-HELD-BY-OPERATOR
              IF SMSGFUN-SUCCESS NOT = 'Y'
                 GO TO TM999
              END-IF
           END-IF.

           INITIALIZE GETSCODE-COMMAREA.
           MOVE SMSGFUN-TO-BRANCH TO GETSCODE-BRANCH-NUMBER.

           EXEC CICS LINK PROGRAM('GETSCODE')
                     COMMAREA(GETSCODE-COMMAREA)
           END-EXEC.

           IF SMSGFUN-TO-BRANCH = 0 OR
              GETSCODE-FAIL-CODE = 'N'
              MOVE 'N' TO SMSGFUN-SUCCESS
              MOVE '5' TO SMSGFUN-FAIL-CODE
              GO TO TM999
           END-IF.

           MOVE SORTCODE OF GETSCODE-COMMAREA
              TO HV-SECMSG-QUEUE-SORTCODE.

           MOVE SMSGFUN-CATEGORY TO WS-CATEGORY-CHECK.
           IF WS-KNOWN-CATEGORY
              MOVE WS-CATEGORY-CHECK TO HV-SECMSG-CATEGORY
           END-IF.

           EXEC SQL
              UPDATE SECMSG
              SET SECMSG_QUEUE_SORTCODE = :HV-SECMSG-QUEUE-SORTCODE,
                  SECMSG_CATEGORY = :HV-SECMSG-CATEGORY,
                  SECMSG_STATUS = 'O',
                  SECMSG_CLAIMED_BY = ' ',
                  SECMSG_TRANSFERS = SECMSG_TRANSFERS + 1
              WHERE (SECMSG_ID = :HV-SECMSG-ID AND
                     SECMSG_DIRECTION = 'I')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO SMSGFUN-SUCCESS
              MOVE '2' TO SMSGFUN-FAIL-CODE
              GO TO TM999
           END-IF.

           MOVE 'O' TO HV-SECMSG-STATUS.
           MOVE SPACES TO HV-SECMSG-CLAIMED-BY.
           ADD 1 TO HV-SECMSG-TRANSFERS.

           PERFORM RETURN-MESSAGE.
       TM999.
           EXIT.

      *----------------------------------------------------------------
       CLOSE-MESSAGE SECTION.
       CLS010.
           PERFORM READ-MESSAGE.

           IF SMSGFUN-SUCCESS NOT = 'Y'
              GO TO CLS999
           END-IF.

           PERFORM CHECK-HELD-BY-OPERATOR.

           IF SMSGFUN-SUCCESS NOT = 'Y'
              GO TO CLS999
           END-IF.

           MOVE 'X' TO HV-NEW-STATUS.
           PERFORM CLOSE-THE-THREAD.

           IF SMSGFUN-SUCCESS = 'Y'
              PERFORM RETURN-MESSAGE
           END-IF.
       CLS999.
           EXIT.

      *----------------------------------------------------------------
      * What the customer wrote is a complaint: raise the case
      * through CMPLFUN, against the same customer and account and
      * under the message's category, and close the message
      * against the case so the two can be followed either way.
      *----------------------------------------------------------------
       CONVERT-TO-COMPLAINT SECTION.
       CTC010.
           PERFORM READ-MESSAGE.

           IF SMSGFUN-SUCCESS NOT = 'Y'
              GO TO CTC999
           END-IF.

           PERFORM CHECK-HELD-BY-OPERATOR.

           IF SMSGFUN-SUCCESS NOT = 'Y'
              GO TO CTC999
           END-IF.

           INITIALIZE CMPLFUN-COMMAREA.
           SET CMPLFUN-RAISE TO TRUE.
           MOVE HV-SECMSG-CUST-SORTCODE TO CMPLFUN-SORTCODE.
           MOVE HV-SECMSG-CUSTNO TO CMPLFUN-CUSTNO.
           MOVE HV-SECMSG-ACCNO TO CMPLFUN-ACCNO.
           MOVE SPACES TO CMPLFUN-TXN-REF.
           MOVE SPACES TO CMPLFUN-TXN-DATE.
           MOVE HV-SECMSG-CATEGORY TO CMPLFUN-CATEGORY.
           MOVE SPACES TO CMPLFUN-ABND-CODE.
           MOVE SPACES TO CMPLFUN-ABND-PROGRAM.

           MOVE HV-SECMSG-ID TO WS-ID-DISPLAY.
           MOVE SPACES TO CMPLFUN-SUMMARY.
           STRING HV-SECMSG-SUBJECT DELIMITED BY '  ',
                  ' (SECURE MSG ' DELIMITED BY SIZE,
                  WS-ID-DISPLAY DELIMITED BY SIZE,
                  ')' DELIMITED BY SIZE
                  INTO CMPLFUN-SUMMARY
           END-STRING.

           EXEC CICS LINK PROGRAM('CMPLFUN')
                     COMMAREA(CMPLFUN-COMMAREA)
           END-EXEC.

           IF CMPLFUN-SUCCESS NOT = 'Y'
              MOVE 'N' TO SMSGFUN-SUCCESS
              MOVE '7' TO SMSGFUN-FAIL-CODE
              MOVE CMPLFUN-FAIL-CODE TO SMSGFUN-CMPL-FAIL-CODE
              GO TO CTC999
           END-IF.

           MOVE CMPLFUN-ID TO HV-SECMSG-COMPLAINT-ID.

           MOVE 'P' TO HV-NEW-STATUS.
           PERFORM CLOSE-THE-THREAD.

      *
      *    A thread that cannot be closed takes the complaint just
      *    raised for it back out - neither stands without the
      *    other.
      *
           IF SMSGFUN-SUCCESS NOT = 'Y'
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              GO TO CTC999
           END-IF.

           PERFORM RETURN-MESSAGE.
       CTC999.
           EXIT.

      *----------------------------------------------------------------
      * Close the message and every reply to it with HV-NEW-STATUS,
      * so the thread is retired as a whole; the message itself
      * records who closed it and any complaint it became.
      *----------------------------------------------------------------
       CLOSE-THE-THREAD SECTION.
       CTT010.
           EXEC SQL
              UPDATE SECMSG
              SET SECMSG_STATUS = :HV-NEW-STATUS,
                  SECMSG_CLOSED_DATE = :WS-TODAY-YMD
              WHERE SECMSG_REPLY_TO = :HV-SECMSG-ID
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'N' TO SMSGFUN-SUCCESS
              MOVE '2' TO SMSGFUN-FAIL-CODE
              GO TO CTT999
           END-IF.

           EXEC SQL
              UPDATE SECMSG
              SET SECMSG_STATUS = :HV-NEW-STATUS,
                  SECMSG_CLOSED_DATE = :WS-TODAY-YMD,
                  SECMSG_COMPLAINT_ID = :HV-SECMSG-COMPLAINT-ID,
                  SECMSG_OPERATOR = :HV-OPERATOR
              WHERE (SECMSG_ID = :HV-SECMSG-ID AND
                     SECMSG_DIRECTION = 'I')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO SMSGFUN-SUCCESS
              MOVE '2' TO SMSGFUN-FAIL-CODE
              GO TO CTT999
           END-IF.

           MOVE HV-NEW-STATUS TO HV-SECMSG-STATUS.
           MOVE WS-TODAY-YMD TO HV-SECMSG-CLOSED-DATE.
       CTT999.
           EXIT.

      *----------------------------------------------------------------
      * Reply, close and complaint act only on a message the
      * signed-on operator has claimed and that is still unclosed.
      *----------------------------------------------------------------
       CHECK-HELD-BY-OPERATOR SECTION.
       CHO010.
           IF (HV-SECMSG-STATUS NOT = 'C' AND
               HV-SECMSG-STATUS NOT = 'R')
           OR HV-SECMSG-CLAIMED-BY NOT = HV-OPERATOR
              MOVE 'N' TO SMSGFUN-SUCCESS
              MOVE '6' TO SMSGFUN-FAIL-CODE
           END-IF.
       CHO999.
           EXIT.

      *----------------------------------------------------------------
      * Read customer message SMSGFUN-ID. A reply's id is not a
      * message anyone can act on, so only DIRECTION 'I' is found.
      *----------------------------------------------------------------
       READ-MESSAGE SECTION.
       RDM010.
           MOVE SMSGFUN-ID TO HV-SECMSG-ID.

           EXEC SQL
              SELECT SECMSG_CUST_SORTCODE, SECMSG_CUSTNO,
                     SECMSG_ACCNO, SECMSG_QUEUE_SORTCODE,
                     SECMSG_CATEGORY, SECMSG_SUBJECT, SECMSG_TEXT,
                     SECMSG_STATUS, SECMSG_CLAIMED_BY,
                     SECMSG_SENT_DATE, SECMSG_SENT_TIME,
                     SECMSG_REPLY_DATE, SECMSG_REPLY_TIME,
                     SECMSG_CLOSED_DATE, SECMSG_TRANSFERS,
                     SECMSG_COMPLAINT_ID
              INTO :HV-SECMSG-CUST-SORTCODE, :HV-SECMSG-CUSTNO,
                   :HV-SECMSG-ACCNO, :HV-SECMSG-QUEUE-SORTCODE,
                   :HV-SECMSG-CATEGORY, :HV-SECMSG-SUBJECT,
                   :HV-SECMSG-TEXT,
                   :HV-SECMSG-STATUS, :HV-SECMSG-CLAIMED-BY,
                   :HV-SECMSG-SENT-DATE, :HV-SECMSG-SENT-TIME,
                   :HV-SECMSG-REPLY-DATE, :HV-SECMSG-REPLY-TIME,
                   :HV-SECMSG-CLOSED-DATE, :HV-SECMSG-TRANSFERS,
                   :HV-SECMSG-COMPLAINT-ID
              FROM SECMSG
              WHERE (SECMSG_ID = :HV-SECMSG-ID AND
                     SECMSG_DIRECTION = 'I')
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO SMSGFUN-SUCCESS
                 MOVE '1' TO SMSGFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO SMSGFUN-SUCCESS
                 MOVE '2' TO SMSGFUN-FAIL-CODE
           END-EVALUATE.
       RDM999.
           EXIT.

      *----------------------------------------------------------------
       RETURN-MESSAGE SECTION.
       RTN010.
           MOVE HV-SECMSG-ID TO SMSGFUN-ID.
           MOVE HV-SECMSG-CUST-SORTCODE TO SMSGFUN-SORTCODE.
           MOVE HV-SECMSG-CUSTNO TO SMSGFUN-CUSTNO.
           IF HV-SECMSG-ACCNO = SPACES
              MOVE 0 TO SMSGFUN-ACCNO
           ELSE
              MOVE HV-SECMSG-ACCNO TO SMSGFUN-ACCNO
           END-IF.
           MOVE HV-SECMSG-QUEUE-SORTCODE TO SMSGFUN-QUEUE-SORTCODE.
           MOVE HV-SECMSG-CATEGORY TO SMSGFUN-CATEGORY.
           MOVE HV-SECMSG-SUBJECT TO SMSGFUN-SUBJECT.
           MOVE HV-SECMSG-TEXT TO SMSGFUN-TEXT.
           MOVE HV-SECMSG-STATUS TO SMSGFUN-STATUS.
           MOVE HV-SECMSG-CLAIMED-BY TO SMSGFUN-CLAIMED-BY.
           MOVE HV-SECMSG-SENT-DATE TO SMSGFUN-SENT-DATE.
           MOVE HV-SECMSG-SENT-TIME TO SMSGFUN-SENT-TIME.
           MOVE HV-SECMSG-REPLY-DATE TO SMSGFUN-REPLY-DATE.
           MOVE HV-SECMSG-COMPLAINT-ID TO SMSGFUN-COMPLAINT-ID.
       RTN999.
           EXIT.

      *----------------------------------------------------------------
      * The class in ENTLFUN-CLASS - 'I' to look at the queue, 'M'
      * to work it; ENTLFUN logs a refusal.
      *----------------------------------------------------------------
       CHECK-ENTITLEMENT SECTION.
       CEN010.
           SET ENTLFUN-CHECK TO TRUE.
           MOVE WS-HOME-SORTCODE TO ENTLFUN-SORTCODE.

           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC.

           IF ENTLFUN-ALLOWED NOT = 'Y'
              MOVE 'N' TO SMSGFUN-SUCCESS
              MOVE 'S' TO SMSGFUN-FAIL-CODE
           END-IF.
       CEN999.
           EXIT.

      *----------------------------------------------------------------
      * Message and reply ids come off one counter, so an id names
      * exactly one row whichever branch's queue it is on.
      *----------------------------------------------------------------
       ALLOCATE-NEXT-MESSAGE-ID SECTION.
       ANMI010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           STRING WS-HOME-SORTCODE  DELIMITED BY SIZE,
                  '-SMSG-LAST'      DELIMITED BY SIZE
                  INTO GETCTRL-NAME OF GETCTRL-COMMAREA
           END-STRING.
           MOVE 0 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           COMPUTE WS-NEW-ID =
              GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA + 1.

           MOVE 'S' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE WS-NEW-ID TO GETCTRL-VALUE-NUM OF
              GETCTRL-COMMAREA.
           MOVE SPACES TO GETCTRL-VALUE-STR OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.
       ANMI999.
           EXIT.

       POPULATE-TIME-DATE SECTION.
       PTD010.
           EXEC CICS ASKTIME
              ABSTIME(WS-U-TIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     DDMMYYYY(WS-ORIG-DATE)
                     TIME(WS-TIME-NOW)
                     DATESEP('.')
           END-EXEC.

           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     YYYYMMDD(WS-TODAY-YMD)
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
