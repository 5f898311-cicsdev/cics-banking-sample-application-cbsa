      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Secure messages between customers and their branch. A
      * customer's message (DIRECTION 'I') arrives through the API
      * (APICTRL) into SMSGFUN, which categorises it and puts it on
      * the work queue of the branch that owns the customer's
      * account - the account's sort code when one is named, the
      * customer's own otherwise - as QUEUE_SORTCODE. Staff work the
      * queue on BNK1SMG. Each reply is a row of its own (DIRECTION
      * 'O', REPLY_TO holding the id of the customer's message, the
      * author in OPERATOR) and goes to the customer through NOTIFY
      * and the NTFYDSP dispatcher.
      *
      * CUST_SORTCODE is the sort code the customer (and the id
      * counter) belongs to; it does not change when the message is
      * transferred. Dates are YYYYMMDD and times HHMMSS.
      *
      * STATUS is held on the customer's message and copied on to
      * every reply to it when the thread closes:
      *   'O' open - on the branch queue, nobody has claimed it
      *   'C' claimed by CLAIMED_BY
      *   'R' replied - answered at least once, still with the
      *       claimant until closed
      *   'X' closed
      *   'P' closed by being converted into COMPLAINT case
      *       COMPLAINT_ID
      * CATEGORY, by what the customer chose or - when that is not
      * one of these - by what the message says:
      *   'ACCT' account servicing   'PAYM' payments
      *   'CARD' cards               'LEND' loans and overdrafts
      *   'FRAU' fraud and security  'CMPL' dissatisfaction
      *   'GENL' anything else
      * REPLY_DATE/REPLY_TIME are when the first reply was sent -
      * the service-level clock SMSGRPT reports on. TRANSFERS
      * counts the times the message was moved to another branch.
      ******************************************************************
           EXEC SQL DECLARE SECMSG TABLE
              ( SECMSG_ID                    INTEGER      NOT NULL,
                SECMSG_CUST_SORTCODE         CHAR(6)      NOT NULL,
                SECMSG_CUSTNO                CHAR(10)     NOT NULL,
                SECMSG_ACCNO                 CHAR(8)      NOT NULL,
                SECMSG_QUEUE_SORTCODE        CHAR(6)      NOT NULL,
                SECMSG_DIRECTION             CHAR(1)      NOT NULL,
                SECMSG_REPLY_TO              INTEGER      NOT NULL,
                SECMSG_CATEGORY              CHAR(4)      NOT NULL,
                SECMSG_SUBJECT               CHAR(40)     NOT NULL,
                SECMSG_TEXT                  CHAR(200)    NOT NULL,
                SECMSG_STATUS                CHAR(1)      NOT NULL,
                SECMSG_CLAIMED_BY            CHAR(3)      NOT NULL,
                SECMSG_SENT_DATE             CHAR(8)      NOT NULL,
                SECMSG_SENT_TIME             CHAR(6)      NOT NULL,
                SECMSG_REPLY_DATE            CHAR(8)      NOT NULL,
                SECMSG_REPLY_TIME            CHAR(6)      NOT NULL,
                SECMSG_CLOSED_DATE           CHAR(8)      NOT NULL,
                SECMSG_TRANSFERS             INTEGER      NOT NULL,
                SECMSG_COMPLAINT_ID          INTEGER      NOT NULL,
                SECMSG_OPERATOR              CHAR(3)      NOT NULL )
           END-EXEC.
