      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Event replay requests. A downstream consumer that has lost
      * or doubts its copy of the event stream asks, through EVNTFUN,
      * for everything again from a sequence number of its choosing;
      * the next EVNTPUB run re-sends EVNTOUT_SEQ FROM_SEQ up to the
      * last event already delivered, addressed to that consumer
      * alone. STATUS 'R' requested, 'D' done (TO_SEQ the last event
      * re-sent, SENT how many, DONE_DATE YYYYMMDD), 'F' failed -
      * the request stays on the table so the consumer can see why
      * nothing arrived.
      ******************************************************************
           EXEC SQL DECLARE EVNTRPLY TABLE
              ( EVNTRPLY_CONSUMER            CHAR(8)        NOT NULL,
                EVNTRPLY_FROM_SEQ            INTEGER        NOT NULL,
                EVNTRPLY_REQ_DATE            CHAR(8)        NOT NULL,
                EVNTRPLY_REQ_TIME            CHAR(6)        NOT NULL,
                EVNTRPLY_STATUS              CHAR(1)        NOT NULL,
                EVNTRPLY_TO_SEQ              INTEGER        NOT NULL,
                EVNTRPLY_SENT                INTEGER        NOT NULL,
                EVNTRPLY_DONE_DATE           CHAR(8)        NOT NULL )
           END-EXEC.
