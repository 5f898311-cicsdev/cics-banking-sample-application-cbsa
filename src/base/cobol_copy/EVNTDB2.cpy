      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Business event outbox. One row per posting and per customer
      * or account lifecycle change, written by EVNTWRT inside the
      * unit of work that made the change, so an event exists if and
      * only if the change was committed. EVNTOUT_SEQ is gap-free -
      * it comes off the CONTROL counter EVENT-LAST-SEQ, which rolls
      * back with everything else - and is the order every consumer
      * sees the bank in.
      *
      * KIND 'P' is a posting or lifecycle change that also wrote a
      * PROCTRAN row (TYPE, SORTCODE, ACCNO, PROC_DATE, PROC_TIME,
      * REF, DESC and AMOUNT are that row's values, so EVNTRECN can
      * prove the two agree); 'L' is a lifecycle change PROCTRAN
      * does not record (a customer or account amended). CUSTNO is
      * the customer concerned where the writer knows it.
      *
      * EVNTPUB delivers in sequence order and stamps STATUS from
      * 'P'ending to 'D'elivered with the date and time (YYYYMMDD,
      * HHMMSS).
      ******************************************************************
           EXEC SQL DECLARE EVNTOUT TABLE
              ( EVNTOUT_SEQ                  INTEGER        NOT NULL,
                EVNTOUT_KIND                 CHAR(1)        NOT NULL,
                EVNTOUT_TYPE                 CHAR(3)        NOT NULL,
                EVNTOUT_SOURCE               CHAR(8)        NOT NULL,
                EVNTOUT_SORTCODE             CHAR(6)        NOT NULL,
                EVNTOUT_ACCNO                CHAR(8)        NOT NULL,
                EVNTOUT_CUSTNO               CHAR(10)       NOT NULL,
                EVNTOUT_PROC_DATE            CHAR(8)        NOT NULL,
                EVNTOUT_PROC_TIME            CHAR(6)        NOT NULL,
                EVNTOUT_REF                  CHAR(12)       NOT NULL,
                EVNTOUT_DESC                 CHAR(40)       NOT NULL,
                EVNTOUT_AMOUNT               DECIMAL(12, 2) NOT NULL,
                EVNTOUT_STATUS               CHAR(1)        NOT NULL,
                EVNTOUT_DELIV_DATE           CHAR(8)        NOT NULL,
                EVNTOUT_DELIV_TIME           CHAR(6)        NOT NULL )
           END-EXEC.
