      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Agency banking partners - the post office and other outlets
      * where our customers pay in and draw cash over the counter.
      * AGENCY holds one row per partner: its name, the account at
      * our sort code its daily position settles to, and STATUS 'A'
      * while it may send us items ('X' once the agreement ends).
      * AGNCOMM holds the commission the partner earns, per item
      * type ('D' pay-in, 'W' withdrawal): a flat amount per item
      * plus a rate in basis points of the item amount. A type
      * with no row earns nothing.
      *
      * AGNCIMP posts the partner's daily file. Customer items post
      * as PROCTRAN types AGD (pay-in) and AGW (withdrawal); the
      * day's net - withdrawals paid out plus commission earned,
      * less pay-ins taken - posts to the settlement account as
      * type AGS, and the commission is journalled straight to
      * GLENTRY through the GLMAP 'AGC' mapping. With AGD, AGW and
      * AGS mapped against one agency clearing GL account and AGC
      * debiting commission expense against the same clearing
      * account, clearing nets to nil every day.
      ******************************************************************
           EXEC SQL DECLARE AGENCY TABLE
              ( AGENCY_PARTNER_ID            CHAR(4)      NOT NULL,
                AGENCY_NAME                  CHAR(40)     NOT NULL,
                AGENCY_SETTLE_SORTCODE       CHAR(6)      NOT NULL,
                AGENCY_SETTLE_ACCNO          CHAR(8)      NOT NULL,
                AGENCY_STATUS                CHAR(1)      NOT NULL )
           END-EXEC.

           EXEC SQL DECLARE AGNCOMM TABLE
              ( AGNCOMM_PARTNER_ID           CHAR(4)      NOT NULL,
                AGNCOMM_TXN_TYPE             CHAR(1)      NOT NULL,
                AGNCOMM_PER_ITEM             DECIMAL(7,2) NOT NULL,
                AGNCOMM_RATE_BPS             INTEGER      NOT NULL )
           END-EXEC.
