      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Settlement message format by counterparty, for the period
      * the scheme runs the old fixed layout and ISO 20022 side by
      * side. One row per counterparty sortcode that has moved (or
      * is booked to move):
      *   MSGFMT_FORMAT 'L' - the bank's own fixed settlement layout
      *                 'X' - ISO 20022 credit transfer (pacs.008)
      * The format applies to items dispatched on or after
      * MSGFMT_EFFECTIVE_FROM (YYYYMMDD); before that date, and for
      * any counterparty with no row at all, XFRDSPCH sends the old
      * layout. Set and inquired through MSGFFUN. Inbound traffic
      * needs no row - XFRRECV and XFRACK take both formats from
      * whoever sends them.
      ******************************************************************
           EXEC SQL DECLARE MSGFMT TABLE
              ( MSGFMT_SORTCODE              CHAR(6)      NOT NULL,
                MSGFMT_FORMAT                CHAR(1)      NOT NULL,
                MSGFMT_EFFECTIVE_FROM        CHAR(8)      NOT NULL,
                MSGFMT_CHANGED_DATE          CHAR(8)      NOT NULL,
                MSGFMT_CHANGED_BY            CHAR(3)      NOT NULL )
           END-EXEC.
