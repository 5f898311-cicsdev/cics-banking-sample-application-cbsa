      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Politically exposed persons. PEPLIST is the PEP list, kept
      * apart from the WATCHLST sanctions list and replaced whole by
      * each PEPLOAD distribution: one row per entry, keyed by the
      * list source and the publisher's entry id, names upper-cased
      * the way SCRNFUN normalizes the name it screens, date of
      * birth DDMMYYYY (zeros - the list does not know it). The
      * category is 'D' domestic PEP, 'F' foreign PEP, 'I' senior
      * at an international organisation, 'R' relative or close
      * family of a PEP, 'A' known close associate.
      *
      * PEPREVW holds the enhanced due diligence cycle of every
      * confirmed PEP customer, one row each: NEXT_DUE_DATE is a
      * year after confirmation or after the last review PEPFUN
      * recorded. STATUS 'A' active, 'E' escalated - the review
      * went overdue and PEPEDD opened the AMLCASE case in
      * AMLCASE_ID - and 'X' ended, the customer declassified.
      *
      * PEPAPPR records senior-management approval for a PEP
      * customer to open an account of one type. STATUS 'A' is an
      * approval not yet used, 'U' used - CREACC marks it with the
      * account opened under it. An unused approval lapses after
      * the CONTROL value PEP-APPROVAL-DAYS (default 30).
      * Dates are plain YYYYMMDD unless said otherwise.
      ******************************************************************
           EXEC SQL DECLARE PEPLIST TABLE
              ( PEPLIST_SOURCE               CHAR(4)      NOT NULL,
                PEPLIST_ENTRY_ID             CHAR(8)      NOT NULL,
                PEPLIST_FAMILY_NAME          CHAR(20)     NOT NULL,
                PEPLIST_GIVEN_NAME           CHAR(20)     NOT NULL,
                PEPLIST_DATE_OF_BIRTH        CHAR(8)      NOT NULL,
                PEPLIST_CATEGORY             CHAR(1)      NOT NULL,
                PEPLIST_POSITION             CHAR(40)     NOT NULL )
           END-EXEC.

           EXEC SQL DECLARE PEPREVW TABLE
              ( PEPREVW_SORTCODE             CHAR(6)      NOT NULL,
                PEPREVW_CUSTNO               CHAR(10)     NOT NULL,
                PEPREVW_CATEGORY             CHAR(1)      NOT NULL,
                PEPREVW_CONFIRMED_DATE       CHAR(8)      NOT NULL,
                PEPREVW_CONFIRMED_BY         CHAR(3)      NOT NULL,
                PEPREVW_LAST_REVIEW_DATE     CHAR(8)      NOT NULL,
                PEPREVW_LAST_REVIEWED_BY     CHAR(3)      NOT NULL,
                PEPREVW_LAST_OUTCOME         CHAR(60)     NOT NULL,
                PEPREVW_NEXT_DUE_DATE        CHAR(8)      NOT NULL,
                PEPREVW_STATUS               CHAR(1)      NOT NULL,
                PEPREVW_AMLCASE_ID           INTEGER      NOT NULL )
           END-EXEC.

           EXEC SQL DECLARE PEPAPPR TABLE
              ( PEPAPPR_ID                   INTEGER      NOT NULL,
                PEPAPPR_SORTCODE             CHAR(6)      NOT NULL,
                PEPAPPR_CUSTNO               CHAR(10)     NOT NULL,
                PEPAPPR_ACC_TYPE             CHAR(8)      NOT NULL,
                PEPAPPR_APPROVED_BY          CHAR(3)      NOT NULL,
                PEPAPPR_APPROVED_DATE        CHAR(8)      NOT NULL,
                PEPAPPR_STATUS               CHAR(1)      NOT NULL,
                PEPAPPR_ACCNO                CHAR(8)      NOT NULL,
                PEPAPPR_USED_DATE            CHAR(8)      NOT NULL )
           END-EXEC.
