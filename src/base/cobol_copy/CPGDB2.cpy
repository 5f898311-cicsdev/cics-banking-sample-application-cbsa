      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Connected-party groups. Customers who are one risk - a
      * company and its directors, a household, a firm and the
      * people who guarantee it - are tied together on CPGROUP, one
      * row per group, with CPMEMBER holding one row per customer
      * in the group, the relationship that brings them in and the
      * reason it was recorded. A customer may sit in more than one
      * group. CPGROUP_LIMIT is the most the bank will lend the
      * group as a whole in the base currency (zero - no group limit
      * set). CPGFUN is the only writer; the group's exposure is
      * always worked out live from the members' accounts (overdraft
      * limits, loans outstanding and credit card limits), never
      * stored. CPMEMBER_REL_TYPE:
      *   'CTRL' - control: owner, director, parent or subsidiary
      *   'ECON' - economic dependence: a key supplier or buyer
      *   'GUAR' - guarantor for another member's borrowing
      *   'HOUS' - same household
      *   'OTHR' - any other connection (the reason says what)
      * Dates are plain YYYYMMDD.
      ******************************************************************
           EXEC SQL DECLARE CPGROUP TABLE
              ( CPGROUP_SORTCODE             CHAR(6)      NOT NULL,
                CPGROUP_ID                   INTEGER      NOT NULL,
                CPGROUP_NAME                 CHAR(40)     NOT NULL,
                CPGROUP_LIMIT                DECIMAL(12, 2) NOT NULL,
                CPGROUP_CREATED_DATE         CHAR(8)      NOT NULL,
                CPGROUP_CREATED_BY           CHAR(3)      NOT NULL )
           END-EXEC.

           EXEC SQL DECLARE CPMEMBER TABLE
              ( CPMEMBER_SORTCODE            CHAR(6)      NOT NULL,
                CPMEMBER_GROUP_ID            INTEGER      NOT NULL,
                CPMEMBER_CUSTNO              CHAR(10)     NOT NULL,
                CPMEMBER_REL_TYPE            CHAR(4)      NOT NULL,
                CPMEMBER_REASON              CHAR(60)     NOT NULL,
                CPMEMBER_ADDED_DATE          CHAR(8)      NOT NULL,
                CPMEMBER_ADDED_BY            CHAR(3)      NOT NULL )
           END-EXEC.
