      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * The safe deposit box register - the branch strongroom,
      * maintained online through SDBFUN. SDBOX is the inventory:
      * one row per box per sort code with its size ('S'mall,
      * 'M'edium, 'L'arge) and annual rent. STATUS is 'V' vacant,
      * 'A' allocated, 'D' held for drilling (rent unpaid past the
      * CONTROL SDB-DRILL-DAYS grace - no access) and 'X' out of
      * service. An allocated box names the account its rent is
      * charged to and the next anniversary (YYYYMMDD) on which
      * SDBRENT charges it; RENT_DUE_SINCE is the anniversary a
      * charge first failed on (spaces while paid up), with
      * RENT_ARREARS the amount outstanding.
      *
      * SDBHOLDR lists the customers a box is allocated to - any
      * number - with whether each holds a key and the key's
      * number. STATUS 'A' active, 'X' removed.
      *
      * SDBVISIT is the vault access log: one row per visit, with
      * the customer, the date and time and the attending operator
      * and shift, exactly as OPERLOGT records them.
      *
      * SDBDRILL holds the drill-open procedure records SDBRENT
      * raises for a box whose rent has gone unpaid too long.
      * STATUS 'P' pending, 'D' drilled (set by the strongroom
      * team), 'X' withdrawn because the arrears were paid first.
      * Dates are YYYYMMDD unless shown as DD.MM.YYYY.
      ******************************************************************
           EXEC SQL DECLARE SDBOX TABLE
              ( SDBOX_SORTCODE               CHAR(6)      NOT NULL,
                SDBOX_NUMBER                 INTEGER      NOT NULL,
                SDBOX_SIZE                   CHAR(1)      NOT NULL,
                SDBOX_ANNUAL_RENT            DECIMAL(8,2) NOT NULL,
                SDBOX_STATUS                 CHAR(1)      NOT NULL,
                SDBOX_CHARGE_ACCNO           CHAR(8)      NOT NULL,
                SDBOX_ALLOCATED_DATE         CHAR(8)      NOT NULL,
                SDBOX_NEXT_RENT_DATE         CHAR(8)      NOT NULL,
                SDBOX_RENT_DUE_SINCE         CHAR(8)      NOT NULL,
                SDBOX_RENT_ARREARS           DECIMAL(8,2) NOT NULL )
           END-EXEC.

           EXEC SQL DECLARE SDBHOLDR TABLE
              ( SDBHOLDR_SORTCODE            CHAR(6)      NOT NULL,
                SDBHOLDR_BOX_NUMBER          INTEGER      NOT NULL,
                SDBHOLDR_CUSTNO              CHAR(10)     NOT NULL,
                SDBHOLDR_KEY_HOLDER          CHAR(1)      NOT NULL,
                SDBHOLDR_KEY_NUMBER          CHAR(10)     NOT NULL,
                SDBHOLDR_STATUS              CHAR(1)      NOT NULL,
                SDBHOLDR_ADDED_DATE          CHAR(10)     NOT NULL )
           END-EXEC.

           EXEC SQL DECLARE SDBVISIT TABLE
              ( SDBVISIT_ID                  INTEGER      NOT NULL,
                SDBVISIT_SORTCODE            CHAR(6)      NOT NULL,
                SDBVISIT_BOX_NUMBER          INTEGER      NOT NULL,
                SDBVISIT_CUSTNO              CHAR(10)     NOT NULL,
                SDBVISIT_DATE                CHAR(10)     NOT NULL,
                SDBVISIT_TIME                CHAR(6)      NOT NULL,
                SDBVISIT_OPERATOR_ID         CHAR(3)      NOT NULL,
                SDBVISIT_SHIFT               CHAR(1)      NOT NULL )
           END-EXEC.

           EXEC SQL DECLARE SDBDRILL TABLE
              ( SDBDRILL_ID                  INTEGER      NOT NULL,
                SDBDRILL_SORTCODE            CHAR(6)      NOT NULL,
                SDBDRILL_BOX_NUMBER          INTEGER      NOT NULL,
                SDBDRILL_RAISED_DATE         CHAR(8)      NOT NULL,
                SDBDRILL_RENT_DUE_SINCE      CHAR(8)      NOT NULL,
                SDBDRILL_ARREARS             DECIMAL(8,2) NOT NULL,
                SDBDRILL_STATUS              CHAR(1)      NOT NULL,
                SDBDRILL_CLOSED_DATE         CHAR(8)      NOT NULL )
           END-EXEC.
