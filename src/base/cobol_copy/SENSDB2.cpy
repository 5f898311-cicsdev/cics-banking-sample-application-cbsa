      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Sensitive customer records. SENSCUST is one row per reason a
      * customer is sensitive, maintained through SENSFUN; a
      * customer may hold several at once.
      *
      * CATEGORY 'S' a member of staff (their own customer record),
      * 'R' a relative of a member of staff, 'P' a public figure,
      * 'I' under investigation. For 'S' and 'R' RELATED_OPERATOR
      * is the operator id the customer belongs to; these rows are
      * kept in step with the operator's ENTITLE record by
      * ENTLFUN's GRANT and are not flagged by hand. STATUS 'A'
      * active, 'X' no longer sensitive (ENDED_BY/ENDED_DATE say
      * who lifted it and when). Dates are plain YYYYMMDD.
      *
      * SENSACC is one row per inquiry against a customer holding
      * an active SENSCUST row, written by SENSLOG on behalf of the
      * inquiry programs: who looked (OPERATOR), from where
      * (TERMID - spaces for a call that came in through the API
      * rather than a terminal), through which screen or API
      * (TRANID) and which program answered (PROGRAM). TASKNO is
      * the CICS task number, so one task that reaches the same
      * customer through more than one program is logged once.
      * SENSRVW reviews the week's rows for the branch managers.
      ******************************************************************
           EXEC SQL DECLARE SENSCUST TABLE
              ( SENSCUST_ID                  INTEGER      NOT NULL,
                SENSCUST_SORTCODE            CHAR(6)      NOT NULL,
                SENSCUST_CUSTNO              CHAR(10)     NOT NULL,
                SENSCUST_CATEGORY            CHAR(1)      NOT NULL,
                SENSCUST_RELATED_OPERATOR    CHAR(3)      NOT NULL,
                SENSCUST_REASON              CHAR(40)     NOT NULL,
                SENSCUST_FLAGGED_BY          CHAR(3)      NOT NULL,
                SENSCUST_FLAGGED_DATE        CHAR(8)      NOT NULL,
                SENSCUST_STATUS              CHAR(1)      NOT NULL,
                SENSCUST_ENDED_BY            CHAR(3)      NOT NULL,
                SENSCUST_ENDED_DATE          CHAR(8)      NOT NULL )
           END-EXEC.

           EXEC SQL DECLARE SENSACC TABLE
              ( SENSACC_ID                   INTEGER      NOT NULL,
                SENSACC_SORTCODE             CHAR(6)      NOT NULL,
                SENSACC_CUSTNO               CHAR(10)     NOT NULL,
                SENSACC_ACCNO                CHAR(8)      NOT NULL,
                SENSACC_OPERATOR             CHAR(3)      NOT NULL,
                SENSACC_TERMID               CHAR(4)      NOT NULL,
                SENSACC_TRANID               CHAR(4)      NOT NULL,
                SENSACC_PROGRAM              CHAR(8)      NOT NULL,
                SENSACC_TASKNO               INTEGER      NOT NULL,
                SENSACC_ACCESS_DATE          CHAR(8)      NOT NULL,
                SENSACC_ACCESS_TIME          CHAR(6)      NOT NULL )
           END-EXEC.
