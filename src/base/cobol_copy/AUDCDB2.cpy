      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Auditor bank confirmation request register. One row per
      * request an auditor sends us for a business customer: the
      * as-at date the auditor wants everything confirmed at, the
      * date the request reached us, where the reply goes, and the
      * reference and date of the customer's signed authority to
      * disclose - no authority, no request. AUDCFUN records,
      * cancels and lists requests; AUDCGEN builds the letter from
      * what the bank held on the as-at date and reports every
      * request still unanswered past the CONTROL value
      * AUDIT-CONF-DAYS (default 30). AUDCONF_STATUS is 'R'
      * requested, 'S' sent (AUDCONF_SENT_DATE and
      * AUDCONF_TURNAROUND_DAYS, calendar days from the request
      * date, then filled in) or 'X' cancelled. Dates are plain
      * YYYYMMDD.
      ******************************************************************
           EXEC SQL DECLARE AUDCONF TABLE
              ( AUDCONF_ID                   INTEGER      NOT NULL,
                AUDCONF_SORTCODE             CHAR(6)      NOT NULL,
                AUDCONF_CUSTNO               CHAR(10)     NOT NULL,
                AUDCONF_AS_AT_DATE           CHAR(8)      NOT NULL,
                AUDCONF_REQUEST_DATE         CHAR(8)      NOT NULL,
                AUDCONF_AUDITOR_NAME         CHAR(40)     NOT NULL,
                AUDCONF_AUDITOR_ADDRESS      CHAR(120)    NOT NULL,
                AUDCONF_AUTHORITY_REF        CHAR(20)     NOT NULL,
                AUDCONF_AUTHORITY_DATE       CHAR(8)      NOT NULL,
                AUDCONF_STATUS               CHAR(1)      NOT NULL,
                AUDCONF_SENT_DATE            CHAR(8)      NOT NULL,
                AUDCONF_TURNAROUND_DAYS      INTEGER      NOT NULL,
                AUDCONF_RECORDED_BY          CHAR(3)      NOT NULL )
           END-EXEC.
