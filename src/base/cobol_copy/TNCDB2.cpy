      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Terms and conditions version register.
      *
      * TNCVER is the catalogue: one row per version of the terms
      * for an account type, numbered from 1 within the type and
      * published through TNCFUN. A version governs from its
      * EFFECTIVE_DATE; the version in force for a type on a date
      * is the highest one already effective. A new version is
      * published at least TNC-NOTICE-DAYS (CONTROL, default 60)
      * before it takes effect, so every account holder can be
      * given the advance notice the law requires.
      *
      * TNCACCT is each account's history - one row per version
      * the account has been held under or told about:
      *   'A' accepted when the account was opened (CREACC)
      *   'N' notified - the change notice went (TNCNOTCE), and
      *       the customer may still reject it before it applies
      *   'D' deemed accepted - effective date reached with no
      *       rejection (TNCNOTCE)
      *   'R' rejected - the customer refused the new terms
      *       (TNCFUN); the account is flagged for closure
      *   'C' closed - the account was closed through ACCLOSE
      *       (close reason 'T') after the rejection
      * NOTICE_DATE is when the notice was queued (blank for an
      * 'A' row), STATUS_DATE/STATUS_BY the last change. Dates are
      * plain YYYYMMDD.
      ******************************************************************
           EXEC SQL DECLARE TNCVER TABLE
              ( TNCVER_ACC_TYPE              CHAR(8)      NOT NULL,
                TNCVER_VERSION               INTEGER      NOT NULL,
                TNCVER_EFFECTIVE_DATE        CHAR(8)      NOT NULL,
                TNCVER_PUBLISHED_DATE        CHAR(8)      NOT NULL,
                TNCVER_PUBLISHED_BY          CHAR(3)      NOT NULL,
                TNCVER_SUMMARY               CHAR(60)     NOT NULL )
           END-EXEC.

           EXEC SQL DECLARE TNCACCT TABLE
              ( TNCACCT_SORTCODE             CHAR(6)      NOT NULL,
                TNCACCT_ACCNO                CHAR(8)      NOT NULL,
                TNCACCT_CUSTNO               CHAR(10)     NOT NULL,
                TNCACCT_ACC_TYPE             CHAR(8)      NOT NULL,
                TNCACCT_VERSION              INTEGER      NOT NULL,
                TNCACCT_EFFECTIVE_DATE       CHAR(8)      NOT NULL,
                TNCACCT_STATUS               CHAR(1)      NOT NULL,
                TNCACCT_NOTICE_DATE          CHAR(8)      NOT NULL,
                TNCACCT_STATUS_DATE          CHAR(8)      NOT NULL,
                TNCACCT_STATUS_BY            CHAR(3)      NOT NULL )
           END-EXEC.
