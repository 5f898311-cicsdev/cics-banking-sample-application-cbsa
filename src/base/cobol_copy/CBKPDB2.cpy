      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * CUSTOMER file backup catalogue. CUSTBKUP adds one row per
      * nightly backup, keyed by the business date it was taken for:
      * when it was taken, the record count and hash totals it wrote
      * to the backup's trailer (see CUSTBKR), and how the ACCOUNT
      * owner check went - owners checked, and owners with no
      * CUSTOMER record in the backup. STATUS is 'C' for a clean
      * backup, 'X' when owners were missing. CUSTRSTR stamps the
      * row when the backup is restored: RESTORE_STATUS 'V' when the
      * reloaded file verified, 'F' when it did not, space if the
      * backup has never been restored.
      ******************************************************************
           EXEC SQL DECLARE CUSTBKUP TABLE
              ( CUSTBKUP_DATE                CHAR(8)        NOT NULL,
                CUSTBKUP_TIME                CHAR(6)        NOT NULL,
                CUSTBKUP_RECORDS             DECIMAL(10, 0) NOT NULL,
                CUSTBKUP_HASH_CUSTNO         DECIMAL(18, 0) NOT NULL,
                CUSTBKUP_HASH_FINANCIAL      DECIMAL(18, 0) NOT NULL,
                CUSTBKUP_OWNERS_CHECKED      DECIMAL(9, 0)  NOT NULL,
                CUSTBKUP_OWNERS_MISSING      DECIMAL(9, 0)  NOT NULL,
                CUSTBKUP_STATUS              CHAR(1)        NOT NULL,
                CUSTBKUP_RESTORE_DATE        CHAR(8)        NOT NULL,
                CUSTBKUP_RESTORE_TIME        CHAR(6)        NOT NULL,
                CUSTBKUP_RESTORE_STATUS      CHAR(1)        NOT NULL )
           END-EXEC.
