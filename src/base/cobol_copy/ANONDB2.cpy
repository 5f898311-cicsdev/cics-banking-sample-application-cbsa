      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Anonymisation register. ANONRUN writes one row per store it
      * has swept for a customer whose relationship ended beyond the
      * statutory period - the store as ANONRUN knows it (CUSTOMER,
      * DELCUST, CUSTHIST, CONTHIST, CORRARCH, TIMELINE, PAYEE,
      * CLOSECRT, PROCTRAN, PROCARCT, EVNTOUT), how many of its
      * entries were overwritten (or, for TIMELINE, removed), the
      * run date (YYYYMMDD) and the date the customer's last account
      * closed. A store with nothing held still gets its row with
      * ROWS zero, so the register shows every store was looked at.
      * The customer number itself is kept - it carries no personal
      * data and is what ties the register to a subject access
      * request (SARRPT prints these rows) and to the financial
      * records left intact.
      ******************************************************************
           EXEC SQL DECLARE ANONREG TABLE
              ( ANONREG_SORTCODE             CHAR(6)      NOT NULL,
                ANONREG_CUSTNO               CHAR(10)     NOT NULL,
                ANONREG_STORE                CHAR(8)      NOT NULL,
                ANONREG_ROWS                 INTEGER      NOT NULL,
                ANONREG_ANON_DATE            CHAR(8)      NOT NULL,
                ANONREG_LAST_CLOSED          CHAR(10)     NOT NULL )
           END-EXEC.
