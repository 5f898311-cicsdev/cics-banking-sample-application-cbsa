      * configured number of days. AUTHHOLD_STATUS is 'H' while held,
      * 'C' captured, 'V' voided by the acquirer, 'E' expired.
      * AUTHHOLD_CREATED_DATE is plain YYYYMMDD so expiry can compare
      * it against a cutoff directly. AUTHHOLD_TXN_KIND is 'C' for
      * a cash withdrawal, 'P' (or null, on older holds) for a
      * purchase.
      ******************************************************************
           EXEC SQL DECLARE AUTHHOLD TABLE
              ( AUTHHOLD_ID                  INTEGER      NOT NULL,
                AUTHHOLD_REFERENCE           CHAR(12),
                AUTHHOLD_STATUS              CHAR(1)      NOT NULL,
                AUTHHOLD_CREATED_DATE        CHAR(8)      NOT NULL,
                AUTHHOLD_RESOLVED_DATE       CHAR(10),
                AUTHHOLD_TXN_KIND            CHAR(1) )
           END-EXEC.
