      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * The authorised signatory register for organisation
      * customers. One row links an individual (person) CUSTOMER to
      * the organisation they may act for, with their ROLE - 'D'
      * director, 'P' partner, 'S' secretary, 'T' treasurer, 'O'
      * other authorised officer - and a personal SIGN_LIMIT, the
      * largest single payment they may sign for the body (zero
      * means no personal limit; the account's own mandate still
      * applies). STATUS is 'A' active or 'R' removed - a removed
      * row is kept, with who removed it and when, because the
      * register is evidence of who could sign on any given date.
      * Both customers share the organisation's sort code.
      ******************************************************************
           EXEC SQL DECLARE ORGSIGN TABLE
              ( ORGSIGN_SORTCODE             CHAR(6)      NOT NULL,
                ORGSIGN_ORG_CUSTNO           CHAR(10)     NOT NULL,
                ORGSIGN_SIG_CUSTNO           CHAR(10)     NOT NULL,
                ORGSIGN_ROLE                 CHAR(1)      NOT NULL,
                ORGSIGN_SIGN_LIMIT           DECIMAL(12,2) NOT NULL,
                ORGSIGN_STATUS               CHAR(1)      NOT NULL,
                ORGSIGN_ADDED_DATE           CHAR(8)      NOT NULL,
                ORGSIGN_ADDED_BY             CHAR(3)      NOT NULL,
                ORGSIGN_REMOVED_DATE         CHAR(8),
                ORGSIGN_REMOVED_BY           CHAR(3) )
           END-EXEC.
