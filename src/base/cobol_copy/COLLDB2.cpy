      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Loan security register. COLLAT holds one row per item of
      * collateral taken: TYPE 'P' property or 'A' any other
      * asset, a description (the property address, or the asset),
      * the latest valuation with its date (YYYYMMDD) and valuer,
      * and the reference the bank's charge was registered under.
      * STATUS 'A' held, 'R' released once the charge is
      * discharged. COLLINK ties items to the loans they secure -
      * one item may secure several loans and one loan be secured
      * by several items; a link is 'A' active or 'R' released.
      * COLLFUN maintains both; LTVMON reads them monthly against
      * the outstanding principal on LOANSCHD.
      ******************************************************************
           EXEC SQL DECLARE COLLAT TABLE
              ( COLLAT_SORTCODE              CHAR(6)      NOT NULL,
                COLLAT_ID                    INTEGER      NOT NULL,
                COLLAT_TYPE                  CHAR(1)      NOT NULL,
                COLLAT_DESC                  CHAR(60)     NOT NULL,
                COLLAT_VALUATION             DECIMAL(12,2) NOT NULL,
                COLLAT_VALN_DATE             CHAR(8)      NOT NULL,
                COLLAT_VALUER                CHAR(30)     NOT NULL,
                COLLAT_CHARGE_REF            CHAR(20)     NOT NULL,
                COLLAT_STATUS                CHAR(1)      NOT NULL )
           END-EXEC.

           EXEC SQL DECLARE COLLINK TABLE
              ( COLLINK_SORTCODE             CHAR(6)      NOT NULL,
                COLLINK_COLLAT_ID            INTEGER      NOT NULL,
                COLLINK_LOAN_ACCNO           CHAR(8)      NOT NULL,
                COLLINK_LINKED_DATE          CHAR(8)      NOT NULL,
                COLLINK_STATUS               CHAR(1)      NOT NULL )
           END-EXEC.
