      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * The account IBAN register: one row per account, holding the
      * IBAN IBANCALC generated for it from the bank code in our
      * sortcode's routing directory BIC, and that BIC. Written by
      * the IBANGEN run for accounts new since its last run, and
      * rewritten for every account when the BIC changes. INQACC,
      * STMTGEN and CERTPRNT show the stored IBAN, generating it on
      * the spot for an account opened since IBANGEN last ran.
      ******************************************************************
           EXEC SQL DECLARE ACCIBAN TABLE
              ( ACCIBAN_SORTCODE             CHAR(6)      NOT NULL,
                ACCIBAN_NUMBER               CHAR(8)      NOT NULL,
                ACCIBAN_IBAN                 CHAR(34)     NOT NULL,
                ACCIBAN_BIC                  CHAR(11)     NOT NULL,
                ACCIBAN_GENERATED            CHAR(8)      NOT NULL )
           END-EXEC.
