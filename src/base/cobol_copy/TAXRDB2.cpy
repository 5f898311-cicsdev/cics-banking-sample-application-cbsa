      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Tax residency for international reporting, apart from the
      * domestic withholding that CUSTOMER-TAX-STATUS and TAXWH
      * cover.
      *
      * TAXSCERT is the customer's self-certification, one row each,
      * recorded through TAXRFUN: the date it was signed and who
      * took it. STATUS 'V' valid; 'C' a change of circumstances
      * is outstanding - a new address or phone number points to
      * COC_COUNTRY, which the certification does not declare - and
      * the customer must certify again. STATUS_DATE is when the
      * status was last set.
      *
      * TAXRES holds the countries of residence declared on the
      * current certification, up to five per customer, each with
      * the taxpayer identification number or, where there is none,
      * the reason: 'A' the country issues no TINs, 'B' the
      * customer cannot obtain one, 'C' the country does not
      * require it to be collected.
      *
      * TAXCTRY is the country reference data: ISO 3166 code, name
      * in upper case as it would appear on an address, and the
      * international dialling code without prefix. The home
      * country is the CONTROL value TAX-HOME-COUNTRY (default GB).
      *
      * TAXFLAG records accounts TAXSCFLG found without a valid
      * self-certification once the grace period had run out;
      * CLEARED_DATE stays blank until the customer certifies.
      * Dates are plain YYYYMMDD.
      ******************************************************************
           EXEC SQL DECLARE TAXSCERT TABLE
              ( TAXSCERT_SORTCODE            CHAR(6)      NOT NULL,
                TAXSCERT_CUSTNO              CHAR(10)     NOT NULL,
                TAXSCERT_CERT_DATE           CHAR(8)      NOT NULL,
                TAXSCERT_RECORDED_BY         CHAR(3)      NOT NULL,
                TAXSCERT_STATUS              CHAR(1)      NOT NULL,
                TAXSCERT_STATUS_DATE         CHAR(8)      NOT NULL,
                TAXSCERT_COC_COUNTRY         CHAR(2)      NOT NULL )
           END-EXEC.

           EXEC SQL DECLARE TAXRES TABLE
              ( TAXRES_SORTCODE              CHAR(6)      NOT NULL,
                TAXRES_CUSTNO                CHAR(10)     NOT NULL,
                TAXRES_COUNTRY               CHAR(2)      NOT NULL,
                TAXRES_TIN                   CHAR(20)     NOT NULL,
                TAXRES_NO_TIN_REASON         CHAR(1)      NOT NULL )
           END-EXEC.

           EXEC SQL DECLARE TAXCTRY TABLE
              ( TAXCTRY_COUNTRY              CHAR(2)      NOT NULL,
                TAXCTRY_NAME                 CHAR(30)     NOT NULL,
                TAXCTRY_DIAL_CODE            CHAR(4)      NOT NULL )
           END-EXEC.

           EXEC SQL DECLARE TAXFLAG TABLE
              ( TAXFLAG_SORTCODE             CHAR(6)      NOT NULL,
                TAXFLAG_ACCNO                CHAR(8)      NOT NULL,
                TAXFLAG_CUSTNO               CHAR(10)     NOT NULL,
                TAXFLAG_FLAGGED_DATE         CHAR(8)      NOT NULL,
                TAXFLAG_CLEARED_DATE         CHAR(8)      NOT NULL )
           END-EXEC.
