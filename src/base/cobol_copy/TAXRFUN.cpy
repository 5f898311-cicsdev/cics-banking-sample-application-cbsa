      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for TAXRFUN, the tax residency service. CERTIFY
      * records a new self-certification for customer TAXRFUN-CUSTNO
      * from the TAXRFUN-RES-COUNT entries of TAXRFUN-RES-TABLE -
      * each a country on TAXCTRY with its TIN or, lacking one, a
      * reason code (see TAXRDB2) - replacing whatever was declared
      * before; it needs the maintenance entitlement. INQUIRE returns
      * the certification and its entries. CIRCUMSTANCES (PNDCFUN,
      * after it applies a new address or phone number) checks the
      * customer's contact details against the certification and,
      * if they point to a country not declared, raises the change
      * of circumstances: TAXRFUN-INDICIA-COUNTRY names the country
      * and TAXRFUN-INDICIA-SOURCE says what pointed to it, 'A' the
      * address or 'P' a phone number.
      *
      * TAXRFUN-FAIL-CODE, when TAXRFUN-SUCCESS is 'N':
      *   '1' - no customer was found matching the key supplied
      *   '2' - a datastore error occurred
      *   '3' - no entries, or more than TAXRFUN-RES-TABLE holds
      *   '4' - entry TAXRFUN-BAD-ENTRY names a country not on TAXCTRY
      *   '5' - entry TAXRFUN-BAD-ENTRY has neither a TIN nor a
      *         valid reason for having none
      *   '6' - entry TAXRFUN-BAD-ENTRY repeats an earlier country
      *   '7' - the customer has no self-certification (INQUIRE)
      *   'S' - the operator is not entitled to this function
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 TAXRFUN-FUNCTION                PIC X.
              88 TAXRFUN-CERTIFY               VALUE 'C'.
              88 TAXRFUN-INQUIRE               VALUE 'I'.
              88 TAXRFUN-CIRCUMSTANCES         VALUE 'X'.
           03 TAXRFUN-SORTCODE                PIC 9(6).
           03 TAXRFUN-CUSTNO                  PIC 9(10).
           03 TAXRFUN-CERT-DATE               PIC X(8).
           03 TAXRFUN-CERT-STATUS             PIC X.
           03 TAXRFUN-RES-COUNT               PIC 9.
           03 TAXRFUN-RES-TABLE OCCURS 5.
              05 TAXRFUN-RES-COUNTRY          PIC X(2).
              05 TAXRFUN-RES-TIN              PIC X(20).
              05 TAXRFUN-RES-NO-TIN-REASON    PIC X.
                 88 TAXRFUN-NO-TIN-REASON-VALID VALUE 'A' 'B' 'C'.
           03 TAXRFUN-BAD-ENTRY               PIC 9.
           03 TAXRFUN-INDICIA-COUNTRY         PIC X(2).
           03 TAXRFUN-INDICIA-SOURCE          PIC X.
           03 TAXRFUN-SUCCESS                 PIC X.
           03 TAXRFUN-FAIL-CODE               PIC X.
