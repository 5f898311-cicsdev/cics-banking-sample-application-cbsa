      * existed holds a space, meaning the address is trusted.
              05 CUSTOMER-EMAIL-INVALID-SW           PIC X.
                 88 CUSTOMER-EMAIL-INVALID           VALUE 'Y'.
      * What kind of customer this is. A person needs nothing
      * further; an organisation - limited company, partnership or
      * club/society - carries its registration number (blank where
      * the body has none), legal and trading names and date of
      * incorporation (DDMMYYYY), and CUSTOMER-ADDRESS is its
      * registered address. CUSTOMER-NAME holds the legal name so
      * every statement and letter addresses the body correctly,
      * and CUSTOMER-DATE-OF-BIRTH carries the incorporation date
      * so date-keyed readers see a real date rather than an
      * invented birth date - anything that reasons about age must
      * test CUSTOMER-ORGANISATION first. The people who act for
      * the body are on the ORGSIGN signatory register. A record
      * from before the field existed holds a space, which every
      * reader treats as a person.
              05 CUSTOMER-ENTITY-TYPE                PIC X.
                 88 CUSTOMER-PERSON                  VALUE 'P' ' '.
                 88 CUSTOMER-ORGANISATION            VALUE 'L' 'N'
                                                           'C'.
                 88 CUSTOMER-LIMITED-COMPANY         VALUE 'L'.
                 88 CUSTOMER-PARTNERSHIP             VALUE 'N'.
                 88 CUSTOMER-CLUB-SOCIETY            VALUE 'C'.
              05 CUSTOMER-REGISTRATION-NO            PIC X(12).
              05 CUSTOMER-LEGAL-NAME                 PIC X(60).
              05 CUSTOMER-TRADING-NAME               PIC X(60).
              05 CUSTOMER-INCORP-DATE                PIC 9(8).
              05 CUSTOMER-INCORP-DATE-GROUP
                 REDEFINES CUSTOMER-INCORP-DATE.
                 07 CUSTOMER-INCORP-DAY              PIC 99.
                 07 CUSTOMER-INCORP-MONTH            PIC 99.
                 07 CUSTOMER-INCORP-YEAR             PIC 9999.
      * Politically exposed person marker, set through PEPFUN when
      * a compliance operator confirms a PEP list hit (SCRNFUN) and
      * cleared only when a supervisor declassifies the customer.
      * While it is set CREACC opens nothing for the customer
      * without a senior-management approval on PEPAPPR, and the
      * customer sits on the annual enhanced due diligence review
      * cycle (PEPREVW, see PEPDB2). The category is the one the
      * list gives the entry. A record from before the field
      * existed holds spaces, which every reader treats as not a
      * PEP.
              05 CUSTOMER-PEP-SW                     PIC X.
                 88 CUSTOMER-PEP                     VALUE 'Y'.
              05 CUSTOMER-PEP-CATEGORY               PIC X.
                 88 CUSTOMER-PEP-DOMESTIC            VALUE 'D'.
                 88 CUSTOMER-PEP-FOREIGN             VALUE 'F'.
                 88 CUSTOMER-PEP-INTL-ORG            VALUE 'I'.
                 88 CUSTOMER-PEP-FAMILY              VALUE 'R'.
                 88 CUSTOMER-PEP-ASSOCIATE           VALUE 'A'.
      * Institutional sector for the central bank statistical return
      * (STATRTN): 'H' households, sole traders and non-profit
      * bodies serving households, 'N' non-financial corporations,
      * 'F' financial corporations, 'G' general government.
      * CRECUST derives it from the entity type when the customer is
      * opened (source 'D'); UPDCUST lets an operator correct it
      * (source 'M'), which is the only way a customer becomes 'F'
      * or 'G'. A record from before the field existed holds
      * spaces - unclassified - which SECTVAL lists and STATRTN
      * derives on the fly as CRECUST would.
              05 CUSTOMER-SECTOR                     PIC X.
                 88 CUSTOMER-SECTOR-HOUSEHOLD        VALUE 'H'.
                 88 CUSTOMER-SECTOR-NONFIN-CORP      VALUE 'N'.
                 88 CUSTOMER-SECTOR-FINANCIAL        VALUE 'F'.
                 88 CUSTOMER-SECTOR-GOVERNMENT       VALUE 'G'.
                 88 CUSTOMER-SECTOR-VALID            VALUE 'H' 'N'
                                                           'F' 'G'.
              05 CUSTOMER-SECTOR-SOURCE              PIC X.
                 88 CUSTOMER-SECTOR-DERIVED          VALUE 'D'.
                 88 CUSTOMER-SECTOR-MANUAL           VALUE 'M'.
