          03 INQCUST-INQ-SUCCESS          PIC X.
          03 INQCUST-INQ-FAIL-CD          PIC X.
          03 INQCUST-PCB-POINTER          PIC X(4).
      * Organisation details - entity type space or 'P' for a
      * person, in which case the rest are blank.
          03 INQCUST-ENTITY-TYPE          PIC X.
          03 INQCUST-REGISTRATION-NO      PIC X(12).
          03 INQCUST-LEGAL-NAME           PIC X(60).
          03 INQCUST-TRADING-NAME         PIC X(60).
          03 INQCUST-INCORP-DATE          PIC 9(8).
      * Politically exposed person marker and category - spaces
      * when the customer is not a PEP (see CUSTOMER).
          03 INQCUST-PEP-SW               PIC X.
          03 INQCUST-PEP-CATEGORY         PIC X.
      * Statistical sector and whether it was derived ('D') or set
      * by hand ('M') - spaces when unclassified (see CUSTOMER).
          03 INQCUST-SECTOR               PIC X.
          03 INQCUST-SECTOR-SOURCE        PIC X.
      * Contact details and the deceased and gone-away markers -
      * 'Y' when set, otherwise space (see CUSTOMER).
          03 INQCUST-PHONE                PIC X(15).
          03 INQCUST-MOBILE               PIC X(15).
          03 INQCUST-EMAIL                PIC X(40).
          03 INQCUST-DECEASED-SW          PIC X.
          03 INQCUST-GONEAWAY-SW          PIC X.
