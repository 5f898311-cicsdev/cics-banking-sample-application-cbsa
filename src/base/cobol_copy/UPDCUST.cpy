          03 COMM-LANGUAGE             PIC X(2).
          03 COMM-UPD-SUCCESS          PIC X.
          03 COMM-UPD-FAIL-CD          PIC X.
      * Organisation details. COMM-ENTITY-TYPE is returned, never
      * changed here - a person does not become a company. For an
      * organisation the legal name is maintained through
      * COMM-LEGAL-NAME (it becomes the customer name) rather than
      * COMM-NAME; spaces or zero leave a field unchanged. Fail code
      * 'R' when organisation details are supplied for a person.
          03 COMM-ENTITY-TYPE          PIC X.
          03 COMM-REGISTRATION-NO      PIC X(12).
          03 COMM-LEGAL-NAME           PIC X(60).
          03 COMM-TRADING-NAME         PIC X(60).
          03 COMM-INCORP-DATE          PIC 9(8).
      * Statistical sector correction (see CUSTOMER) - 'H', 'N', 'F'
      * or 'G', recorded as set by hand; spaces leave it unchanged.
      * Fail code 'V' for any other value. The sector and its
      * source are returned.
          03 COMM-SECTOR               PIC X.
          03 COMM-SECTOR-SOURCE        PIC X.
