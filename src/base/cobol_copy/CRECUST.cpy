      * operator audit log.
          03 COMM-DUP-OVERRIDE               PIC X.
          03 COMM-DUP-CUSTNO                 PIC 9(10).
      * Organisation customers: COMM-ENTITY-TYPE 'L' limited
      * company, 'N' partnership or 'C' club/society (space or 'P'
      * is a person, as before). For an organisation the name group
      * is not used - COMM-LEGAL-NAME becomes the customer name,
      * COMM-INCORP-DATE stands where the date of birth would and
      * COMM-ADDRESS is the registered address. A limited company
      * must give its registration number. Fail code 'R' when the
      * organisation details are missing or the type is unknown.
          03 COMM-ENTITY-TYPE                PIC X.
          03 COMM-REGISTRATION-NO            PIC X(12).
          03 COMM-LEGAL-NAME                 PIC X(60).
          03 COMM-TRADING-NAME               PIC X(60).
          03 COMM-INCORP-DATE                PIC 9(8).
          03 COMM-INCORP-DATE-GROUP REDEFINES COMM-INCORP-DATE.
             05 COMM-INCORP-DAY              PIC 99.
             05 COMM-INCORP-MONTH            PIC 99.
             05 COMM-INCORP-YEAR             PIC 9999.
      * Statistical sector (see CUSTOMER) - 'H', 'N', 'F' or 'G'
      * when the operator already knows it, otherwise spaces and it
      * is derived from the entity type: 'N' for a limited company,
      * 'H' for everyone else. Fail code 'V' for any other value.
          03 COMM-SECTOR                     PIC X.
      * COMM-ONBOARDED 'Y' when ONBFUN creates the customer at the
      * end of an onboarding application: the applicant has been
      * screened and credit-checked already, so CRECUST takes
      * COMM-CREDIT-SCORE and COMM-CS-REVIEW-DATE as given and does
      * not screen again.
          03 COMM-ONBOARDED                  PIC X.
