             88 API-OP-LOOKUP-ACCOUNT        VALUE 'I'.
             88 API-OP-UPDATE-ACCOUNT        VALUE 'M'.
             88 API-OP-DELETE-ACCOUNT        VALUE 'X'.
             88 API-OP-ONBOARDING-STATUS     VALUE 'O'.
             88 API-OP-SEND-MESSAGE          VALUE 'S'.
             88 API-OP-READ-MESSAGE          VALUE 'G'.
          03 API-SCODE                       PIC X(6).
          03 API-CUSTNO                      PIC 9(10).
          03 API-NAME                        PIC X(60).
      * commarea too short to carry the field) means an internal
      * caller, which is not consent-gated.
          03 API-THIRD-PARTY                 PIC X(8).
      * Onboarding. 'C' no longer creates a customer outright - it
      * submits an onboarding application (see ONBFUN), taking the
      * name, address, date of birth and branch above and, when an
      * account is wanted with it, API-ACC-TYPE, API-ACC-INT-RATE
      * and API-ACC-OVERDRAFT; API-ONB-CHANNEL says where it came
      * from ('W' web, 'M' mobile app, 'P' partner). The application
      * id comes back in API-ONB-APP-ID. 'O' asks after it again by
      * that id, taking it as far as it can now go, and returns
      * API-ONB-STATUS and API-ONB-STAGE (see ONBDB2), the reason on
      * a decline, and - once approved - the customer in API-CUSTNO
      * and the account in API-ACC-NUMBER. A caller whose commarea
      * is too short to carry these fields gets fail code 'O'.
          03 API-ONB-APP-ID                  PIC 9(8).
          03 API-ONB-CHANNEL                 PIC X.
          03 API-ONB-STATUS                  PIC X.
          03 API-ONB-STAGE                   PIC 9.
          03 API-ONB-REASON                  PIC X(2).
      * Secure messages to the customer's branch (see SMSGFUN).
      * 'S' sends one from customer API-CUSTNO at sort code
      * API-SCODE, about account API-ACC-NUMBER or none (zero), with
      * API-MSG-SUBJECT and API-MSG-TEXT; API-MSG-CATEGORY may
      * suggest a category (see SMSGDB2). The message id comes back
      * in API-MSG-ID with the category it was filed under. 'G'
      * reads the customer's message API-MSG-ID back and returns
      * API-MSG-STATUS and, in API-MSG-TEXT, the latest reply from
      * the branch (spaces until there is one). Third-party callers
      * may not use either (fail code 'K'); a caller whose commarea
      * is too short to carry these fields gets fail code 'O'.
          03 API-MSG-ID                      PIC 9(9).
          03 API-MSG-CATEGORY                PIC X(4).
          03 API-MSG-SUBJECT                 PIC X(40).
          03 API-MSG-TEXT                    PIC X(200).
          03 API-MSG-STATUS                  PIC X.
