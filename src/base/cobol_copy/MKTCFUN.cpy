      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for MKTCFUN, the marketing consent service.
      * GRANT records the customer's consent to marketing on
      * MKTCFUN-CHANNEL and WITHDRAW takes it away; either way the
      * change goes on the MKTCHIST history with MKTCFUN-SOURCE
      * (see MKTCDB2) and today's date, and MKTCONS holds the new
      * position. A channel of '*' on WITHDRAW withdraws every
      * channel at once. Both need maintenance entitlement.
      * INQUIRE returns the standing position for all four
      * channels in MKTCFUN-CHANNEL-TABLE - post, email, SMS,
      * telephone in that order - with 'N' and no date for a
      * channel never consented on; it needs inquiry entitlement.
      *
      * MKTCFUN-FAIL-CODE, when MKTCFUN-SUCCESS is 'N':
      *   '1' - no customer was found matching the key supplied
      *   '2' - a datastore error occurred
      *   '3' - the channel is not one MKTCDB2 lists
      *   '4' - the source is not one MKTCDB2 lists
      *   'S' - the operator is not entitled to this function
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 MKTCFUN-FUNCTION                PIC X.
              88 MKTCFUN-GRANT                 VALUE 'G'.
              88 MKTCFUN-WITHDRAW              VALUE 'W'.
              88 MKTCFUN-INQUIRE               VALUE 'I'.
           03 MKTCFUN-SORTCODE                PIC 9(6).
           03 MKTCFUN-CUSTNO                  PIC 9(10).
           03 MKTCFUN-CHANNEL                 PIC X.
              88 MKTCFUN-CHANNEL-VALID         VALUE 'P' 'E' 'S' 'T'.
              88 MKTCFUN-ALL-CHANNELS          VALUE '*'.
           03 MKTCFUN-SOURCE                  PIC X.
              88 MKTCFUN-SOURCE-VALID          VALUE 'B' 'O' 'C' 'F'.
           03 MKTCFUN-CHANNEL-TABLE OCCURS 4.
              05 MKTCFUN-CH-CHANNEL           PIC X.
              05 MKTCFUN-CH-STATUS            PIC X.
              05 MKTCFUN-CH-CHANGED-DATE      PIC X(8).
              05 MKTCFUN-CH-SOURCE            PIC X.
           03 MKTCFUN-SUCCESS                 PIC X.
           03 MKTCFUN-FAIL-CODE               PIC X.
