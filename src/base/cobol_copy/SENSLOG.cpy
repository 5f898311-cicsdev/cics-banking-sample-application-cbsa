      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for SENSLOG, the sensitive customer access logger.
      * The inquiry program passes the customer it has just
      * answered for, or only the account when it has no customer
      * number to hand (SENSLOG looks the owner up), and its own
      * program name. SENSLOG-LOGGED comes back 'Y' when the
      * customer is sensitive and the inquiry is on record. A
      * failure here never fails the inquiry itself - the caller
      * does not look at SENSLOG-SUCCESS beyond passing it on.
      ******************************************************************
           03 SENSLOG-SORTCODE                PIC 9(6).
           03 SENSLOG-CUSTNO                  PIC 9(10).
           03 SENSLOG-ACCNO                   PIC 9(8).
           03 SENSLOG-PROGRAM                 PIC X(8).
           03 SENSLOG-LOGGED                  PIC X.
           03 SENSLOG-SUCCESS                 PIC X.
           03 SENSLOG-FAIL-CODE               PIC X.
