      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for COSNFUN, the joint account signing mandate
      * service. SET-RULE records the account's mandate - 'A' any
      * one to sign (with an optional threshold above which every
      * holder must sign) or 'L' all to sign - and needs the
      * maintenance entitlement; BROWSE lists up to 8 of the
      * account's co-signature items still waiting, oldest first;
      * APPROVE adds COSNFUN-SIGNER-CUSTNO's signature to item
      * COSNFUN-ID (the item is released for posting once every
      * holder has signed) and DECLINE refuses it outright. The
      * signer must be a holder of the account who has not already
      * signed; a teller keying for them needs the posting
      * entitlement.
      *
      * COSNFUN-FAIL-CODE, when COSNFUN-SUCCESS is 'N':
      *   '1' - the account or the item was not found
      *   '2' - a datastore error occurred
      *   '3' - invalid input (bad rule, negative threshold)
      *   '4' - the signer is not a holder of the account
      *   '5' - the signer has already signed this item
      *   '6' - the item is no longer waiting (approved, declined,
      *         completed or past its expiry date)
      *   'S' - the operator lacks the entitlement for the function
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 COSNFUN-FUNCTION                PIC X.
              88 COSNFUN-SET-RULE              VALUE 'S'.
              88 COSNFUN-BROWSE                VALUE 'B'.
              88 COSNFUN-APPROVE               VALUE 'A'.
              88 COSNFUN-DECLINE               VALUE 'D'.
           03 COSNFUN-SORTCODE                PIC 9(6).
           03 COSNFUN-ACCNO                   PIC 9(8).
           03 COSNFUN-RULE                    PIC X.
              88 COSNFUN-ANY-ONE               VALUE 'A'.
              88 COSNFUN-ALL-TO-SIGN           VALUE 'L'.
           03 COSNFUN-THRESHOLD               PIC S9(10)V99.
           03 COSNFUN-ID                      PIC 9(9).
           03 COSNFUN-SIGNER-CUSTNO           PIC 9(10).
           03 COSNFUN-ROWS-RETURNED           PIC 9(2).
           03 COSNFUN-SUCCESS                 PIC X.
           03 COSNFUN-FAIL-CODE               PIC X.
           03 COSNFUN-TABLE OCCURS 8 TIMES.
              05 COSNFUN-CS-ID                PIC 9(9).
              05 COSNFUN-CS-SOURCE            PIC X(3).
              05 COSNFUN-CS-TSCODE            PIC X(6).
              05 COSNFUN-CS-TACCNO            PIC X(8).
              05 COSNFUN-CS-AMOUNT            PIC S9(10)V99.
              05 COSNFUN-CS-SIGNED            PIC 9.
              05 COSNFUN-CS-NEEDED            PIC 9.
              05 COSNFUN-CS-STATUS            PIC X.
              05 COSNFUN-CS-REQUESTED-DATE    PIC X(8).
              05 COSNFUN-CS-EXPIRY-DATE       PIC X(8).
