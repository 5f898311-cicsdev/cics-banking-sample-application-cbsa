      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for PNPFUN, the pay/no-pay referral service (see
      * REFRDB2). BROWSE returns up to 8 open referrals oldest
      * first, optionally narrowed to one RM's customers through
      * PNPFUN-FILTER-RM and paged from PNPFUN-START-SEQ the way
      * EXCPFUN pages. INQUIRE returns referral PNPFUN-ID in full,
      * with the customer history the decision rests on. PAY and
      * RETURN record the decision on PNPFUN-ID; only the
      * customer's own RM or a supervisor may decide, and only
      * before the referral's cut-off. A decision can be changed
      * up to the cut-off - every one is logged on REFAUDIT.
      *
      * PNPFUN-FAIL-CODE, when PNPFUN-SUCCESS is 'N':
      *   '1' - no such referral, or it is no longer open
      *   '2' - datastore error
      *   '3' - the referral's cut-off has passed
      *   'S' - the operator may not see or decide this referral
      *   '9' - the function code is not one this service provides
      ******************************************************************
           03 PNPFUN-FUNCTION                 PIC X.
              88 PNPFUN-BROWSE                 VALUE 'B'.
              88 PNPFUN-INQUIRE                VALUE 'I'.
              88 PNPFUN-PAY                    VALUE 'P'.
              88 PNPFUN-RETURN                 VALUE 'R'.
           03 PNPFUN-SORTCODE                 PIC 9(6).
           03 PNPFUN-ID                       PIC 9(9).
           03 PNPFUN-FILTER-RM                PIC X(3).
           03 PNPFUN-START-SEQ                PIC 9(4).
           03 PNPFUN-MORE-ROWS                PIC X.
              88 PNPFUN-MORE                   VALUE 'Y'.
           03 PNPFUN-ROWS-RETURNED            PIC 9(2).
           03 PNPFUN-SUCCESS                  PIC X.
           03 PNPFUN-FAIL-CODE                PIC X.
           03 PNPFUN-DETAIL.
              05 PNPFUN-BUSINESS-DATE         PIC X(8).
              05 PNPFUN-ACCNO                 PIC X(8).
              05 PNPFUN-CUSTNO                PIC X(10).
              05 PNPFUN-ITEM-TYPE             PIC X.
              05 PNPFUN-AMOUNT                PIC S9(10)V99.
              05 PNPFUN-SHORTFALL             PIC S9(10)V99.
              05 PNPFUN-PAYEE                 PIC X(30).
              05 PNPFUN-REFERENCE             PIC X(12).
              05 PNPFUN-AVG-BALANCE           PIC S9(10)V99.
              05 PNPFUN-SAL-COUNT             PIC 9(4).
              05 PNPFUN-SAL-AVG-AMOUNT        PIC S9(10)V99.
              05 PNPFUN-SAL-LAST-DATE         PIC X(8).
              05 PNPFUN-RISK-SEGMENT          PIC X.
              05 PNPFUN-RM-ID                 PIC X(3).
              05 PNPFUN-CUTOFF-DATE           PIC X(8).
              05 PNPFUN-CUTOFF-TIME           PIC X(6).
              05 PNPFUN-DECISION              PIC X.
              05 PNPFUN-DECIDED-BY            PIC X(3).
           03 PNPFUN-TABLE OCCURS 8 TIMES.
              05 PNPFUN-RF-ID                 PIC 9(9).
              05 PNPFUN-RF-ACCNO              PIC X(8).
              05 PNPFUN-RF-ITEM-TYPE          PIC X.
              05 PNPFUN-RF-AMOUNT             PIC S9(10)V99.
              05 PNPFUN-RF-SHORTFALL          PIC S9(10)V99.
              05 PNPFUN-RF-RM-ID              PIC X(3).
              05 PNPFUN-RF-CUTOFF-DATE        PIC X(8).
              05 PNPFUN-RF-CUTOFF-TIME        PIC X(6).
              05 PNPFUN-RF-DECISION           PIC X.
