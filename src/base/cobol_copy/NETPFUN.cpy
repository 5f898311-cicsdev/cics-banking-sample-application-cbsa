      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for NETPFUN, treasury's view of our net position at
      * the interbank settlement system (see SETLPOS). INQUIRE
      * returns, for NETPFUN-SORTCODE and NETPFUN-DATE (YYYYMMDD,
      * today when blank):
      *   - the cycle now open and how many the day has closed;
      *   - value in and out over the day and the net debit (a
      *     negative figure is a net credit);
      *   - the net debit cap in force (zero when none is set),
      *     the inbound value the open cycle has taken so far and
      *     the headroom that leaves XFRDSPCH;
      *   - the items the cap has held back, still queued, and
      *     everything pending dispatch in all.
      *
      * NETPFUN-FAIL-CODE, when NETPFUN-SUCCESS is 'N':
      *   '2' - datastore error
      *   'S' - the operator may not see the position
      *   '9' - the function code is not one this service provides
      ******************************************************************
           03 NETPFUN-FUNCTION                PIC X.
              88 NETPFUN-INQUIRE               VALUE 'I'.
           03 NETPFUN-SORTCODE                PIC 9(6).
           03 NETPFUN-DATE                    PIC X(8).
           03 NETPFUN-SUCCESS                 PIC X.
           03 NETPFUN-FAIL-CODE               PIC X.
           03 NETPFUN-POSITION.
              05 NETPFUN-CYCLE                PIC 9(4).
              05 NETPFUN-CYCLES-CLOSED        PIC 9(4).
              05 NETPFUN-DAY-OUTBOUND         PIC S9(12)V99.
              05 NETPFUN-DAY-INBOUND          PIC S9(12)V99.
              05 NETPFUN-DAY-NET-DEBIT        PIC S9(12)V99.
              05 NETPFUN-CAP                  PIC S9(12)V99.
              05 NETPFUN-CYCLE-INBOUND        PIC S9(12)V99.
              05 NETPFUN-HEADROOM             PIC S9(12)V99.
              05 NETPFUN-QUEUED-COUNT         PIC 9(6).
              05 NETPFUN-QUEUED-VALUE         PIC S9(12)V99.
              05 NETPFUN-PENDING-COUNT        PIC 9(6).
              05 NETPFUN-PENDING-VALUE        PIC S9(12)V99.
