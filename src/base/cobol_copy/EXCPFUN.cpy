      * CLOSE records the action taken and marks it done. AGED is
      * the supervisor view: unclaimed items whose business date
      * is older than the CONTROL value EXCP-AGED-DAYS (fail 'S'
      * without the supervisor entitlement). Each item carries the
      * owning relationship manager of its customer (EXCPFUN-EX-RM,
      * blank when the customer has none - see RMDB2) so it can be
      * routed to them, and BROWSE can be narrowed to one RM's
      * customers through EXCPFUN-FILTER-RM.
      ******************************************************************
           03 EXCPFUN-FUNCTION                PIC X.
              88 EXCPFUN-BROWSE                VALUE 'B'.
           03 EXCPFUN-FILTER-SEVERITY         PIC X.
           03 EXCPFUN-FILTER-SOURCE           PIC X(8).
           03 EXCPFUN-FILTER-DATE             PIC X(8).
           03 EXCPFUN-FILTER-RM               PIC X(3).
           03 EXCPFUN-START-SEQ               PIC 9(4).
           03 EXCPFUN-MORE-ROWS               PIC X.
              88 EXCPFUN-MORE                  VALUE 'Y'.
              05 EXCPFUN-EX-MESSAGE           PIC X(80).
              05 EXCPFUN-EX-STATUS            PIC X.
              05 EXCPFUN-EX-CLAIMED-BY        PIC X(3).
              05 EXCPFUN-EX-RM                PIC X(3).
