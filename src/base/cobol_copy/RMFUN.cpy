      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for RMFUN, the relationship manager service.
      * ASSIGN gives customer RMFUN-CUSTNO the relationship manager
      * RMFUN-RM-ID (replacing any RM they had); UNASSIGN removes
      * it; INQUIRE returns the customer's RM and when it was
      * assigned. REASSIGN moves every customer of RMFUN-FROM-RM to
      * RMFUN-TO-RM in one step - when an RM leaves or a book is
      * handed over - and returns how many moved. The RM must be a
      * known operator (ENTITLE, checked through ENTLFUN VERIFY).
      * ASSIGN and UNASSIGN need the maintenance entitlement,
      * REASSIGN the supervisor entitlement. Every change is
      * written to the RMAUDIT trail.
      *
      * RMFUN-FAIL-CODE, when RMFUN-SUCCESS is 'N':
      *   '1' - no customer was found matching the key supplied
      *   '2' - a datastore error occurred
      *   '3' - the customer has no RM (INQUIRE, UNASSIGN), or the
      *         from-RM has no customers to move (REASSIGN)
      *   '4' - the RM id given is not a known operator
      *   '5' - the from-RM and to-RM are the same
      *   'S' - the operator is not entitled to this function
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 RMFUN-FUNCTION                  PIC X.
              88 RMFUN-ASSIGN                  VALUE 'A'.
              88 RMFUN-UNASSIGN                VALUE 'U'.
              88 RMFUN-INQUIRE                 VALUE 'I'.
              88 RMFUN-REASSIGN                VALUE 'R'.
           03 RMFUN-SORTCODE                  PIC 9(6).
           03 RMFUN-CUSTNO                    PIC 9(10).
           03 RMFUN-RM-ID                     PIC X(3).
           03 RMFUN-ASSIGNED-DATE             PIC X(8).
           03 RMFUN-ASSIGNED-BY               PIC X(3).
           03 RMFUN-FROM-RM                   PIC X(3).
           03 RMFUN-TO-RM                     PIC X(3).
           03 RMFUN-MOVED-COUNT               PIC 9(7).
           03 RMFUN-SUCCESS                   PIC X.
           03 RMFUN-FAIL-CODE                 PIC X.
