      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for CPGFUN, the connected-party group service.
      * CREATE opens a new group called CPGFUN-GROUP-NAME with limit
      * CPGFUN-GROUP-LIMIT and returns its CPGFUN-GROUP-ID. ADD puts
      * customer CPGFUN-CUSTNO into the group with relationship
      * CPGFUN-REL-TYPE (see CPGDB2 for the values) and the
      * reason CPGFUN-REASON; REMOVE takes them out. LIMIT sets the
      * group limit (zero - no group limit). EXPOSURE returns the
      * group's name and limit, its total exposure in the base
      * currency split into overdraft limits, loans outstanding and
      * credit card limits, the headroom left under the limit, and
      * up to 20 members with each one's own exposure. An account
      * whose currency has no current rate on XRATE is left out of
      * the totals and counted in CPGFUN-UNCONVERTED, as TOTEXPO
      * does. CREATE, ADD and REMOVE need the maintenance
      * entitlement, LIMIT the supervisor entitlement.
      *
      * CPGFUN-FAIL-CODE, when CPGFUN-SUCCESS is 'N':
      *   '1' - no customer was found matching the key supplied
      *   '2' - a datastore error occurred
      *   '3' - no group was found matching the group id supplied
      *   '4' - the customer is already in the group (ADD), or is
      *         not in it (REMOVE)
      *   '5' - the relationship type is not one CPGDB2 lists, or
      *         no reason was given
      *   '6' - no group name was given (CREATE)
      *   'S' - the operator is not entitled to this function
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 CPGFUN-FUNCTION                 PIC X.
              88 CPGFUN-CREATE                 VALUE 'C'.
              88 CPGFUN-ADD                    VALUE 'A'.
              88 CPGFUN-REMOVE                 VALUE 'R'.
              88 CPGFUN-LIMIT                  VALUE 'L'.
              88 CPGFUN-EXPOSURE               VALUE 'E'.
           03 CPGFUN-SORTCODE                 PIC 9(6).
           03 CPGFUN-GROUP-ID                 PIC 9(8).
           03 CPGFUN-GROUP-NAME               PIC X(40).
           03 CPGFUN-GROUP-LIMIT              PIC 9(10)V99.
           03 CPGFUN-CUSTNO                   PIC 9(10).
           03 CPGFUN-REL-TYPE                 PIC X(4).
              88 CPGFUN-REL-TYPE-VALID         VALUE 'CTRL' 'ECON'
                                                     'GUAR' 'HOUS'
                                                     'OTHR'.
           03 CPGFUN-REASON                   PIC X(60).
           03 CPGFUN-BASE-CURRENCY            PIC X(3).
           03 CPGFUN-OVERDRAFT-TOTAL          PIC S9(12)V99.
           03 CPGFUN-LOAN-TOTAL               PIC S9(12)V99.
           03 CPGFUN-CARD-TOTAL               PIC S9(12)V99.
           03 CPGFUN-EXPOSURE-TOTAL           PIC S9(12)V99.
           03 CPGFUN-HEADROOM                 PIC S9(12)V99.
           03 CPGFUN-UNCONVERTED              PIC 9(3).
           03 CPGFUN-MEMBER-COUNT             PIC 9(3).
           03 CPGFUN-MEMBERS OCCURS 20.
              05 CPGFUN-MB-CUSTNO             PIC 9(10).
              05 CPGFUN-MB-REL-TYPE           PIC X(4).
              05 CPGFUN-MB-EXPOSURE           PIC S9(12)V99.
           03 CPGFUN-SUCCESS                  PIC X.
           03 CPGFUN-FAIL-CODE                PIC X.
