      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for POOLFUN, the notional interest pool service
      * (see POOLDB2). CREATE sets up a pool for POOLFUN-CUSTNO -
      * optionally across connected-party group POOLFUN-CPGROUP-ID
      * - with its name, rate, allocation method, posting frequency
      * and header account, enrols the header account and returns
      * POOLFUN-POOL-ID; the first posting falls one period on. ADD
      * enrols account POOLFUN-ACCNO, REMOVE takes it out, CLOSE
      * closes the pool. INQUIRE returns the pool, its live net
      * balance and up to 20 participants with their balances and
      * accrued shares. All but INQUIRE need the maintenance
      * entitlement.
      *
      * POOLFUN-FAIL-CODE, when POOLFUN-SUCCESS is 'N':
      *   '1' - no active pool was found with the id supplied
      *   '2' - a datastore error occurred
      *   '3' - the account was not found, or belongs to neither
      *         the pool's customer nor a member of its group, or
      *         is a type that cannot be pooled (term deposits,
      *         cards, loans and mortgages); or, on CREATE, the
      *         customer is not a member of the group named
      *   '4' - the account is already in an active pool (CREATE
      *         and ADD), or is not in this one (REMOVE)
      *   '5' - the rate, method or frequency is not valid
      *   '6' - the header account cannot be removed
      *   'S' - the operator is not entitled to the function
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 POOLFUN-FUNCTION                PIC X.
              88 POOLFUN-CREATE                VALUE 'C'.
              88 POOLFUN-ADD                   VALUE 'A'.
              88 POOLFUN-REMOVE                VALUE 'R'.
              88 POOLFUN-CLOSE                 VALUE 'X'.
              88 POOLFUN-INQUIRE               VALUE 'I'.
           03 POOLFUN-SORTCODE                PIC 9(6).
           03 POOLFUN-POOL-ID                 PIC 9(9).
           03 POOLFUN-CUSTNO                  PIC X(10).
           03 POOLFUN-CPGROUP-ID              PIC 9(9).
           03 POOLFUN-NAME                    PIC X(30).
           03 POOLFUN-RATE                    PIC S9(2)V99.
           03 POOLFUN-METHOD                  PIC X.
              88 POOLFUN-PRO-RATA              VALUE 'P'.
              88 POOLFUN-TO-HEADER             VALUE 'H'.
           03 POOLFUN-FREQUENCY               PIC X.
              88 POOLFUN-MONTHLY               VALUE 'M'.
              88 POOLFUN-QUARTERLY             VALUE 'Q'.
           03 POOLFUN-HEADER-ACCNO            PIC X(8).
           03 POOLFUN-ACCNO                   PIC X(8).
           03 POOLFUN-STATUS                  PIC X.
           03 POOLFUN-NEXT-POST               PIC X(8).
           03 POOLFUN-ACCRUED                 PIC S9(10)V9(4).
           03 POOLFUN-NET-BALANCE             PIC S9(12)V99.
           03 POOLFUN-SUCCESS                 PIC X.
           03 POOLFUN-FAIL-CODE               PIC X.
           03 POOLFUN-ROWS-RETURNED           PIC 9(2).
           03 POOLFUN-TABLE OCCURS 20 TIMES.
              05 POOLFUN-PT-ACCNO             PIC X(8).
              05 POOLFUN-PT-CUSTNO            PIC X(10).
              05 POOLFUN-PT-BALANCE           PIC S9(10)V99.
              05 POOLFUN-PT-ACCRUED           PIC S9(10)V9(4).
              05 POOLFUN-PT-STATUS            PIC X.
