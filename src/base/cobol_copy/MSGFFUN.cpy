      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for MSGFFUN, the settlement message format register.
      * SET records that counterparty sortcode MSGFFUN-CPTY-SORTCODE
      * takes MSGFFUN-FORMAT from MSGFFUN-EFFECTIVE-FROM (YYYYMMDD,
      * zero or spaces meaning today); it needs supervisor
      * entitlement. INQUIRE returns the format on record and its
      * effective date - 'L' and spaces when the counterparty has
      * never been set - with the routing directory's name for it.
      *
      * MSGFFUN-FAIL-CODE, when MSGFFUN-SUCCESS is 'N':
      *   '1' - the format is not 'L' or 'X'
      *   '2' - a datastore error occurred
      *   '3' - the sortcode is not in the routing directory
      *   '4' - the effective date is not a valid YYYYMMDD date
      *   'S' - the operator is not entitled to this function
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 MSGFFUN-FUNCTION                PIC X.
              88 MSGFFUN-SET                   VALUE 'S'.
              88 MSGFFUN-INQUIRE               VALUE 'I'.
           03 MSGFFUN-SORTCODE                PIC 9(6).
           03 MSGFFUN-CPTY-SORTCODE           PIC X(6).
           03 MSGFFUN-FORMAT                  PIC X.
              88 MSGFFUN-LEGACY                VALUE 'L'.
              88 MSGFFUN-ISO20022              VALUE 'X'.
           03 MSGFFUN-EFFECTIVE-FROM          PIC X(8).
           03 MSGFFUN-INSTITUTION             PIC X(40).
           03 MSGFFUN-CHANGED-DATE            PIC X(8).
           03 MSGFFUN-CHANGED-BY              PIC X(3).
           03 MSGFFUN-SUCCESS                 PIC X.
           03 MSGFFUN-FAIL-CODE               PIC X.
