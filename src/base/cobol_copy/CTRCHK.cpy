      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for CTRCHK, the number-counter integrity service.
      * Every sortcode with a <sortcode>-ACCOUNT-LAST row in CONTROL
      * is one of ours. Its account counter must be no lower than
      * the highest account number on ACCOUNT or DELACCT for the
      * sortcode, and the customer counter (LAST-CUSTOMER-NUMBER on
      * the CUSTOMER control record) no lower than the highest
      * customer number on the CUSTOMER file or DELCUST for it.
      * A sortcode failing either test is closed for account and
      * customer creation by CONTROL row <sortcode>-CREATE-BLOCKED
      * (value 1, the reason in the string), which CREACC and
      * CRECUST honour; a sortcode passing both has the row reset
      * to 0.
      *
      * CHECK tests every sortcode - REGSTRT runs it before the
      * region is declared ACTIVE - and returns how many were
      * checked and how many are blocked.
      *
      * REPAIR advances one counter: CTRCHK-FIX-SORTCODE, counter
      * 'A' account or 'C' customer, to CTRCHK-NEW-VALUE, or to the
      * highest number on file when that is zero. A counter is only
      * ever moved forward, and never to less than the highest
      * number on file. The change is logged to CTRFIX with the
      * reason, and the sortcode is checked again so the block
      * lifts as soon as both counters are right. REPAIR needs the
      * supervisor entitlement at CTRCHK-SORTCODE, the operator's
      * own sort code.
      *
      * CTRCHK-FAIL-CODE, when CTRCHK-SUCCESS is 'N':
      *   '1' - the sortcode is not one of ours
      *   '2' - a datastore error occurred
      *   '3' - the repair is not valid: an unknown counter, no
      *         reason, or a value below the highest on file
      *   '4' - the counter is already at or past the value asked
      *         for - there is nothing to repair
      *   'S' - the operator is not entitled to the function
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 CTRCHK-FUNCTION                 PIC X.
              88 CTRCHK-CHECK                  VALUE 'C'.
              88 CTRCHK-REPAIR                 VALUE 'R'.
           03 CTRCHK-SORTCODE                 PIC 9(6).
           03 CTRCHK-FIX-SORTCODE             PIC 9(6).
           03 CTRCHK-COUNTER                  PIC X.
              88 CTRCHK-ACCOUNT-COUNTER        VALUE 'A'.
              88 CTRCHK-CUSTOMER-COUNTER       VALUE 'C'.
           03 CTRCHK-NEW-VALUE                PIC 9(10).
           03 CTRCHK-REASON                   PIC X(40).
           03 CTRCHK-OLD-VALUE                PIC 9(10).
           03 CTRCHK-HIGHEST                  PIC 9(10).
           03 CTRCHK-CHECKED-COUNT            PIC 9(4).
           03 CTRCHK-BLOCKED-COUNT            PIC 9(4).
           03 CTRCHK-STILL-BLOCKED            PIC X.
           03 CTRCHK-SUCCESS                  PIC X.
           03 CTRCHK-FAIL-CODE                PIC X.
