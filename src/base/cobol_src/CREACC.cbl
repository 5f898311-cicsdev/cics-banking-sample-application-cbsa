          03 HV-PROCTRAN-DESC               PIC X(40).
          03 HV-PROCTRAN-AMOUNT             PIC S9(10)V99 COMP-3.

      * Terms and conditions register DB2 copybook
           EXEC SQL
              INCLUDE TNCDB2
           END-EXEC.

      * TNCACCT host variables for DB2 - the version of the terms
      * in force for the account type on the opening date.
       01 HOST-TNCACCT-ROW.
          03 HV-TNC-VERSION                 PIC S9(9) COMP.
          03 HV-TNC-EFFECTIVE-DATE          PIC X(8).
          03 HV-TNC-OPERATOR                PIC X(3).

       01 ACCCHK-COMMAREA.
           COPY ACCCHK.

      * CONTROL Host variables for DB2
       01 HOST-CONTROL-ROW.
           03 HV-CONTROL-NAME                  PIC X(32).
       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

      *
      *    A politically exposed customer needs senior-management
      *    approval on PEPFUN for each new account; the approval
      *    found is marked used once the account exists.
      *
       01 PEPFUN-COMMAREA.
           COPY PEPFUN.

       01 WS-PEP-APPROVAL-ID                PIC 9(9) VALUE 0.

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY CREACC.
              REQUIRED-SORT-CODE
              REQUIRED-SORT-CODE2.

      *
      *    A sort code whose account or customer counter CTRCHK found
      *    behind the data on file takes no new accounts until the
      *    counter is repaired.
      *
           PERFORM CHECK-CREATION-BLOCK.

           MOVE ZERO TO ACCOUNT-NUMBER.
           INITIALIZE INQCUST-COMMAREA

             PERFORM GET-ME-OUT-OF-HERE
           END-IF

      *
      *    No new account for a PEP without senior management's
      *    approval for that type of account.
      *
           IF INQCUST-PEP-SW = 'Y'
             PERFORM CHECK-PEP-APPROVAL

             IF COMM-SUCCESS OF DFHCOMMAREA = 'N'
               PERFORM GET-ME-OUT-OF-HERE
             END-IF
           END-IF


      *
      *    Having verified that the CUSTOMER exists we can now process
           EXIT.


      *----------------------------------------------------------------
      * CONTROL row <sortcode>-CREATE-BLOCKED, kept by CTRCHK, is 1
      * while the sort code is closed for creation. No row, or any
      * other value, leaves it open. Creation is also closed across
      * the whole region while REGION-STATUS says the CUSTOMER file
      * is being backed up (CUSTBKUP) or restored (CUSTRSTR).
      *----------------------------------------------------------------
       CHECK-CREATION-BLOCK SECTION.
       CCB010.
           MOVE 'REGION-STATUS' TO HV-CONTROL-NAME
           MOVE SPACES TO HV-CONTROL-VALUE-STR

           EXEC SQL
              SELECT CONTROL_VALUE_STR
              INTO :HV-CONTROL-VALUE-STR
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0
           AND (HV-CONTROL-VALUE-STR = 'BACKUP'
             OR HV-CONTROL-VALUE-STR = 'RESTORE')
             MOVE 'N' TO COMM-SUCCESS IN DFHCOMMAREA
             MOVE 'L' TO COMM-FAIL-CODE IN DFHCOMMAREA
             PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE SPACES TO HV-CONTROL-NAME
           MOVE ZERO TO HV-CONTROL-VALUE-NUM
           MOVE SPACES TO HV-CONTROL-VALUE-STR
           STRING REQUIRED-SORT-CODE DELIMITED BY SIZE
           '-' DELIMITED BY SIZE
           'CREATE-BLOCKED' DELIMITED BY SIZE
           INTO HV-CONTROL-NAME

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM = 1
             MOVE 'N' TO COMM-SUCCESS IN DFHCOMMAREA
             MOVE 'K' TO COMM-FAIL-CODE IN DFHCOMMAREA
             PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       CCB999.
           EXIT.


       ENQ-NAMED-COUNTER SECTION.
       ENC010.

           EXIT.


      *----------------------------------------------------------------
      * ACCCHK works out the next number after the last one issued
      * at the sortcode, check digit and all. If it cannot, no
      * account number can be issued and the request fails.
      *----------------------------------------------------------------
       GENERATE-ACCOUNT-NUMBER SECTION.
       GANO010.
           INITIALIZE ACCCHK-COMMAREA.
           SET ACCCHK-GENERATE TO TRUE.
           MOVE REQUIRED-SORT-CODE TO ACCCHK-SORTCODE.
           MOVE HV-CONTROL-VALUE-NUM TO ACCCHK-ACCNO.

           EXEC CICS LINK PROGRAM('ACCCHK')
                     COMMAREA(ACCCHK-COMMAREA)
                     RESP(WS-CICS-RESP)
                     RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              OR ACCCHK-SUCCESS NOT = 'Y'
              DISPLAY 'CREACC - UNABLE TO GENERATE ACCOUNT NUMBER FOR '
                 REQUIRED-SORT-CODE ' ACCCHK FAIL CODE='
                 ACCCHK-FAIL-CODE
              MOVE 'N' TO COMM-SUCCESS IN DFHCOMMAREA
              MOVE 'E' TO COMM-FAIL-CODE IN DFHCOMMAREA
              PERFORM DEQ-NAMED-COUNTER
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.
       GANO999.
           EXIT.


       DEQ-NAMED-COUNTER SECTION.
       DNC010.

      D      MOVE SQLCODE TO SQLCODE-DISPLAY
      D      DISPLAY 'SELECT WAS ' SQLCODE-DISPLAY ' AND FOUND '
      D        HV-CONTROL-VALUE-NUM
      *      The next number carries a check digit, so it comes
      *      from ACCCHK rather than being the last one plus one.
             PERFORM GENERATE-ACCOUNT-NUMBER
             MOVE ACCCHK-ACCNO TO
             COMM-NUMBER ACCOUNT-NUMBER REQUIRED-ACCT-NUMBER3
             NCS-ACC-NO-VALUE HV-CONTROL-VALUE-NUM

              PERFORM WRITE-JOINT-OWNERS
           END-IF.

           IF WS-PEP-APPROVAL-ID NOT = 0
              PERFORM USE-PEP-APPROVAL
           END-IF.

           PERFORM RECORD-TERMS-ACCEPTED.

           PERFORM DEQ-NAMED-COUNTER.

      *
       SN999.
           EXIT.

      *----------------------------------------------------------------
      * The customer opened the account on the version of the terms
      * in force for its type today - the latest already effective
      * on TNCVER - and that is what goes on the account's terms
      * history. A type with no published terms yet records
      * nothing. Best effort: the account is already committed.
      *----------------------------------------------------------------
       RECORD-TERMS-ACCEPTED SECTION.
       RTA010.
           EXEC SQL
              SELECT TNCVER_VERSION, TNCVER_EFFECTIVE_DATE
              INTO :HV-TNC-VERSION, :HV-TNC-EFFECTIVE-DATE
              FROM TNCVER
              WHERE TNCVER_ACC_TYPE = :HV-ACCOUNT-ACC-TYPE
                AND TNCVER_VERSION =
                    (SELECT MAX(TNCVER_VERSION)
                     FROM TNCVER
                     WHERE TNCVER_ACC_TYPE = :HV-ACCOUNT-ACC-TYPE
                       AND TNCVER_EFFECTIVE_DATE <= :WS-STDT-X)
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO RTA999
           END-IF.

           MOVE EIBOPID TO HV-TNC-OPERATOR.

           EXEC SQL
              INSERT INTO TNCACCT
                 (TNCACCT_SORTCODE, TNCACCT_ACCNO, TNCACCT_CUSTNO,
                  TNCACCT_ACC_TYPE, TNCACCT_VERSION,
                  TNCACCT_EFFECTIVE_DATE, TNCACCT_STATUS,
                  TNCACCT_NOTICE_DATE, TNCACCT_STATUS_DATE,
                  TNCACCT_STATUS_BY)
              VALUES
                 (:HV-ACCOUNT-SORTCODE, :HV-ACCOUNT-ACC-NO,
                  :HV-ACCOUNT-CUST-NO,
                  :HV-ACCOUNT-ACC-TYPE, :HV-TNC-VERSION,
                  :HV-TNC-EFFECTIVE-DATE, 'A',
                  ' ', :WS-STDT-X,
                  :HV-TNC-OPERATOR)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'CREACC UNABLE TO RECORD TERMS ACCEPTED'
                 ' SQLCODE=' SQLCODE-DISPLAY
           END-IF.
       RTA999.
           EXIT.

      *----------------------------------------------------------------
      * A joint account carries one or more extra owners beyond
      * COMM-CUSTNO, the primary owner already on the ACCOUNT row
                     )
           END-EXEC.

           IF SQLCODE = 0
              INITIALIZE EVNT-AREA
              SET EVNT-POSTING TO TRUE
              MOVE HV-PROCTRAN-SORT-CODE TO EVNT-SORTCODE
              MOVE HV-PROCTRAN-ACC-NUMBER TO EVNT-ACCNO
              MOVE HV-PROCTRAN-DATE TO EVNT-PROC-DATE
              MOVE HV-PROCTRAN-TIME TO EVNT-PROC-TIME
              MOVE HV-PROCTRAN-REF TO EVNT-REF
              MOVE HV-PROCTRAN-TYPE TO EVNT-TYPE
              MOVE HV-PROCTRAN-DESC TO EVNT-DESC
              MOVE HV-PROCTRAN-AMOUNT TO EVNT-AMOUNT
              PERFORM WRITE-BUSINESS-EVENT
           END-IF.

      *
      *    Check the SQLCODE
      *

      *----------------------------------------------------------------
      * The age rules per product: YOUTH is under-18s only; LOAN,
      * MORTGAGE, CREDCARD and an overdraft-bearing CURRENT need
      * 18; ISA
      * and a no-overdraft CURRENT need 16; SAVING, FIXEDTRM and
      * NOTICE need 11. Age in whole years from INQCUST's date of
      * birth. An organisation has no age - its DOB field carries
      * the incorporation date - so it is held to no age rule,
      * except that YOUTH is never for an organisation.
      *----------------------------------------------------------------
       CHECK-AGE-ELIGIBILITY SECTION.
       CAE010.
           IF INQCUST-ENTITY-TYPE NOT = SPACE AND
              INQCUST-ENTITY-TYPE NOT = 'P'
              IF COMM-ACC-TYPE IN DFHCOMMAREA(1:5) = 'YOUTH'
                 MOVE 'N' TO COMM-SUCCESS OF DFHCOMMAREA
                 MOVE 'A' TO COMM-FAIL-CODE OF DFHCOMMAREA
              END-IF
              GO TO CAE999
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AGE-TODAY-X.

           MOVE INQCUST-DOB-YYYY TO WS-AGE-DOB-YYYY.
                 GO TO CAE999
              WHEN COMM-ACC-TYPE IN DFHCOMMAREA(1:8) = 'MORTGAGE'
              WHEN COMM-ACC-TYPE IN DFHCOMMAREA(1:4) = 'LOAN'
              WHEN COMM-ACC-TYPE IN DFHCOMMAREA(1:8) = 'CREDCARD'
                 MOVE 18 TO WS-MIN-AGE
              WHEN COMM-ACC-TYPE IN DFHCOMMAREA(1:7) = 'CURRENT'
                 IF COMM-OVERDR-LIM IN DFHCOMMAREA > 0
       ACCOUNT-TYPE-CHECK SECTION.
       ATC010.
      *
      *    Validate that only ISA, MORTGAGE, SAVING, CURRENT, LOAN,
      *    FIXEDTRM, NOTICE and CREDCARD are the only account types
      *    available, and look up each type's allowed interest-rate
      *    range and default overdraft limit from the product
      *    catalogue below.
      *    FIXEDTRM is the fixed-term deposit product: the rate
      *    captured here is locked for the whole term (TRMDFUN
      *    records the term and maturity date on TERMDEP) and is
      *    paid once, at maturity, by TRMDMAT - INTACCR skips
      *    FIXEDTRM accounts for exactly that reason. NOTICE is the
      *    notice savings product: the balance only leaves against
      *    a withdrawal notice that has run its course (NTCEFUN
      *    keeps the notice register, NTCERLSE pays notices away).
      *    CREDCARD is the credit card: the overdraft limit is the
      *    credit limit and the rate its APR, charged by the CCBILL
      *    billing cycle rather than accrued by INTACCR; CCACFUN
      *    gives it its billing and repayment terms.
      *
           EVALUATE TRUE
              WHEN COMM-ACC-TYPE IN DFHCOMMAREA(1:3) = 'ISA'
                 MOVE 8.00 TO WS-CATALOG-MAX-RATE
                 MOVE 0    TO WS-CATALOG-DEF-ODLIM
                 MOVE 'Y'  TO COMM-SUCCESS OF DFHCOMMAREA
              WHEN COMM-ACC-TYPE IN DFHCOMMAREA(1:6) = 'NOTICE'
                 MOVE 0.00 TO WS-CATALOG-MIN-RATE
                 MOVE 6.00 TO WS-CATALOG-MAX-RATE
                 MOVE 0    TO WS-CATALOG-DEF-ODLIM
                 MOVE 'Y'  TO COMM-SUCCESS OF DFHCOMMAREA
              WHEN COMM-ACC-TYPE IN DFHCOMMAREA(1:8) = 'CREDCARD'
                 MOVE 0.00  TO WS-CATALOG-MIN-RATE
                 MOVE 39.90 TO WS-CATALOG-MAX-RATE
                 MOVE 1000  TO WS-CATALOG-DEF-ODLIM
                 MOVE 'Y'   TO COMM-SUCCESS OF DFHCOMMAREA
              WHEN OTHER
                 MOVE 'N' TO COMM-SUCCESS OF DFHCOMMAREA
                 MOVE 'A' TO COMM-FAIL-CODE IN DFHCOMMAREA
           EXIT.


      *----------------------------------------------------------------
      * A PEP customer must have an unused, unlapsed senior-
      * management approval on PEPFUN for this account type;
      * without one the account is refused with fail code 'P'.
      *----------------------------------------------------------------
       CHECK-PEP-APPROVAL SECTION.
       CPA010.
           INITIALIZE PEPFUN-COMMAREA.
           SET PEPFUN-CHECK TO TRUE.
           MOVE REQUIRED-SORT-CODE TO PEPFUN-SORTCODE.
           MOVE COMM-CUSTNO IN DFHCOMMAREA TO PEPFUN-CUSTNO.
           MOVE COMM-ACC-TYPE IN DFHCOMMAREA TO PEPFUN-ACC-TYPE.

           EXEC CICS LINK PROGRAM('PEPFUN')
                     COMMAREA(PEPFUN-COMMAREA)
                     RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              OR PEPFUN-SUCCESS NOT = 'Y'
              MOVE 'N' TO COMM-SUCCESS OF DFHCOMMAREA
              MOVE 'P' TO COMM-FAIL-CODE IN DFHCOMMAREA
              DISPLAY 'ERROR: CREACC no PEP approval in force for '
                 'customer ' COMM-CUSTNO IN DFHCOMMAREA
                 ' account type ' COMM-ACC-TYPE IN DFHCOMMAREA
              GO TO CPA999
           END-IF.

           MOVE PEPFUN-APPROVAL-ID TO WS-PEP-APPROVAL-ID.
           MOVE 'Y' TO COMM-SUCCESS OF DFHCOMMAREA.
       CPA999.
           EXIT.


      *----------------------------------------------------------------
      * The account exists - mark the approval it was opened under
      * used. A failure here is logged, not backed out over.
      *----------------------------------------------------------------
       USE-PEP-APPROVAL SECTION.
       UPA010.
           INITIALIZE PEPFUN-COMMAREA.
           SET PEPFUN-USE TO TRUE.
           MOVE HV-ACCOUNT-SORTCODE TO PEPFUN-SORTCODE.
           MOVE COMM-CUSTNO IN DFHCOMMAREA TO PEPFUN-CUSTNO.
           MOVE WS-PEP-APPROVAL-ID TO PEPFUN-APPROVAL-ID.
           MOVE HV-ACCOUNT-ACC-NO TO PEPFUN-ACCNO.

           EXEC CICS LINK PROGRAM('PEPFUN')
                     COMMAREA(PEPFUN-COMMAREA)
                     RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              OR PEPFUN-SUCCESS NOT = 'Y'
              DISPLAY 'CREACC UNABLE TO MARK PEP APPROVAL '
                 WS-PEP-APPROVAL-ID ' USED'
           END-IF.
       UPA999.
           EXIT.


      *----------------------------------------------------------------
      * Each account type has its own ceiling on the overdraft limit
      * and interest rate an account may be created with, kept in

       PTD2999.
           EXIT.

      *----------------------------------------------------------------
      * The change just posted, as a business event in the same unit
      * of work (see EVNTWRT). A failure to record it comes back in
      * SQLCODE, so it is handled exactly as a failed PROCTRAN insert.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           MOVE 'CREACC' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
