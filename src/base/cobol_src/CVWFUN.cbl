       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      * Title: CVWFUN                                                  *
      *                                                                *
      * Description: Customer overview service, LINKed with the        *
      *              CVWFUN commarea by BNK1CVW. Gathers in one call   *
      *              what a teller otherwise pieces together from      *
      *              several screens and commarea-only services:       *
      *                - each account the customer holds, with its     *
      *                  balance, any live loan's arrears position,    *
      *                  any open term deposit's maturity, and the     *
      *                  cards and pots hanging off it;                *
      *                - counts of the customer's active legal holds,  *
      *                  restraints, open complaints and disputes and  *
      *                  outstanding KYC checks.                       *
      *              Read only, and only for an operator holding the   *
      *              inquiry entitlement (class 'I'). Identity,        *
      *              contact and the deceased and gone-away markers    *
      *              come from INQCUST; vulnerability from VULNFUN,    *
      *              under its own need-to-know rule.                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CVWFUN.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
      * Copyright statement as a literal to go into the load module
       77 FILLER PIC X(34) VALUE 'Copyright contributors to the CICS'.
       77 FILLER PIC X(34) VALUE 'Banking Sample Application (CBSA)'.
       77 FILLER PIC X(8)  VALUE ' project'.

           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE ACCJDB2 END-EXEC.
           EXEC SQL INCLUDE LOANDB2 END-EXEC.
           EXEC SQL INCLUDE TERMDB2 END-EXEC.
           EXEC SQL INCLUDE POTDB2 END-EXEC.
           EXEC SQL INCLUDE CRDRDB2 END-EXEC.
           EXEC SQL INCLUDE LGLHDB2 END-EXEC.
           EXEC SQL INCLUDE RSTRDB2 END-EXEC.
           EXEC SQL INCLUDE CMPLDB2 END-EXEC.
           EXEC SQL INCLUDE DSPTDB2 END-EXEC.
           EXEC SQL INCLUDE KYCDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-CUSTNO                         PIC X(10).
       01 HV-ACCNO                          PIC X(8).
       01 HV-ACC-TYPE                       PIC X(8).
       01 HV-ACC-BALANCE                    PIC S9(8)V99 COMP-3.
       01 HV-ACC-CURRENCY                   PIC X(3).
       01 HV-LOAN-FOUND                     PIC X.
       01 HV-ARREARS-STATUS                 PIC X.
       01 HV-ARREARS-COUNT                  PIC S9(9) COMP.
       01 HV-TERM-FOUND                     PIC X.
       01 HV-MATURITY-DATE                  PIC X(8).
       01 HV-CARD-COUNT                     PIC S9(9) COMP.
       01 HV-POT-COUNT                      PIC S9(9) COMP.
       01 HV-POT-BALANCE                    PIC S9(10)V99 COMP-3.
       01 HV-WARN-COUNT                     PIC S9(9) COMP.

       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

       01 WS-PROD-SUB                       PIC S9(4) COMP.

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-FAILED-TABLE                   PIC X(10).

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY CVWFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO CVWFUN-SUCCESS.
           MOVE SPACE TO CVWFUN-FAIL-CODE.
           MOVE 0 TO CVWFUN-PRODUCT-COUNT.
           MOVE 'N' TO CVWFUN-MORE-SW.
           MOVE 0 TO CVWFUN-LEGAL-HOLDS CVWFUN-RESTRAINTS
              CVWFUN-COMPLAINTS CVWFUN-DISPUTES
              CVWFUN-KYC-OUTSTANDING.

           MOVE CVWFUN-SORTCODE TO HV-SORTCODE.
           MOVE CVWFUN-CUSTNO TO HV-CUSTNO.

           PERFORM CHECK-ENTITLEMENT.

           IF CVWFUN-SUCCESS = 'Y'
              PERFORM GATHER-THE-PRODUCTS
           END-IF.

           IF CVWFUN-SUCCESS = 'Y'
              PERFORM COUNT-THE-WARNINGS
           END-IF.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * Every account the customer holds - in their own name or
      * jointly (ACCJOINT) - with the loan or term deposit (if any)
      * that the account carries. Only a live loan - not settled,
      * written off or cancelled - and only an open deposit count.
      *----------------------------------------------------------------
       GATHER-THE-PRODUCTS SECTION.
       GTP010.
           EXEC SQL
              DECLARE CVW_CSR CURSOR FOR
                 SELECT A.ACCOUNT_NUMBER,
                        COALESCE(A.ACCOUNT_TYPE, ' '),
                        COALESCE(A.ACCOUNT_ACTUAL_BALANCE, 0),
                        COALESCE(A.ACCOUNT_CURRENCY_CODE, ' '),
                        CASE WHEN L.LOANMST_ACCNO IS NULL
                             THEN 'N' ELSE 'Y' END,
                        COALESCE(L.LOANMST_ARREARS_STATUS, ' '),
                        COALESCE(L.LOANMST_ARREARS_COUNT, 0),
                        CASE WHEN T.TERMDEP_ACCNO IS NULL
                             THEN 'N' ELSE 'Y' END,
                        COALESCE(T.TERMDEP_MATURITY_DATE, ' ')
                 FROM ACCOUNT A
                 LEFT JOIN LOANMST L
                    ON L.LOANMST_SORTCODE = A.ACCOUNT_SORTCODE
                   AND L.LOANMST_ACCNO = A.ACCOUNT_NUMBER
                   AND L.LOANMST_STATUS NOT IN ('S', 'Z', 'K')
                 LEFT JOIN TERMDEP T
                    ON T.TERMDEP_SORTCODE = A.ACCOUNT_SORTCODE
                   AND T.TERMDEP_ACCNO = A.ACCOUNT_NUMBER
                   AND T.TERMDEP_STATUS = 'O'
                 WHERE A.ACCOUNT_SORTCODE = :HV-SORTCODE
                   AND (A.ACCOUNT_CUSTOMER_NUMBER = :HV-CUSTNO OR
                    EXISTS (SELECT 1 FROM ACCJOINT J
                     WHERE J.ACCJOINT_SORTCODE = A.ACCOUNT_SORTCODE
                       AND J.ACCJOINT_ACC_NUMBER = A.ACCOUNT_NUMBER
                       AND J.ACCJOINT_CUSTOMER_NUMBER = :HV-CUSTNO))
                 ORDER BY A.ACCOUNT_NUMBER
                 FOR FETCH ONLY
           END-EXEC.

           EXEC SQL OPEN CVW_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'ACCOUNT' TO WS-FAILED-TABLE
              PERFORM REPORT-SQL-FAILURE
              GO TO GTP999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           MOVE 0 TO WS-PROD-SUB.

           PERFORM UNTIL WS-EOF OR CVWFUN-SUCCESS = 'N'
              EXEC SQL
                 FETCH CVW_CSR
                 INTO :HV-ACCNO, :HV-ACC-TYPE, :HV-ACC-BALANCE,
                      :HV-ACC-CURRENCY, :HV-LOAN-FOUND,
                      :HV-ARREARS-STATUS, :HV-ARREARS-COUNT,
                      :HV-TERM-FOUND, :HV-MATURITY-DATE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    IF WS-PROD-SUB = 10
                       MOVE 'Y' TO CVWFUN-MORE-SW
                       MOVE 'Y' TO WS-EOF-SW
                    ELSE
                       ADD 1 TO WS-PROD-SUB
                       PERFORM STORE-THE-PRODUCT
                    END-IF
                 WHEN 100
                    MOVE 'Y' TO WS-EOF-SW
                 WHEN OTHER
                    MOVE 'ACCOUNT' TO WS-FAILED-TABLE
                    PERFORM REPORT-SQL-FAILURE
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CVW_CSR END-EXEC.

           MOVE WS-PROD-SUB TO CVWFUN-PRODUCT-COUNT.
       GTP999.
           EXIT.

      *----------------------------------------------------------------
      * One table row: the account as fetched, then its cards -
      * issued but not yet activated counts as held - and its
      * active pots.
      *----------------------------------------------------------------
       STORE-THE-PRODUCT SECTION.
       STP010.
           MOVE HV-ACCNO TO CVWFUN-PR-ACCNO(WS-PROD-SUB).
           MOVE HV-ACC-TYPE TO CVWFUN-PR-TYPE(WS-PROD-SUB).
           MOVE HV-ACC-BALANCE TO CVWFUN-PR-BALANCE(WS-PROD-SUB).
           MOVE HV-ACC-CURRENCY TO CVWFUN-PR-CURRENCY(WS-PROD-SUB).
           MOVE HV-LOAN-FOUND TO CVWFUN-PR-LOAN-SW(WS-PROD-SUB).
           MOVE HV-ARREARS-STATUS
              TO CVWFUN-PR-ARREARS-STATUS(WS-PROD-SUB).
           MOVE HV-ARREARS-COUNT
              TO CVWFUN-PR-ARREARS-COUNT(WS-PROD-SUB).
           MOVE HV-TERM-FOUND TO CVWFUN-PR-TERM-SW(WS-PROD-SUB).
           MOVE HV-MATURITY-DATE
              TO CVWFUN-PR-MATURITY-DATE(WS-PROD-SUB).

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-CARD-COUNT
              FROM CARDREG
              WHERE (CARDREG_SORTCODE = :HV-SORTCODE AND
                     CARDREG_ACCNO = :HV-ACCNO AND
                     CARDREG_STATUS IN ('I', 'A'))
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'CARDREG' TO WS-FAILED-TABLE
              PERFORM REPORT-SQL-FAILURE
              GO TO STP999
           END-IF.

           MOVE HV-CARD-COUNT TO CVWFUN-PR-CARD-COUNT(WS-PROD-SUB).

           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(POT_BALANCE), 0)
              INTO :HV-POT-COUNT, :HV-POT-BALANCE
              FROM POT
              WHERE (POT_SORTCODE = :HV-SORTCODE AND
                     POT_ACCNO = :HV-ACCNO AND
                     POT_STATUS = 'A')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'POT' TO WS-FAILED-TABLE
              PERFORM REPORT-SQL-FAILURE
              GO TO STP999
           END-IF.

           MOVE HV-POT-COUNT TO CVWFUN-PR-POT-COUNT(WS-PROD-SUB).
           MOVE HV-POT-BALANCE TO CVWFUN-PR-POT-BALANCE(WS-PROD-SUB).
       STP999.
           EXIT.

      *----------------------------------------------------------------
      * The warnings a teller must see before acting for the
      * customer. Holds, restraints and disputes sit on accounts, so
      * they are counted across every account the customer holds,
      * jointly included, not only the ones the product table had
      * room for.
      *----------------------------------------------------------------
       COUNT-THE-WARNINGS SECTION.
       CTW010.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-WARN-COUNT
              FROM LEGALHLD H, ACCOUNT A
              WHERE (A.ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     (A.ACCOUNT_CUSTOMER_NUMBER = :HV-CUSTNO OR
                      EXISTS (SELECT 1 FROM ACCJOINT J
                       WHERE J.ACCJOINT_SORTCODE = A.ACCOUNT_SORTCODE
                         AND J.ACCJOINT_ACC_NUMBER = A.ACCOUNT_NUMBER
                         AND J.ACCJOINT_CUSTOMER_NUMBER = :HV-CUSTNO))
                 AND H.LEGALHLD_SORTCODE = A.ACCOUNT_SORTCODE AND
                     H.LEGALHLD_ACCNO = A.ACCOUNT_NUMBER AND
                     H.LEGALHLD_STATUS = 'A')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'LEGALHLD' TO WS-FAILED-TABLE
              PERFORM REPORT-SQL-FAILURE
              GO TO CTW999
           END-IF.

           MOVE HV-WARN-COUNT TO CVWFUN-LEGAL-HOLDS.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-WARN-COUNT
              FROM RESTRAIN R, ACCOUNT A
              WHERE (A.ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     (A.ACCOUNT_CUSTOMER_NUMBER = :HV-CUSTNO OR
                      EXISTS (SELECT 1 FROM ACCJOINT J
                       WHERE J.ACCJOINT_SORTCODE = A.ACCOUNT_SORTCODE
                         AND J.ACCJOINT_ACC_NUMBER = A.ACCOUNT_NUMBER
                         AND J.ACCJOINT_CUSTOMER_NUMBER = :HV-CUSTNO))
                 AND R.RESTRAIN_SORTCODE = A.ACCOUNT_SORTCODE AND
                     R.RESTRAIN_ACCNO = A.ACCOUNT_NUMBER AND
                     R.RESTRAIN_STATUS = 'A')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'RESTRAIN' TO WS-FAILED-TABLE
              PERFORM REPORT-SQL-FAILURE
              GO TO CTW999
           END-IF.

           MOVE HV-WARN-COUNT TO CVWFUN-RESTRAINTS.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-WARN-COUNT
              FROM DISPUTE D, ACCOUNT A
              WHERE (A.ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     (A.ACCOUNT_CUSTOMER_NUMBER = :HV-CUSTNO OR
                      EXISTS (SELECT 1 FROM ACCJOINT J
                       WHERE J.ACCJOINT_SORTCODE = A.ACCOUNT_SORTCODE
                         AND J.ACCJOINT_ACC_NUMBER = A.ACCOUNT_NUMBER
                         AND J.ACCJOINT_CUSTOMER_NUMBER = :HV-CUSTNO))
                 AND D.DISPUTE_SORTCODE = A.ACCOUNT_SORTCODE AND
                     D.DISPUTE_ACCNO = A.ACCOUNT_NUMBER AND
                     D.DISPUTE_STATUS IN ('R', 'P'))
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'DISPUTE' TO WS-FAILED-TABLE
              PERFORM REPORT-SQL-FAILURE
              GO TO CTW999
           END-IF.

           MOVE HV-WARN-COUNT TO CVWFUN-DISPUTES.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-WARN-COUNT
              FROM COMPLAINT
              WHERE (COMPLAINT_SORTCODE = :HV-SORTCODE AND
                     COMPLAINT_CUSTNO = :HV-CUSTNO AND
                     COMPLAINT_STATUS <> 'S')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'COMPLAINT' TO WS-FAILED-TABLE
              PERFORM REPORT-SQL-FAILURE
              GO TO CTW999
           END-IF.

           MOVE HV-WARN-COUNT TO CVWFUN-COMPLAINTS.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-WARN-COUNT
              FROM KYCCHK
              WHERE (KYCCHK_SORTCODE = :HV-SORTCODE AND
                     KYCCHK_CUSTNO = :HV-CUSTNO AND
                     KYCCHK_STATUS = 'O')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'KYCCHK' TO WS-FAILED-TABLE
              PERFORM REPORT-SQL-FAILURE
              GO TO CTW999
           END-IF.

           MOVE HV-WARN-COUNT TO CVWFUN-KYC-OUTSTANDING.
       CTW999.
           EXIT.

      *----------------------------------------------------------------
       CHECK-ENTITLEMENT SECTION.
       CEN010.
           INITIALIZE ENTLFUN-COMMAREA.
           SET ENTLFUN-CHECK TO TRUE.
           MOVE CVWFUN-SORTCODE TO ENTLFUN-SORTCODE.
           MOVE 'I' TO ENTLFUN-CLASS.

           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC.

           IF ENTLFUN-ALLOWED NOT = 'Y'
              MOVE 'N' TO CVWFUN-SUCCESS
              MOVE 'S' TO CVWFUN-FAIL-CODE
           END-IF.
       CEN999.
           EXIT.

      *----------------------------------------------------------------
       REPORT-SQL-FAILURE SECTION.
       RSF010.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'CVWFUN UNABLE TO READ ' WS-FAILED-TABLE
              ' SQLCODE=' SQLCODE-DISPLAY.
           MOVE 'N' TO CVWFUN-SUCCESS.
           MOVE '2' TO CVWFUN-FAIL-CODE.
       RSF999.
           EXIT.

      *----------------------------------------------------------------
       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.
           EXEC CICS RETURN
           END-EXEC.

           GOBACK.
       GMOOH999.
           EXIT.
