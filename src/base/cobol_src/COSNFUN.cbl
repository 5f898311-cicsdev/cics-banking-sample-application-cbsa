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
      * Title: COSNFUN                                                 *
      *                                                                *
      * Description: Joint account signing mandate service, LINKed    *
      *              with the COSNFUN commarea. SET-RULE records how  *
      *              the holders of a joint account have agreed to    *
      *              operate it (ACCSIGN); DBCRFUN and XFRFUN enforce *
      *              it on every debit, parking anything that needs   *
      *              more signatures than presented it on the COSIGN  *
      *              queue. BROWSE lists an account's waiting items,  *
      *              APPROVE adds one more holder's signature (the    *
      *              item is released once every holder has signed - *
      *              the same debit presented again then posts) and   *
      *              DECLINE refuses it. Only a holder of the account *
      *              who has not already signed may sign; a teller    *
      *              keying on a holder's behalf needs the posting    *
      *              entitlement. COSNEXPR expires what nobody acts   *
      *              on.                                              *
      *                                                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSNFUN.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Copyright statement as a literal to go into the load module
       77 FILLER PIC X(34) VALUE 'Copyright contributors to the CICS'.
       77 FILLER PIC X(34) VALUE 'Banking Sample Application (CBSA)'.
       77 FILLER PIC X(8)  VALUE ' project'.

           EXEC SQL INCLUDE COSNDB2 END-EXEC.
           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE ACCJDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-ACCNO                          PIC X(8).
       01 HV-RULE                           PIC X.
       01 HV-THRESHOLD                      PIC S9(10)V99 COMP-3.
       01 HV-SET-BY                         PIC X(3).

       01 HV-COSIGN-ID                      PIC S9(9) COMP.
       01 HV-SOURCE                         PIC X(3).
       01 HV-TSCODE                         PIC X(6).
       01 HV-TACCNO                         PIC X(8).
       01 HV-AMOUNT                         PIC S9(10)V99 COMP-3.
       01 HV-SIGNED-BY                      PIC X(40).
       01 HV-NEEDED                         PIC S9(4) COMP.
       01 HV-SIGNED                         PIC S9(4) COMP.
       01 HV-STATUS                         PIC X.
       01 HV-REQUESTED-DATE                 PIC X(8).
       01 HV-EXPIRY-DATE                    PIC X(8).

       01 HV-PRIMARY-CUSTNO                 PIC X(10).
       01 HV-SIGNER-CUSTNO                  PIC X(10).
       01 HV-MATCH-COUNT                    PIC S9(9) COMP.

      * The holders who have signed so far, as packed on the COSIGN
      * row - four ten-digit customer numbers, the most a joint
      * account can have.
       01 WS-SIGNED-BY                      PIC X(40).
       01 WS-SIGNED-BY-TABLE REDEFINES WS-SIGNED-BY.
          03 WS-SIGNED-BY-CUSTNO            PIC X(10) OCCURS 4 TIMES.
       01 WS-SIG-SUB                        PIC S9(4) COMP.
       01 WS-SIG-FREE                       PIC S9(4) COMP.
       01 WS-ALREADY-SIGNED-SW              PIC X.
          88 WS-ALREADY-SIGNED              VALUE 'Y'.

       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

       01 WS-TODAY-YMD                      PIC X(8).
       01 WS-ROW-SUB                        PIC S9(4) COMP.
       01 WS-EOF-SW                         PIC X.
          88 WS-EOF                         VALUE 'Y'.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY COSNFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO COSNFUN-SUCCESS.
           MOVE SPACE TO COSNFUN-FAIL-CODE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD.
           MOVE COSNFUN-SORTCODE TO HV-SORTCODE.
           MOVE COSNFUN-ACCNO TO HV-ACCNO.

           EVALUATE TRUE
              WHEN COSNFUN-SET-RULE
                 PERFORM SET-SIGNING-RULE
              WHEN COSNFUN-BROWSE
                 PERFORM BROWSE-WAITING-ITEMS
              WHEN COSNFUN-APPROVE
              WHEN COSNFUN-DECLINE
                 PERFORM SIGN-OR-DECLINE-ITEM
              WHEN OTHER
                 MOVE 'N' TO COSNFUN-SUCCESS
                 MOVE '9' TO COSNFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * Record (or replace) the account's mandate. This changes who
      * may move the holders' money, so it is a maintenance
      * function, and the setting operator is kept on the row.
      *----------------------------------------------------------------
       SET-SIGNING-RULE SECTION.
       SSR010.
           INITIALIZE ENTLFUN-COMMAREA.
           SET ENTLFUN-CHECK TO TRUE.
           MOVE 'M' TO ENTLFUN-CLASS.

           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC.

           IF ENTLFUN-ALLOWED NOT = 'Y'
              MOVE 'N' TO COSNFUN-SUCCESS
              MOVE 'S' TO COSNFUN-FAIL-CODE
              GO TO SSR999
           END-IF.

           IF (NOT COSNFUN-ANY-ONE AND NOT COSNFUN-ALL-TO-SIGN)
              OR COSNFUN-THRESHOLD < 0
              MOVE 'N' TO COSNFUN-SUCCESS
              MOVE '3' TO COSNFUN-FAIL-CODE
              GO TO SSR999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-MATCH-COUNT
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-ACCNO)
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-MATCH-COUNT = 0
              MOVE 'N' TO COSNFUN-SUCCESS
              MOVE '1' TO COSNFUN-FAIL-CODE
              GO TO SSR999
           END-IF.

           MOVE COSNFUN-RULE TO HV-RULE.
           MOVE COSNFUN-THRESHOLD TO HV-THRESHOLD.
           MOVE EIBOPID TO HV-SET-BY.

      *
      *    All to sign means every debit - a threshold would only
      *    mislead whoever reads the row later.
      *
           IF COSNFUN-ALL-TO-SIGN
              MOVE 0 TO HV-THRESHOLD
           END-IF.

           EXEC SQL
              UPDATE ACCSIGN
              SET ACCSIGN_RULE = :HV-RULE,
                  ACCSIGN_THRESHOLD = :HV-THRESHOLD,
                  ACCSIGN_SET_BY = :HV-SET-BY,
                  ACCSIGN_SET_DATE = :WS-TODAY-YMD
              WHERE ACCSIGN_SORTCODE = :HV-SORTCODE
                AND ACCSIGN_ACC_NUMBER = :HV-ACCNO
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO ACCSIGN
                    (ACCSIGN_SORTCODE, ACCSIGN_ACC_NUMBER,
                     ACCSIGN_RULE, ACCSIGN_THRESHOLD,
                     ACCSIGN_SET_BY, ACCSIGN_SET_DATE)
                 VALUES
                    (:HV-SORTCODE, :HV-ACCNO,
                     :HV-RULE, :HV-THRESHOLD,
                     :HV-SET-BY, :WS-TODAY-YMD)
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'COSNFUN UNABLE TO RECORD ACCSIGN ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO COSNFUN-SUCCESS
              MOVE '2' TO COSNFUN-FAIL-CODE
           END-IF.
       SSR999.
           EXIT.

      *----------------------------------------------------------------
      * The account's items still waiting - pending signatures, or
      * fully signed and not yet presented again - oldest first.
      *----------------------------------------------------------------
       BROWSE-WAITING-ITEMS SECTION.
       BWI010.
           MOVE 0 TO COSNFUN-ROWS-RETURNED.

           EXEC SQL
              DECLARE COSN_CSR CURSOR FOR
                 SELECT COSIGN_ID, COSIGN_SOURCE, COSIGN_TSCODE,
                        COSIGN_TACCNO, COSIGN_AMOUNT,
                        COSIGN_SIGNED, COSIGN_NEEDED,
                        COSIGN_STATUS, COSIGN_REQUESTED_DATE,
                        COSIGN_EXPIRY_DATE
                 FROM COSIGN
                 WHERE COSIGN_SORTCODE = :HV-SORTCODE
                   AND COSIGN_ACCNO = :HV-ACCNO
                   AND (COSIGN_STATUS = 'P' OR COSIGN_STATUS = 'A')
                 ORDER BY COSIGN_ID
           END-EXEC.

           EXEC SQL OPEN COSN_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO COSNFUN-SUCCESS
              MOVE '2' TO COSNFUN-FAIL-CODE
              GO TO BWI999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           MOVE 0 TO WS-ROW-SUB.

           PERFORM FETCH-ONE-ITEM
              UNTIL WS-ROW-SUB = 8 OR WS-EOF.

           EXEC SQL CLOSE COSN_CSR END-EXEC.

           MOVE WS-ROW-SUB TO COSNFUN-ROWS-RETURNED.
       BWI999.
           EXIT.

       FETCH-ONE-ITEM SECTION.
       FOI010.
           EXEC SQL
              FETCH COSN_CSR
              INTO :HV-COSIGN-ID, :HV-SOURCE, :HV-TSCODE,
                   :HV-TACCNO, :HV-AMOUNT, :HV-SIGNED, :HV-NEEDED,
                   :HV-STATUS, :HV-REQUESTED-DATE, :HV-EXPIRY-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
              GO TO FOI999
           END-IF.

           ADD 1 TO WS-ROW-SUB.
           MOVE HV-COSIGN-ID TO COSNFUN-CS-ID(WS-ROW-SUB).
           MOVE HV-SOURCE TO COSNFUN-CS-SOURCE(WS-ROW-SUB).
           MOVE HV-TSCODE TO COSNFUN-CS-TSCODE(WS-ROW-SUB).
           MOVE HV-TACCNO TO COSNFUN-CS-TACCNO(WS-ROW-SUB).
           MOVE HV-AMOUNT TO COSNFUN-CS-AMOUNT(WS-ROW-SUB).
           MOVE HV-SIGNED TO COSNFUN-CS-SIGNED(WS-ROW-SUB).
           MOVE HV-NEEDED TO COSNFUN-CS-NEEDED(WS-ROW-SUB).
           MOVE HV-STATUS TO COSNFUN-CS-STATUS(WS-ROW-SUB).
           MOVE HV-REQUESTED-DATE TO
              COSNFUN-CS-REQUESTED-DATE(WS-ROW-SUB).
           MOVE HV-EXPIRY-DATE TO COSNFUN-CS-EXPIRY-DATE(WS-ROW-SUB).
       FOI999.
           EXIT.

      *----------------------------------------------------------------
      * One more holder's answer on a waiting item. Approval adds
      * their signature and releases the item once every holder has
      * signed; a decline from any holder refuses it outright, as
      * a paper mandate would be refused.
      *----------------------------------------------------------------
       SIGN-OR-DECLINE-ITEM SECTION.
       SDI010.
           INITIALIZE ENTLFUN-COMMAREA.
           SET ENTLFUN-CHECK TO TRUE.
           MOVE 'P' TO ENTLFUN-CLASS.

           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC.

           IF ENTLFUN-ALLOWED NOT = 'Y'
              MOVE 'N' TO COSNFUN-SUCCESS
              MOVE 'S' TO COSNFUN-FAIL-CODE
              GO TO SDI999
           END-IF.

           MOVE COSNFUN-ID TO HV-COSIGN-ID.

           EXEC SQL
              SELECT COSIGN_ACCNO, COSIGN_SIGNED_BY,
                     COSIGN_NEEDED, COSIGN_SIGNED,
                     COSIGN_STATUS, COSIGN_EXPIRY_DATE
              INTO :HV-ACCNO, :HV-SIGNED-BY,
                   :HV-NEEDED, :HV-SIGNED,
                   :HV-STATUS, :HV-EXPIRY-DATE
              FROM COSIGN
              WHERE COSIGN_ID = :HV-COSIGN-ID
                AND COSIGN_SORTCODE = :HV-SORTCODE
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO COSNFUN-SUCCESS
                 MOVE '1' TO COSNFUN-FAIL-CODE
                 GO TO SDI999
              WHEN OTHER
                 MOVE 'N' TO COSNFUN-SUCCESS
                 MOVE '2' TO COSNFUN-FAIL-CODE
                 GO TO SDI999
           END-EVALUATE.

      *
      *    An item past its expiry date is dead even if COSNEXPR
      *    has not swept it yet tonight.
      *
           IF HV-STATUS NOT = 'P' OR HV-EXPIRY-DATE < WS-TODAY-YMD
              MOVE 'N' TO COSNFUN-SUCCESS
              MOVE '6' TO COSNFUN-FAIL-CODE
              GO TO SDI999
           END-IF.

           PERFORM CHECK-SIGNER-IS-HOLDER.

           IF COSNFUN-SUCCESS = 'N'
              GO TO SDI999
           END-IF.

           MOVE HV-SIGNED-BY TO WS-SIGNED-BY.
           MOVE 'N' TO WS-ALREADY-SIGNED-SW.

           PERFORM CHECK-ONE-SIGNATURE
              VARYING WS-SIG-SUB FROM 1 BY 1
              UNTIL WS-SIG-SUB > 4.

      *
      *    A holder who has signed cannot sign twice - though they
      *    may still withdraw the item by declining it.
      *
           IF WS-ALREADY-SIGNED AND COSNFUN-APPROVE
              MOVE 'N' TO COSNFUN-SUCCESS
              MOVE '5' TO COSNFUN-FAIL-CODE
              GO TO SDI999
           END-IF.

           IF COSNFUN-DECLINE
              MOVE 'D' TO HV-STATUS
           ELSE
              MOVE 0 TO WS-SIG-FREE
              PERFORM FIND-FREE-SIGNATURE
                 VARYING WS-SIG-SUB FROM 1 BY 1
                 UNTIL WS-SIG-SUB > 4 OR WS-SIG-FREE > 0
              IF WS-SIG-FREE > 0
                 MOVE HV-SIGNER-CUSTNO TO
                    WS-SIGNED-BY-CUSTNO(WS-SIG-FREE)
              END-IF
              MOVE 0 TO HV-SIGNED
              PERFORM COUNT-ONE-SIGNATURE
                 VARYING WS-SIG-SUB FROM 1 BY 1
                 UNTIL WS-SIG-SUB > 4
              MOVE WS-SIGNED-BY TO HV-SIGNED-BY
              IF HV-SIGNED NOT < HV-NEEDED
                 MOVE 'A' TO HV-STATUS
              END-IF
           END-IF.

      *
      *    Only a still-pending row is touched, so two holders
      *    answering at the same moment cannot both win.
      *
           EXEC SQL
              UPDATE COSIGN
              SET COSIGN_STATUS = :HV-STATUS,
                  COSIGN_SIGNED = :HV-SIGNED,
                  COSIGN_SIGNED_BY = :HV-SIGNED-BY,
                  COSIGN_DECIDED_DATE = :WS-TODAY-YMD
              WHERE COSIGN_ID = :HV-COSIGN-ID
                AND COSIGN_STATUS = 'P'
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO COSNFUN-SUCCESS
                 MOVE '6' TO COSNFUN-FAIL-CODE
              WHEN OTHER
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'COSNFUN UNABLE TO UPDATE COSIGN ROW'
                    ' SQLCODE=' SQLCODE-DISPLAY
                 MOVE 'N' TO COSNFUN-SUCCESS
                 MOVE '2' TO COSNFUN-FAIL-CODE
           END-EVALUATE.
       SDI999.
           EXIT.

      *----------------------------------------------------------------
      * The signer must own the account - as its primary customer
      * on the ACCOUNT row, or as one of the extra owners ACCJOINT
      * carries.
      *----------------------------------------------------------------
       CHECK-SIGNER-IS-HOLDER SECTION.
       CSH010.
           MOVE COSNFUN-SIGNER-CUSTNO TO HV-SIGNER-CUSTNO.

           IF COSNFUN-SIGNER-CUSTNO = 0
              MOVE 'N' TO COSNFUN-SUCCESS
              MOVE '4' TO COSNFUN-FAIL-CODE
              GO TO CSH999
           END-IF.

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER
              INTO :HV-PRIMARY-CUSTNO
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-ACCNO)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO COSNFUN-SUCCESS
                 MOVE '1' TO COSNFUN-FAIL-CODE
                 GO TO CSH999
              WHEN OTHER
                 MOVE 'N' TO COSNFUN-SUCCESS
                 MOVE '2' TO COSNFUN-FAIL-CODE
                 GO TO CSH999
           END-EVALUATE.

           IF HV-PRIMARY-CUSTNO = HV-SIGNER-CUSTNO
              GO TO CSH999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-MATCH-COUNT
              FROM ACCJOINT
              WHERE ACCJOINT_SORTCODE = :HV-SORTCODE
                AND ACCJOINT_ACC_NUMBER = :HV-ACCNO
                AND ACCJOINT_CUSTOMER_NUMBER = :HV-SIGNER-CUSTNO
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO COSNFUN-SUCCESS
              MOVE '2' TO COSNFUN-FAIL-CODE
              GO TO CSH999
           END-IF.

           IF HV-MATCH-COUNT = 0
              MOVE 'N' TO COSNFUN-SUCCESS
              MOVE '4' TO COSNFUN-FAIL-CODE
           END-IF.
       CSH999.
           EXIT.

       CHECK-ONE-SIGNATURE SECTION.
       COS010.
           IF WS-SIGNED-BY-CUSTNO(WS-SIG-SUB) = HV-SIGNER-CUSTNO
              MOVE 'Y' TO WS-ALREADY-SIGNED-SW
           END-IF.
       COS999.
           EXIT.

      *
      * A slot holds a signature only when it holds a customer
      * number - SIGNED is recounted from the slots rather than
      * trusted, so a blank slot never stands in for a holder.
      *
       FIND-FREE-SIGNATURE SECTION.
       FFS010.
           IF WS-SIGNED-BY-CUSTNO(WS-SIG-SUB) = SPACES
              OR WS-SIGNED-BY-CUSTNO(WS-SIG-SUB) = LOW-VALUES
              OR WS-SIGNED-BY-CUSTNO(WS-SIG-SUB) = ZEROS
              MOVE WS-SIG-SUB TO WS-SIG-FREE
           END-IF.
       FFS999.
           EXIT.

       COUNT-ONE-SIGNATURE SECTION.
       CNS010.
           IF WS-SIGNED-BY-CUSTNO(WS-SIG-SUB) NOT = SPACES
              AND WS-SIGNED-BY-CUSTNO(WS-SIG-SUB) NOT = LOW-VALUES
              AND WS-SIGNED-BY-CUSTNO(WS-SIG-SUB) NOT = ZEROS
              ADD 1 TO HV-SIGNED
           END-IF.
       CNS999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.
           EXEC CICS RETURN
           END-EXEC.

           GOBACK.
       GMOOH999.
           EXIT.
