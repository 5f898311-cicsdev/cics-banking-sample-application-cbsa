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
      * Title: CPGFUN                                                  *
      *                                                                *
      * Description: Connected-party group service, LINKed with the    *
      *              CPGFUN commarea. Customers who are one risk - a   *
      *              company and its directors, a household - are      *
      *              tied into a group on CPGROUP/CPMEMBER (CPGDB2):   *
      *                - CREATE opens a group with a name and limit;   *
      *                - ADD puts a customer in, with the relationship *
      *                  and the reason;                               *
      *                - REMOVE takes a customer out;                  *
      *                - LIMIT sets the group limit;                   *
      *                - EXPOSURE adds up overdraft limits, loans      *
      *                  outstanding and credit card limits across     *
      *                  every member, in the base currency, and       *
      *                  shows the headroom left under the limit.      *
      *              Conversion follows TOTEXPO: an account whose      *
      *              currency has no current XRATE rate is counted     *
      *              and left out rather than guessed at. CREATE, ADD  *
      *              and REMOVE need the maintenance entitlement,      *
      *              LIMIT the supervisor's.                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPGFUN.
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

           EXEC SQL INCLUDE CPGDB2 END-EXEC.
           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE XRATE END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-GROUP-ID                       PIC S9(9) COMP.
       01 HV-GROUP-NAME                     PIC X(40).
       01 HV-GROUP-LIMIT                    PIC S9(10)V99 COMP-3.
       01 HV-CUSTNO                         PIC X(10).
       01 HV-REL-TYPE                       PIC X(4).
       01 HV-REASON                         PIC X(60).
       01 HV-OPERATOR                       PIC X(3).
       01 HV-MEMBER-COUNT                   PIC S9(9) COMP.

       01 HV-ACCOUNT-TYPE                   PIC X(8).
       01 HV-ACCOUNT-OVERDRAFT              PIC S9(9) COMP.
       01 HV-ACCOUNT-ACTUAL-BAL             PIC S9(10)V99 COMP-3.
       01 HV-ACCOUNT-CURRENCY-CODE          PIC X(3).
       01 HV-ACCOUNT-CURRENCY-IND           PIC S9(4) COMP.

       01 HV-XRATE-RATE                     PIC S9(3)V9(6) COMP-3.
       01 HV-BASE-CURRENCY                  PIC X(3).

       01 WS-CICS-WORK-AREA.
          05 WS-CICS-RESP                   PIC S9(8) COMP.
          05 WS-CICS-RESP2                  PIC S9(8) COMP.

       01 WS-CUSTOMER-AREA.
           COPY CUSTOMER.

       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

       01 GETCTRL-COMMAREA.
           COPY GETCTRL.

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-TODAY-YMD                      PIC X(8).

       01 WS-CLASS-WANTED                   PIC X.

       01 WS-MEMBER-EOF-SW                  PIC X.
          88 WS-MEMBER-EOF                  VALUE 'Y'.
       01 WS-ACCOUNT-EOF-SW                 PIC X.
          88 WS-ACCOUNT-EOF                 VALUE 'Y'.

       01 WS-MB-SUB                         PIC S9(4) COMP.
       01 WS-RATE                           PIC S9(3)V9(6).
       01 WS-BASE-AMOUNT                    PIC S9(12)V99.
       01 WS-MEMBER-EXPOSURE                PIC S9(12)V99.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY CPGFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO CPGFUN-SUCCESS.
           MOVE SPACE TO CPGFUN-FAIL-CODE.

           PERFORM POPULATE-TIME-DATE.

           MOVE CPGFUN-SORTCODE TO HV-SORTCODE.
           MOVE CPGFUN-GROUP-ID TO HV-GROUP-ID.
           MOVE CPGFUN-CUSTNO TO HV-CUSTNO.
           MOVE EIBOPID TO HV-OPERATOR.

           EVALUATE TRUE
              WHEN CPGFUN-CREATE
                 PERFORM CREATE-THE-GROUP
              WHEN CPGFUN-ADD
                 PERFORM ADD-THE-MEMBER
              WHEN CPGFUN-REMOVE
                 PERFORM REMOVE-THE-MEMBER
              WHEN CPGFUN-LIMIT
                 PERFORM SET-THE-LIMIT
              WHEN CPGFUN-EXPOSURE
                 PERFORM GROUP-EXPOSURE
              WHEN OTHER
                 MOVE 'N' TO CPGFUN-SUCCESS
                 MOVE '9' TO CPGFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
       CREATE-THE-GROUP SECTION.
       CTG010.
           MOVE 'M' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF CPGFUN-SUCCESS = 'N'
              GO TO CTG999
           END-IF.

           IF CPGFUN-GROUP-NAME = SPACES OR
              CPGFUN-GROUP-NAME = LOW-VALUES
              MOVE 'N' TO CPGFUN-SUCCESS
              MOVE '6' TO CPGFUN-FAIL-CODE
              GO TO CTG999
           END-IF.

           PERFORM ALLOCATE-NEXT-GROUP-ID.

           MOVE CPGFUN-GROUP-NAME TO HV-GROUP-NAME.
           MOVE CPGFUN-GROUP-LIMIT TO HV-GROUP-LIMIT.

           EXEC SQL
              INSERT INTO CPGROUP
                 (CPGROUP_SORTCODE, CPGROUP_ID, CPGROUP_NAME,
                  CPGROUP_LIMIT, CPGROUP_CREATED_DATE,
                  CPGROUP_CREATED_BY)
              VALUES
                 (:HV-SORTCODE, :HV-GROUP-ID, :HV-GROUP-NAME,
                  :HV-GROUP-LIMIT, :WS-TODAY-YMD,
                  :HV-OPERATOR)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'CPGFUN UNABLE TO INSERT CPGROUP ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO CPGFUN-SUCCESS
              MOVE '2' TO CPGFUN-FAIL-CODE
              GO TO CTG999
           END-IF.

           MOVE HV-GROUP-ID TO CPGFUN-GROUP-ID.
       CTG999.
           EXIT.

      *----------------------------------------------------------------
       ADD-THE-MEMBER SECTION.
       ATM010.
           MOVE 'M' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF CPGFUN-SUCCESS = 'N'
              GO TO ATM999
           END-IF.

           IF NOT CPGFUN-REL-TYPE-VALID OR
              CPGFUN-REASON = SPACES OR
              CPGFUN-REASON = LOW-VALUES
              MOVE 'N' TO CPGFUN-SUCCESS
              MOVE '5' TO CPGFUN-FAIL-CODE
              GO TO ATM999
           END-IF.

           PERFORM READ-THE-GROUP.

           IF CPGFUN-SUCCESS = 'N'
              GO TO ATM999
           END-IF.

           PERFORM READ-THE-CUSTOMER.

           IF CPGFUN-SUCCESS = 'N'
              GO TO ATM999
           END-IF.

           MOVE CPGFUN-REL-TYPE TO HV-REL-TYPE.
           MOVE CPGFUN-REASON TO HV-REASON.

           EXEC SQL
              INSERT INTO CPMEMBER
                 (CPMEMBER_SORTCODE, CPMEMBER_GROUP_ID,
                  CPMEMBER_CUSTNO, CPMEMBER_REL_TYPE,
                  CPMEMBER_REASON, CPMEMBER_ADDED_DATE,
                  CPMEMBER_ADDED_BY)
              VALUES
                 (:HV-SORTCODE, :HV-GROUP-ID,
                  :HV-CUSTNO, :HV-REL-TYPE,
                  :HV-REASON, :WS-TODAY-YMD,
                  :HV-OPERATOR)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN -803
                 MOVE 'N' TO CPGFUN-SUCCESS
                 MOVE '4' TO CPGFUN-FAIL-CODE
              WHEN OTHER
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'CPGFUN UNABLE TO INSERT CPMEMBER ROW'
                    ' SQLCODE=' SQLCODE-DISPLAY
                 MOVE 'N' TO CPGFUN-SUCCESS
                 MOVE '2' TO CPGFUN-FAIL-CODE
           END-EVALUATE.
       ATM999.
           EXIT.

      *----------------------------------------------------------------
       REMOVE-THE-MEMBER SECTION.
       RTM010.
           MOVE 'M' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF CPGFUN-SUCCESS = 'N'
              GO TO RTM999
           END-IF.

           EXEC SQL
              DELETE FROM CPMEMBER
              WHERE (CPMEMBER_SORTCODE = :HV-SORTCODE AND
                     CPMEMBER_GROUP_ID = :HV-GROUP-ID AND
                     CPMEMBER_CUSTNO = :HV-CUSTNO)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO CPGFUN-SUCCESS
                 MOVE '4' TO CPGFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO CPGFUN-SUCCESS
                 MOVE '2' TO CPGFUN-FAIL-CODE
           END-EVALUATE.
       RTM999.
           EXIT.

      *----------------------------------------------------------------
       SET-THE-LIMIT SECTION.
       STL010.
           MOVE 'S' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF CPGFUN-SUCCESS = 'N'
              GO TO STL999
           END-IF.

           MOVE CPGFUN-GROUP-LIMIT TO HV-GROUP-LIMIT.

           EXEC SQL
              UPDATE CPGROUP
              SET CPGROUP_LIMIT = :HV-GROUP-LIMIT
              WHERE (CPGROUP_SORTCODE = :HV-SORTCODE AND
                     CPGROUP_ID = :HV-GROUP-ID)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO CPGFUN-SUCCESS
                 MOVE '3' TO CPGFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO CPGFUN-SUCCESS
                 MOVE '2' TO CPGFUN-FAIL-CODE
           END-EVALUATE.
       STL999.
           EXIT.

      *----------------------------------------------------------------
      * Every member's accounts, converted into the base currency:
      * overdraft limits on ordinary accounts, what is outstanding on
      * loan and mortgage accounts, and the limit on credit cards.
      * The headroom is what is left under the group limit (zero
      * when the group has no limit set).
      *----------------------------------------------------------------
       GROUP-EXPOSURE SECTION.
       GE010.
           MOVE 0 TO CPGFUN-OVERDRAFT-TOTAL CPGFUN-LOAN-TOTAL
                     CPGFUN-CARD-TOTAL CPGFUN-EXPOSURE-TOTAL
                     CPGFUN-HEADROOM CPGFUN-UNCONVERTED
                     CPGFUN-MEMBER-COUNT.
           MOVE 0 TO WS-MB-SUB.

           PERFORM READ-THE-GROUP.

           IF CPGFUN-SUCCESS = 'N'
              GO TO GE999
           END-IF.

           MOVE HV-GROUP-NAME TO CPGFUN-GROUP-NAME.
           MOVE HV-GROUP-LIMIT TO CPGFUN-GROUP-LIMIT.

           PERFORM GET-BASE-CURRENCY.

           EXEC SQL
              DECLARE MEMBER_CSR CURSOR FOR
                 SELECT CPMEMBER_CUSTNO, CPMEMBER_REL_TYPE
                 FROM CPMEMBER
                 WHERE CPMEMBER_SORTCODE = :HV-SORTCODE
                   AND CPMEMBER_GROUP_ID = :HV-GROUP-ID
                 ORDER BY CPMEMBER_CUSTNO
           END-EXEC.

           EXEC SQL OPEN MEMBER_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO CPGFUN-SUCCESS
              MOVE '2' TO CPGFUN-FAIL-CODE
              GO TO GE999
           END-IF.

           MOVE 'N' TO WS-MEMBER-EOF-SW.

           PERFORM FETCH-NEXT-MEMBER.

           PERFORM UNTIL WS-MEMBER-EOF
              PERFORM ADD-UP-ONE-MEMBER
              PERFORM FETCH-NEXT-MEMBER
           END-PERFORM.

           EXEC SQL CLOSE MEMBER_CSR END-EXEC.

           IF CPGFUN-SUCCESS = 'N'
              GO TO GE999
           END-IF.

           IF CPGFUN-GROUP-LIMIT > 0
              COMPUTE CPGFUN-HEADROOM =
                 CPGFUN-GROUP-LIMIT - CPGFUN-EXPOSURE-TOTAL
           END-IF.
       GE999.
           EXIT.

       FETCH-NEXT-MEMBER SECTION.
       FNM010.
           EXEC SQL
              FETCH MEMBER_CSR
              INTO :HV-CUSTNO, :HV-REL-TYPE
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'Y' TO WS-MEMBER-EOF-SW
              WHEN OTHER
                 MOVE 'Y' TO WS-MEMBER-EOF-SW
                 MOVE 'N' TO CPGFUN-SUCCESS
                 MOVE '2' TO CPGFUN-FAIL-CODE
           END-EVALUATE.
       FNM999.
           EXIT.

       ADD-UP-ONE-MEMBER SECTION.
       AUOM010.
           ADD 1 TO CPGFUN-MEMBER-COUNT.
           MOVE 0 TO WS-MEMBER-EXPOSURE.

           EXEC SQL
              DECLARE ACCOUNT_CSR CURSOR FOR
                 SELECT ACCOUNT_TYPE, ACCOUNT_OVERDRAFT_LIMIT,
                        ACCOUNT_ACTUAL_BALANCE, ACCOUNT_CURRENCY_CODE
                 FROM ACCOUNT
                 WHERE ACCOUNT_SORTCODE = :HV-SORTCODE
                   AND ACCOUNT_CUSTOMER_NUMBER = :HV-CUSTNO
           END-EXEC.

           EXEC SQL OPEN ACCOUNT_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO CPGFUN-SUCCESS
              MOVE '2' TO CPGFUN-FAIL-CODE
              MOVE 'Y' TO WS-MEMBER-EOF-SW
              GO TO AUOM999
           END-IF.

           MOVE 'N' TO WS-ACCOUNT-EOF-SW.

           PERFORM FETCH-NEXT-ACCOUNT.

           PERFORM UNTIL WS-ACCOUNT-EOF
              PERFORM ADD-UP-ONE-ACCOUNT
              PERFORM FETCH-NEXT-ACCOUNT
           END-PERFORM.

           EXEC SQL CLOSE ACCOUNT_CSR END-EXEC.

           IF WS-MB-SUB < 20
              ADD 1 TO WS-MB-SUB
              MOVE HV-CUSTNO TO CPGFUN-MB-CUSTNO(WS-MB-SUB)
              MOVE HV-REL-TYPE TO CPGFUN-MB-REL-TYPE(WS-MB-SUB)
              MOVE WS-MEMBER-EXPOSURE
                 TO CPGFUN-MB-EXPOSURE(WS-MB-SUB)
           END-IF.
       AUOM999.
           EXIT.

       FETCH-NEXT-ACCOUNT SECTION.
       FNA010.
           EXEC SQL
              FETCH ACCOUNT_CSR
              INTO :HV-ACCOUNT-TYPE, :HV-ACCOUNT-OVERDRAFT,
                   :HV-ACCOUNT-ACTUAL-BAL,
                   :HV-ACCOUNT-CURRENCY-CODE
                      :HV-ACCOUNT-CURRENCY-IND
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 IF HV-ACCOUNT-CURRENCY-IND < 0
                    MOVE SPACES TO HV-ACCOUNT-CURRENCY-CODE
                 END-IF
              WHEN 100
                 MOVE 'Y' TO WS-ACCOUNT-EOF-SW
              WHEN OTHER
                 MOVE 'Y' TO WS-ACCOUNT-EOF-SW
                 MOVE 'N' TO CPGFUN-SUCCESS
                 MOVE '2' TO CPGFUN-FAIL-CODE
           END-EVALUATE.
       FNA999.
           EXIT.

      *----------------------------------------------------------------
      * One account's part of the exposure. A rate is only usable
      * if it is current - dated today or later - as XRATE says.
      *----------------------------------------------------------------
       ADD-UP-ONE-ACCOUNT SECTION.
       AUOA010.
           IF HV-ACCOUNT-CURRENCY-CODE = HV-BASE-CURRENCY OR
              HV-ACCOUNT-CURRENCY-CODE = SPACES
              MOVE 1 TO WS-RATE
           ELSE
              EXEC SQL
                 SELECT XRATE_RATE
                 INTO :HV-XRATE-RATE
                 FROM XRATE
                 WHERE (XRATE_FROM_CCY = :HV-ACCOUNT-CURRENCY-CODE
                    AND XRATE_TO_CCY = :HV-BASE-CURRENCY
                    AND XRATE_EFFECTIVE_DATE >= :WS-TODAY-YMD)
              END-EXEC

              IF SQLCODE NOT = 0 OR HV-XRATE-RATE = 0
                 ADD 1 TO CPGFUN-UNCONVERTED
                 GO TO AUOA999
              END-IF

              MOVE HV-XRATE-RATE TO WS-RATE
           END-IF.

           EVALUATE HV-ACCOUNT-TYPE
              WHEN 'CREDCARD'
                 COMPUTE WS-BASE-AMOUNT ROUNDED =
                    HV-ACCOUNT-OVERDRAFT * WS-RATE
                 ADD WS-BASE-AMOUNT TO CPGFUN-CARD-TOTAL
              WHEN 'LOAN    '
              WHEN 'MORTGAGE'
                 IF HV-ACCOUNT-ACTUAL-BAL < 0
                    COMPUTE WS-BASE-AMOUNT ROUNDED =
                       0 - (HV-ACCOUNT-ACTUAL-BAL * WS-RATE)
                 ELSE
                    MOVE 0 TO WS-BASE-AMOUNT
                 END-IF
                 ADD WS-BASE-AMOUNT TO CPGFUN-LOAN-TOTAL
              WHEN OTHER
                 COMPUTE WS-BASE-AMOUNT ROUNDED =
                    HV-ACCOUNT-OVERDRAFT * WS-RATE
                 ADD WS-BASE-AMOUNT TO CPGFUN-OVERDRAFT-TOTAL
           END-EVALUATE.

           ADD WS-BASE-AMOUNT TO WS-MEMBER-EXPOSURE
                                 CPGFUN-EXPOSURE-TOTAL.
       AUOA999.
           EXIT.

      *----------------------------------------------------------------
       READ-THE-GROUP SECTION.
       RTG010.
           EXEC SQL
              SELECT CPGROUP_NAME, CPGROUP_LIMIT
              INTO :HV-GROUP-NAME, :HV-GROUP-LIMIT
              FROM CPGROUP
              WHERE (CPGROUP_SORTCODE = :HV-SORTCODE AND
                     CPGROUP_ID = :HV-GROUP-ID)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO CPGFUN-SUCCESS
                 MOVE '3' TO CPGFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO CPGFUN-SUCCESS
                 MOVE '2' TO CPGFUN-FAIL-CODE
           END-EVALUATE.
       RTG999.
           EXIT.

      *----------------------------------------------------------------
       READ-THE-CUSTOMER SECTION.
       RTC010.
           MOVE CPGFUN-SORTCODE TO CUSTOMER-SORTCODE.
           MOVE CPGFUN-CUSTNO TO CUSTOMER-NUMBER.

           EXEC CICS READ FILE('CUSTOMER')
              INTO(WS-CUSTOMER-AREA)
              RIDFLD(CUSTOMER-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           EVALUATE WS-CICS-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'N' TO CPGFUN-SUCCESS
                 MOVE '1' TO CPGFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO CPGFUN-SUCCESS
                 MOVE '2' TO CPGFUN-FAIL-CODE
           END-EVALUATE.
       RTC999.
           EXIT.

      *----------------------------------------------------------------
       CHECK-ENTITLEMENT SECTION.
       CEN010.
           INITIALIZE ENTLFUN-COMMAREA.
           SET ENTLFUN-CHECK TO TRUE.
           MOVE CPGFUN-SORTCODE TO ENTLFUN-SORTCODE.
           MOVE WS-CLASS-WANTED TO ENTLFUN-CLASS.

           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC.

           IF ENTLFUN-ALLOWED NOT = 'Y'
              MOVE 'N' TO CPGFUN-SUCCESS
              MOVE 'S' TO CPGFUN-FAIL-CODE
           END-IF.
       CEN999.
           EXIT.

      *----------------------------------------------------------------
       GET-BASE-CURRENCY SECTION.
       GBC010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE 'BASE-CURRENCY' TO GETCTRL-NAME OF GETCTRL-COMMAREA.
           MOVE 0 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           IF GETCTRL-FOUND OF GETCTRL-COMMAREA AND
              GETCTRL-VALUE-STR OF GETCTRL-COMMAREA(1:3) NOT = SPACES
              MOVE GETCTRL-VALUE-STR OF GETCTRL-COMMAREA(1:3)
                 TO HV-BASE-CURRENCY
           ELSE
              MOVE 'GBP' TO HV-BASE-CURRENCY
           END-IF.

           MOVE HV-BASE-CURRENCY TO CPGFUN-BASE-CURRENCY.
       GBC999.
           EXIT.

      *----------------------------------------------------------------
       ALLOCATE-NEXT-GROUP-ID SECTION.
       ANGI010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           STRING HV-SORTCODE       DELIMITED BY SIZE,
                  '-CPGR-LAST'      DELIMITED BY SIZE
                  INTO GETCTRL-NAME OF GETCTRL-COMMAREA
           END-STRING.
           MOVE 0 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           COMPUTE HV-GROUP-ID =
              GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA + 1.

           MOVE 'S' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE HV-GROUP-ID TO GETCTRL-VALUE-NUM OF
              GETCTRL-COMMAREA.
           MOVE SPACES TO GETCTRL-VALUE-STR OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.
       ANGI999.
           EXIT.

       POPULATE-TIME-DATE SECTION.
       PTD010.
           EXEC CICS ASKTIME
              ABSTIME(WS-U-TIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     YYYYMMDD(WS-TODAY-YMD)
           END-EXEC.
       PTD999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.
           EXEC CICS RETURN
           END-EXEC.

           GOBACK.
       GMOOH999.
           EXIT.
