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
      * Title: CTRCHK                                                  *
      *                                                                *
      * Description: Number-counter integrity service, LINKed with    *
      *              the CTRCHK commarea.                              *
      *                - CHECK compares every sortcode's account      *
      *                  counter and the customer counter with the    *
      *                  highest numbers actually on file, live and   *
      *                  soft-deleted, and closes any sortcode whose  *
      *                  counter is behind for account and customer   *
      *                  creation. REGSTRT runs it at region start,   *
      *                  before the region is declared ACTIVE.        *
      *                - REPAIR is the supervised fix: it moves one   *
      *                  counter forward, logs the change to CTRFIX,  *
      *                  and checks the sortcode again.               *
      *              A counter that falls behind - after a restore,   *
      *              or a BANKDATA run that failed part way - would   *
      *              otherwise hand out a number already in use, or   *
      *              one still held on DELACCT or DELCUST for         *
      *              restoring.                                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRCHK.
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
           EXEC SQL INCLUDE DELACCT END-EXEC.
           EXEC SQL INCLUDE DELCUST END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE CTRFDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-MAX-ACCNO                      PIC X(8).
       01 HV-MAX-ACCNO-NUM REDEFINES HV-MAX-ACCNO PIC 9(8).
       01 HV-MAX-CUSTNO                     PIC X(10).
       01 HV-MAX-CUSTNO-NUM REDEFINES HV-MAX-CUSTNO PIC 9(10).

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR              PIC X(40).
       01 HV-OLD-CONTROL-NUM                PIC S9(9) COMP.

       01 HOST-CTRFIX-ROW.
          03 HV-FIX-SORTCODE                PIC X(6).
          03 HV-FIX-COUNTER                 PIC X.
          03 HV-FIX-OLD-VALUE               PIC S9(10) COMP-3.
          03 HV-FIX-NEW-VALUE               PIC S9(10) COMP-3.
          03 HV-FIX-HIGHEST                 PIC S9(10) COMP-3.
          03 HV-FIX-REASON                  PIC X(40).
          03 HV-FIX-OPERATOR                PIC X(3).
          03 HV-FIX-TERMID                  PIC X(4).
          03 HV-FIX-DATE                    PIC X(8).
          03 HV-FIX-TIME                    PIC X(6).

      *
      *    The CUSTOMER control record - sort code zero, customer
      *    number all nines - holds the one customer counter
      *    CRECUST issues from.
      *
       01 CUSTOMER-CONTROL.
           COPY CUSTCTRL.

       01 CUSTOMER-AREA.
           COPY CUSTOMER.

       01 WS-BROWSE-KEY.
          03 WS-BROWSE-SORTCODE             PIC 9(6).
          03 WS-BROWSE-NUMBER               PIC 9(10).

      *
      *    The named-counter ENQ resources CREACC and CRECUST
      *    serialise their number allocation on.
      *
       01 NCS-ACC-NO-NAME.
          03 NCS-ACC-NO-ACT-NAME            PIC X(8) VALUE 'CBSAACCT'.
          03 NCS-ACC-NO-TEST-SORT           PIC X(6) VALUE SPACES.
          03 FILLER                         PIC XX VALUE SPACES.

       01 NCS-CUST-NO-NAME.
          03 NCS-CUST-NO-ACT-NAME           PIC X(8) VALUE 'CBSACUST'.
          03 NCS-CUST-NO-TEST-SORT          PIC X(6) VALUE SPACES.
          03 FILLER                         PIC XX VALUE SPACES.

       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

      * One sortcode's check.
       01 WS-CHK-SORTCODE                   PIC 9(6).
       01 WS-ACC-COUNTER                    PIC 9(10).
       01 WS-CUST-COUNTER                   PIC 9(10).
       01 WS-HIGH-ACCOUNT                   PIC 9(10).
       01 WS-HIGH-CUSTOMER                  PIC 9(10).
       01 WS-HIGH-VSAM                      PIC 9(10).
       01 WS-TARGET                         PIC 9(10).
       01 WS-ACC-BEHIND-SW                  PIC X.
          88 WS-ACC-BEHIND                  VALUE 'Y'.
       01 WS-CUST-BEHIND-SW                 PIC X.
          88 WS-CUST-BEHIND                 VALUE 'Y'.
       01 WS-CHECK-ERROR-SW                 PIC X.
          88 WS-CHECK-ERROR                 VALUE 'Y'.
       01 WS-BLOCKED-SW                     PIC X.
          88 WS-BLOCKED                     VALUE 'Y'.

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-TODAY-YMD                      PIC X(8).
       01 WS-TIME-NOW                       PIC 9(6).

       01 WS-CICS-RESP                      PIC S9(8) COMP.
       01 WS-CICS-RESP2                     PIC S9(8) COMP.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY CTRCHK.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO CTRCHK-SUCCESS.
           MOVE SPACE TO CTRCHK-FAIL-CODE.
           MOVE 0 TO CTRCHK-CHECKED-COUNT CTRCHK-BLOCKED-COUNT.
           MOVE 'N' TO CTRCHK-STILL-BLOCKED.

           PERFORM POPULATE-TIME-DATE.

           EVALUATE TRUE
              WHEN CTRCHK-CHECK
                 PERFORM CHECK-ALL-SORTCODES
              WHEN CTRCHK-REPAIR
                 PERFORM REPAIR-A-COUNTER
              WHEN OTHER
                 MOVE 'N' TO CTRCHK-SUCCESS
                 MOVE '9' TO CTRCHK-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * Every sortcode with an ACCOUNT-LAST counter is one of ours.
      * A sortcode that cannot be checked keeps whatever block it
      * had - an unreadable file proves nothing either way.
      *----------------------------------------------------------------
       CHECK-ALL-SORTCODES SECTION.
       CAS010.
           PERFORM READ-CUSTOMER-COUNTER.

           IF CTRCHK-SUCCESS = 'N'
              GO TO CAS999
           END-IF.

           EXEC SQL
              DECLARE CTRS_CSR CURSOR FOR
                 SELECT SUBSTR(CONTROL_NAME, 1, 6), CONTROL_VALUE_NUM
                 FROM CONTROL
                 WHERE CONTROL_NAME LIKE '%-ACCOUNT-LAST'
                 ORDER BY CONTROL_NAME
           END-EXEC.

           EXEC SQL OPEN CTRS_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'CTRCHK UNABLE TO OPEN CTRS_CSR'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO CTRCHK-SUCCESS
              MOVE '2' TO CTRCHK-FAIL-CODE
              GO TO CAS999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM UNTIL WS-EOF
              EXEC SQL
                 FETCH CTRS_CSR
                 INTO :HV-SORTCODE, :HV-CONTROL-VALUE-NUM
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-EOF-SW
              ELSE
                 IF HV-SORTCODE IS NUMERIC
                    MOVE HV-SORTCODE TO WS-CHK-SORTCODE
                    MOVE HV-CONTROL-VALUE-NUM TO WS-ACC-COUNTER
                    PERFORM CHECK-ONE-SORTCODE
                    ADD 1 TO CTRCHK-CHECKED-COUNT
                    IF WS-BLOCKED
                       ADD 1 TO CTRCHK-BLOCKED-COUNT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE CTRS_CSR END-EXEC.
       CAS999.
           EXIT.

      *----------------------------------------------------------------
      * WS-CHK-SORTCODE's counters - WS-ACC-COUNTER and the shared
      * WS-CUST-COUNTER - against the highest numbers on file. The
      * block row records the outcome either way.
      *----------------------------------------------------------------
       CHECK-ONE-SORTCODE SECTION.
       COS010.
           MOVE 'N' TO WS-ACC-BEHIND-SW WS-CUST-BEHIND-SW
                       WS-CHECK-ERROR-SW WS-BLOCKED-SW.

           PERFORM FIND-HIGHEST-ACCOUNT.
           PERFORM FIND-HIGHEST-CUSTOMER.

           IF WS-CHECK-ERROR
              MOVE 'N' TO CTRCHK-SUCCESS
              MOVE '2' TO CTRCHK-FAIL-CODE
              DISPLAY 'CTRCHK SORTCODE ' WS-CHK-SORTCODE
                 ' COULD NOT BE CHECKED - BLOCK LEFT AS IT WAS'
              GO TO COS999
           END-IF.

           IF WS-ACC-COUNTER < WS-HIGH-ACCOUNT
              MOVE 'Y' TO WS-ACC-BEHIND-SW
           END-IF.

           IF WS-CUST-COUNTER < WS-HIGH-CUSTOMER
              MOVE 'Y' TO WS-CUST-BEHIND-SW
           END-IF.

           MOVE SPACES TO HV-CONTROL-VALUE-STR.

           EVALUATE TRUE
              WHEN WS-ACC-BEHIND AND WS-CUST-BEHIND
                 MOVE 'ACCOUNT AND CUSTOMER COUNTERS BEHIND'
                    TO HV-CONTROL-VALUE-STR
              WHEN WS-ACC-BEHIND
                 MOVE 'ACCOUNT COUNTER BEHIND'
                    TO HV-CONTROL-VALUE-STR
              WHEN WS-CUST-BEHIND
                 MOVE 'CUSTOMER COUNTER BEHIND'
                    TO HV-CONTROL-VALUE-STR
           END-EVALUATE.

           IF WS-ACC-BEHIND OR WS-CUST-BEHIND
              MOVE 'Y' TO WS-BLOCKED-SW
              MOVE 1 TO HV-CONTROL-VALUE-NUM
              DISPLAY 'CTRCHK SORTCODE ' WS-CHK-SORTCODE
                 ' CLOSED FOR ACCOUNT AND CUSTOMER CREATION - '
                 HV-CONTROL-VALUE-STR
              DISPLAY 'CTRCHK   ACCOUNT COUNTER ' WS-ACC-COUNTER
                 ' HIGHEST ON FILE ' WS-HIGH-ACCOUNT
              DISPLAY 'CTRCHK   CUSTOMER COUNTER ' WS-CUST-COUNTER
                 ' HIGHEST ON FILE ' WS-HIGH-CUSTOMER
           ELSE
              MOVE 0 TO HV-CONTROL-VALUE-NUM
           END-IF.

           PERFORM SET-BLOCK-ROW.
       COS999.
           EXIT.

      *----------------------------------------------------------------
      * A clear sortcode with no block row needs none written.
      *----------------------------------------------------------------
       SET-BLOCK-ROW SECTION.
       SBR010.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING WS-CHK-SORTCODE DELIMITED BY SIZE
                  '-CREATE-BLOCKED' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.

           EXEC SQL
              UPDATE CONTROL
              SET CONTROL_VALUE_NUM = :HV-CONTROL-VALUE-NUM,
                  CONTROL_VALUE_STR = :HV-CONTROL-VALUE-STR
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 100 AND WS-BLOCKED
              EXEC SQL
                 INSERT INTO CONTROL
                    (CONTROL_NAME, CONTROL_VALUE_NUM,
                     CONTROL_VALUE_STR)
                 VALUES
                    (:HV-CONTROL-NAME, :HV-CONTROL-VALUE-NUM,
                     :HV-CONTROL-VALUE-STR)
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'CTRCHK UNABLE TO SET ' HV-CONTROL-NAME
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO CTRCHK-SUCCESS
              MOVE '2' TO CTRCHK-FAIL-CODE
           END-IF.
       SBR999.
           EXIT.

      *----------------------------------------------------------------
      * The highest account number at the sortcode, live or held on
      * DELACCT. Numbers are zero-padded, so the highest string is
      * the highest number.
      *----------------------------------------------------------------
       FIND-HIGHEST-ACCOUNT SECTION.
       FHA010.
           MOVE 0 TO WS-HIGH-ACCOUNT.
           MOVE WS-CHK-SORTCODE TO HV-SORTCODE.

           EXEC SQL
              SELECT COALESCE(MAX(ACCOUNT_NUMBER), '00000000')
              INTO :HV-MAX-ACCNO
              FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-SORTCODE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-CHECK-ERROR-SW
              GO TO FHA999
           END-IF.

           IF HV-MAX-ACCNO-NUM IS NUMERIC
              MOVE HV-MAX-ACCNO-NUM TO WS-HIGH-ACCOUNT
           END-IF.

           EXEC SQL
              SELECT COALESCE(MAX(DELACCT_NUMBER), '00000000')
              INTO :HV-MAX-ACCNO
              FROM DELACCT
              WHERE DELACCT_SORTCODE = :HV-SORTCODE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-CHECK-ERROR-SW
              GO TO FHA999
           END-IF.

           IF HV-MAX-ACCNO-NUM IS NUMERIC
              AND HV-MAX-ACCNO-NUM > WS-HIGH-ACCOUNT
              MOVE HV-MAX-ACCNO-NUM TO WS-HIGH-ACCOUNT
           END-IF.
       FHA999.
           EXIT.

      *----------------------------------------------------------------
      * The highest customer number at the sortcode, on the CUSTOMER
      * file or held on DELCUST.
      *----------------------------------------------------------------
       FIND-HIGHEST-CUSTOMER SECTION.
       FHC010.
           MOVE 0 TO WS-HIGH-CUSTOMER.

           PERFORM FIND-HIGHEST-VSAM-CUSTOMER.

           IF WS-CHECK-ERROR
              GO TO FHC999
           END-IF.

           MOVE WS-HIGH-VSAM TO WS-HIGH-CUSTOMER.
           MOVE WS-CHK-SORTCODE TO HV-SORTCODE.

           EXEC SQL
              SELECT COALESCE(MAX(DELCUST_NUMBER), '0000000000')
              INTO :HV-MAX-CUSTNO
              FROM DELCUST
              WHERE DELCUST_SORTCODE = :HV-SORTCODE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-CHECK-ERROR-SW
              GO TO FHC999
           END-IF.

           IF HV-MAX-CUSTNO-NUM IS NUMERIC
              AND HV-MAX-CUSTNO-NUM > WS-HIGH-CUSTOMER
              MOVE HV-MAX-CUSTNO-NUM TO WS-HIGH-CUSTOMER
           END-IF.
       FHC999.
           EXIT.

      *----------------------------------------------------------------
      * The last CUSTOMER record at or below the sortcode's top key.
      * The browse starts at the first key of the next sortcode up:
      * the READNEXT finds what is there, the first READPREV turns
      * round on that same record and the second steps back onto
      * the last one before it. With nothing above the sortcode the
      * browse starts from the end of the file instead, as INQCUST
      * does to find the last customer.
      *----------------------------------------------------------------
       FIND-HIGHEST-VSAM-CUSTOMER SECTION.
       FHV010.
           MOVE 0 TO WS-HIGH-VSAM.

           IF WS-CHK-SORTCODE = 999999
              GO TO FHV030
           END-IF.

           COMPUTE WS-BROWSE-SORTCODE = WS-CHK-SORTCODE + 1.
           MOVE 0 TO WS-BROWSE-NUMBER.

           EXEC CICS STARTBR FILE('CUSTOMER')
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(16)
                GTEQ
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NOTFND)
              GO TO FHV030
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-CHECK-ERROR-SW
              GO TO FHV999
           END-IF.

           EXEC CICS READNEXT FILE('CUSTOMER')
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(16)
                INTO(CUSTOMER-AREA)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(ENDFILE)
              EXEC CICS ENDBR FILE('CUSTOMER')
                   RESP(WS-CICS-RESP)
              END-EXEC
              GO TO FHV030
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-CHECK-ERROR-SW
              GO TO FHV090
           END-IF.

           EXEC CICS READPREV FILE('CUSTOMER')
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(16)
                INTO(CUSTOMER-AREA)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-CHECK-ERROR-SW
              GO TO FHV090
           END-IF.

           GO TO FHV050.

       FHV030.
           MOVE HIGH-VALUES TO WS-BROWSE-KEY.

           EXEC CICS STARTBR FILE('CUSTOMER')
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(16)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-CHECK-ERROR-SW
              GO TO FHV999
           END-IF.

       FHV050.
           EXEC CICS READPREV FILE('CUSTOMER')
                RIDFLD(WS-BROWSE-KEY)
                KEYLENGTH(16)
                INTO(CUSTOMER-AREA)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(ENDFILE)
              GO TO FHV090
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-CHECK-ERROR-SW
              GO TO FHV090
           END-IF.

           IF CUSTOMER-SORTCODE = WS-CHK-SORTCODE
              MOVE CUSTOMER-NUMBER TO WS-HIGH-VSAM
           END-IF.

       FHV090.
           EXEC CICS ENDBR FILE('CUSTOMER')
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.
       FHV999.
           EXIT.

      *----------------------------------------------------------------
       READ-CUSTOMER-COUNTER SECTION.
       RCC010.
           INITIALIZE CUSTOMER-CONTROL.
           MOVE ZERO TO CUSTOMER-CONTROL-SORTCODE.
           MOVE ALL '9' TO CUSTOMER-CONTROL-NUMBER.

           EXEC CICS READ FILE('CUSTOMER')
                RIDFLD(CUSTOMER-CONTROL-KEY)
                INTO(CUSTOMER-CONTROL)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'CTRCHK UNABLE TO READ THE CUSTOMER CONTROL'
                 ' RECORD RESP=' WS-CICS-RESP ' RESP2=' WS-CICS-RESP2
              MOVE 'N' TO CTRCHK-SUCCESS
              MOVE '2' TO CTRCHK-FAIL-CODE
              GO TO RCC999
           END-IF.

           MOVE LAST-CUSTOMER-NUMBER OF CUSTOMER-CONTROL
              TO WS-CUST-COUNTER.
       RCC999.
           EXIT.

       READ-ACCOUNT-COUNTER SECTION.
       RAC010.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING WS-CHK-SORTCODE DELIMITED BY SIZE
                  '-ACCOUNT-LAST' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-CONTROL-VALUE-NUM TO WS-ACC-COUNTER
              WHEN 100
                 MOVE 'N' TO CTRCHK-SUCCESS
                 MOVE '1' TO CTRCHK-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO CTRCHK-SUCCESS
                 MOVE '2' TO CTRCHK-FAIL-CODE
           END-EVALUATE.
       RAC999.
           EXIT.

      *----------------------------------------------------------------
      * The supervised repair. The counter is read, moved and logged
      * while holding the same ENQ its creator takes, so no number
      * can be issued from it half way through.
      *----------------------------------------------------------------
       REPAIR-A-COUNTER SECTION.
       RPC010.
           PERFORM CHECK-ENTITLEMENT.

           IF CTRCHK-SUCCESS = 'N'
              GO TO RPC999
           END-IF.

           IF NOT CTRCHK-ACCOUNT-COUNTER
              AND NOT CTRCHK-CUSTOMER-COUNTER
              OR CTRCHK-FIX-SORTCODE NOT NUMERIC
              OR CTRCHK-NEW-VALUE NOT NUMERIC
              OR CTRCHK-REASON = SPACES
              OR CTRCHK-REASON = LOW-VALUES
              MOVE 'N' TO CTRCHK-SUCCESS
              MOVE '3' TO CTRCHK-FAIL-CODE
              GO TO RPC999
           END-IF.

           MOVE CTRCHK-FIX-SORTCODE TO WS-CHK-SORTCODE
                                       NCS-ACC-NO-TEST-SORT
                                       NCS-CUST-NO-TEST-SORT.

           IF CTRCHK-ACCOUNT-COUNTER
              EXEC CICS ENQ
                 RESOURCE(NCS-ACC-NO-NAME)
                 LENGTH(16)
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
              END-EXEC
           ELSE
              EXEC CICS ENQ
                 RESOURCE(NCS-CUST-NO-NAME)
                 LENGTH(16)
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
              END-EXEC
           END-IF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'N' TO CTRCHK-SUCCESS
              MOVE '2' TO CTRCHK-FAIL-CODE
              GO TO RPC999
           END-IF.

           PERFORM READ-ACCOUNT-COUNTER.

           IF CTRCHK-SUCCESS = 'N'
              GO TO RPC090
           END-IF.

           MOVE 'N' TO WS-CHECK-ERROR-SW.

           IF CTRCHK-ACCOUNT-COUNTER
              MOVE WS-ACC-COUNTER TO CTRCHK-OLD-VALUE
              PERFORM FIND-HIGHEST-ACCOUNT
              MOVE WS-HIGH-ACCOUNT TO CTRCHK-HIGHEST
           ELSE
              PERFORM READ-CUSTOMER-COUNTER
              IF CTRCHK-SUCCESS = 'N'
                 GO TO RPC090
              END-IF
              MOVE WS-CUST-COUNTER TO CTRCHK-OLD-VALUE
              PERFORM FIND-HIGHEST-CUSTOMER
              MOVE WS-HIGH-CUSTOMER TO CTRCHK-HIGHEST
           END-IF.

           IF WS-CHECK-ERROR
              MOVE 'N' TO CTRCHK-SUCCESS
              MOVE '2' TO CTRCHK-FAIL-CODE
              GO TO RPC090
           END-IF.

           IF CTRCHK-NEW-VALUE = 0
              MOVE CTRCHK-HIGHEST TO WS-TARGET
           ELSE
              MOVE CTRCHK-NEW-VALUE TO WS-TARGET
           END-IF.

      *    An account number is eight digits.
           IF WS-TARGET < CTRCHK-HIGHEST
              OR (CTRCHK-ACCOUNT-COUNTER AND WS-TARGET > 99999999)
              MOVE 'N' TO CTRCHK-SUCCESS
              MOVE '3' TO CTRCHK-FAIL-CODE
              GO TO RPC090
           END-IF.

           IF WS-TARGET NOT > CTRCHK-OLD-VALUE
              MOVE 'N' TO CTRCHK-SUCCESS
              MOVE '4' TO CTRCHK-FAIL-CODE
              GO TO RPC090
           END-IF.

           IF CTRCHK-ACCOUNT-COUNTER
              PERFORM ADVANCE-ACCOUNT-COUNTER
           ELSE
              PERFORM ADVANCE-CUSTOMER-COUNTER
           END-IF.

           IF CTRCHK-SUCCESS = 'N'
              GO TO RPC090
           END-IF.

           MOVE WS-TARGET TO CTRCHK-NEW-VALUE.

           PERFORM LOG-THE-REPAIR.

       RPC090.
           IF CTRCHK-ACCOUNT-COUNTER
              EXEC CICS DEQ
                 RESOURCE(NCS-ACC-NO-NAME)
                 LENGTH(16)
                 RESP(WS-CICS-RESP)
              END-EXEC
           ELSE
              EXEC CICS DEQ
                 RESOURCE(NCS-CUST-NO-NAME)
                 LENGTH(16)
                 RESP(WS-CICS-RESP)
              END-EXEC
           END-IF.

           IF CTRCHK-SUCCESS = 'N'
              GO TO RPC999
           END-IF.

      *
      *    Check the sortcode again with both counters as they now
      *    stand - the block lifts only when both are right.
      *
           PERFORM READ-ACCOUNT-COUNTER.
           IF CTRCHK-SUCCESS = 'N'
              GO TO RPC999
           END-IF.

           PERFORM READ-CUSTOMER-COUNTER.
           IF CTRCHK-SUCCESS = 'N'
              GO TO RPC999
           END-IF.

           PERFORM CHECK-ONE-SORTCODE.

           MOVE 1 TO CTRCHK-CHECKED-COUNT.
           IF WS-BLOCKED
              MOVE 1 TO CTRCHK-BLOCKED-COUNT
              MOVE 'Y' TO CTRCHK-STILL-BLOCKED
           END-IF.
       RPC999.
           EXIT.

       ADVANCE-ACCOUNT-COUNTER SECTION.
       AAC010.
           MOVE WS-ACC-COUNTER TO HV-OLD-CONTROL-NUM.
           MOVE WS-TARGET TO HV-CONTROL-VALUE-NUM.

           EXEC SQL
              UPDATE CONTROL
              SET CONTROL_VALUE_NUM = :HV-CONTROL-VALUE-NUM
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
                AND CONTROL_VALUE_NUM = :HV-OLD-CONTROL-NUM
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'CTRCHK UNABLE TO ADVANCE ' HV-CONTROL-NAME
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO CTRCHK-SUCCESS
              MOVE '2' TO CTRCHK-FAIL-CODE
           END-IF.
       AAC999.
           EXIT.

       ADVANCE-CUSTOMER-COUNTER SECTION.
       ACC010.
           INITIALIZE CUSTOMER-CONTROL.
           MOVE ZERO TO CUSTOMER-CONTROL-SORTCODE.
           MOVE ALL '9' TO CUSTOMER-CONTROL-NUMBER.

           EXEC CICS READ FILE('CUSTOMER')
                RIDFLD(CUSTOMER-CONTROL-KEY)
                UPDATE
                INTO(CUSTOMER-CONTROL)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'N' TO CTRCHK-SUCCESS
              MOVE '2' TO CTRCHK-FAIL-CODE
              GO TO ACC999
           END-IF.

      *    Another sortcode's create may have moved the shared
      *    counter on since it was read - never move it back.
           IF LAST-CUSTOMER-NUMBER OF CUSTOMER-CONTROL NOT < WS-TARGET
              EXEC CICS UNLOCK FILE('CUSTOMER')
              END-EXEC
              MOVE 'N' TO CTRCHK-SUCCESS
              MOVE '4' TO CTRCHK-FAIL-CODE
              GO TO ACC999
           END-IF.

           MOVE LAST-CUSTOMER-NUMBER OF CUSTOMER-CONTROL
              TO CTRCHK-OLD-VALUE.
           MOVE WS-TARGET TO LAST-CUSTOMER-NUMBER OF CUSTOMER-CONTROL.

           EXEC CICS REWRITE FILE('CUSTOMER')
                FROM(CUSTOMER-CONTROL)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'N' TO CTRCHK-SUCCESS
              MOVE '2' TO CTRCHK-FAIL-CODE
           END-IF.
       ACC999.
           EXIT.

      *----------------------------------------------------------------
      * The counter has moved whether or not the log row goes in, so
      * a failed insert is reported on the console rather than
      * failing the repair.
      *----------------------------------------------------------------
       LOG-THE-REPAIR SECTION.
       LTR010.
           MOVE WS-CHK-SORTCODE TO HV-FIX-SORTCODE.
           MOVE CTRCHK-COUNTER TO HV-FIX-COUNTER.
           MOVE CTRCHK-OLD-VALUE TO HV-FIX-OLD-VALUE.
           MOVE WS-TARGET TO HV-FIX-NEW-VALUE.
           MOVE CTRCHK-HIGHEST TO HV-FIX-HIGHEST.
           MOVE CTRCHK-REASON TO HV-FIX-REASON.
           MOVE EIBOPID TO HV-FIX-OPERATOR.
           MOVE EIBTRMID TO HV-FIX-TERMID.
           MOVE WS-TODAY-YMD TO HV-FIX-DATE.
           MOVE WS-TIME-NOW TO HV-FIX-TIME.

           IF HV-FIX-OPERATOR = LOW-VALUES
              MOVE SPACES TO HV-FIX-OPERATOR
           END-IF.
           IF HV-FIX-TERMID = LOW-VALUES
              MOVE SPACES TO HV-FIX-TERMID
           END-IF.

           DISPLAY 'CTRCHK SORTCODE ' HV-FIX-SORTCODE ' COUNTER '
              HV-FIX-COUNTER ' ADVANCED FROM ' CTRCHK-OLD-VALUE
              ' TO ' WS-TARGET ' BY ' HV-FIX-OPERATOR.

           EXEC SQL
              INSERT INTO CTRFIX
                 (CTRFIX_SORTCODE, CTRFIX_COUNTER,
                  CTRFIX_OLD_VALUE, CTRFIX_NEW_VALUE,
                  CTRFIX_HIGHEST, CTRFIX_REASON,
                  CTRFIX_OPERATOR, CTRFIX_TERMID,
                  CTRFIX_FIX_DATE, CTRFIX_FIX_TIME)
              VALUES
                 (:HV-FIX-SORTCODE, :HV-FIX-COUNTER,
                  :HV-FIX-OLD-VALUE, :HV-FIX-NEW-VALUE,
                  :HV-FIX-HIGHEST, :HV-FIX-REASON,
                  :HV-FIX-OPERATOR, :HV-FIX-TERMID,
                  :HV-FIX-DATE, :HV-FIX-TIME)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'CTRCHK UNABLE TO LOG THE REPAIR TO CTRFIX'
                 ' SQLCODE=' SQLCODE-DISPLAY
           END-IF.
       LTR999.
           EXIT.

       CHECK-ENTITLEMENT SECTION.
       CEN010.
           INITIALIZE ENTLFUN-COMMAREA.
           SET ENTLFUN-CHECK TO TRUE.
           MOVE CTRCHK-SORTCODE TO ENTLFUN-SORTCODE.
           MOVE 'S' TO ENTLFUN-CLASS.

           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC.

           IF ENTLFUN-ALLOWED NOT = 'Y'
              MOVE 'N' TO CTRCHK-SUCCESS
              MOVE 'S' TO CTRCHK-FAIL-CODE
           END-IF.
       CEN999.
           EXIT.

       POPULATE-TIME-DATE SECTION.
       PTD010.
           EXEC CICS ASKTIME
              ABSTIME(WS-U-TIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     YYYYMMDD(WS-TODAY-YMD)
                     TIME(WS-TIME-NOW)
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
