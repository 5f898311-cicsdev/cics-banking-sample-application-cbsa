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
      * Title: POOLFUN                                                 *
      *                                                                *
      * Description: Notional interest pool maintenance, LINKed with  *
      *              the POOLFUN commarea. A pool lets a business      *
      *              customer, or a connected-party group, have        *
      *              interest worked out on the net of several         *
      *              accounts - overdrawn ones offsetting those in     *
      *              credit - without SWEEPRUN moving any money        *
      *              between them. CREATE defines the pool and enrols  *
      *              its header account, ADD and REMOVE manage the     *
      *              participants, CLOSE ends it and INQUIRE shows it  *
      *              with its live net balance. POOLINT accrues and    *
      *              posts the interest; INTACCR leaves participating  *
      *              accounts alone.                                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POOLFUN.
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

           EXEC SQL INCLUDE POOLDB2 END-EXEC.
           EXEC SQL INCLUDE CPGDB2 END-EXEC.
           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-POOL-ID                        PIC S9(9) COMP.
       01 HV-POOL-CUSTNO                    PIC X(10).
       01 HV-POOL-CPGROUP-ID                PIC S9(9) COMP.
       01 HV-POOL-NAME                      PIC X(30).
       01 HV-POOL-RATE                      PIC S9(2)V99 COMP-3.
       01 HV-POOL-METHOD                    PIC X.
       01 HV-POOL-HEADER-ACCNO              PIC X(8).
       01 HV-POOL-FREQUENCY                 PIC X.
       01 HV-POOL-NEXT-POST                 PIC X(8).
       01 HV-POOL-ACCRUED                   PIC S9(10)V9(4) COMP-3.
       01 HV-POOL-STATUS                    PIC X.
       01 HV-OPERATOR                       PIC X(3).

       01 HV-ACCNO                          PIC X(8).
       01 HV-ACC-CUSTNO                     PIC X(10).
       01 HV-ACC-TYPE                       PIC X(8).
       01 HV-ACC-BALANCE                    PIC S9(10)V99 COMP-3.
       01 HV-MBR-ACCRUED                    PIC S9(10)V9(4) COMP-3.
       01 HV-MBR-STATUS                     PIC X.
       01 HV-MATCH-COUNT                    PIC S9(9) COMP.
       01 HV-NET-BALANCE                    PIC S9(12)V99 COMP-3.
       01 HV-NET-BALANCE-IND                PIC S9(4) COMP.

       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

       01 GETCTRL-COMMAREA.
           COPY GETCTRL.

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-TODAY-YMD                      PIC X(8).

       01 WS-CLASS-WANTED                   PIC X.

      * The first posting date: today moved on a month or a quarter,
      * pulled back to the end of a shorter month.
       01 WS-POST-DATE                      PIC 9(8).
       01 WS-POST-DATE-X REDEFINES WS-POST-DATE.
          03 WS-POST-YYYY                   PIC 9(4).
          03 WS-POST-MM                     PIC 99.
          03 WS-POST-DD                     PIC 99.
       01 WS-MONTH-START                    PIC 9(8).
       01 WS-MONTH-START-X REDEFINES WS-MONTH-START.
          03 WS-MONTH-START-YYYY            PIC 9(4).
          03 WS-MONTH-START-MM              PIC 99.
          03 WS-MONTH-START-DD              PIC 99.
       01 WS-MONTHS-ON                      PIC S9(4) COMP.
       01 WS-DAYS-IN-MONTH                  PIC S9(4) COMP.
       01 WS-INTEGER                        PIC S9(9) COMP.

       01 WS-ROW-SUB                        PIC S9(4) COMP.
       01 WS-MEMBER-EOF-SW                  PIC X.
          88 WS-MEMBER-EOF                  VALUE 'Y'.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY POOLFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO POOLFUN-SUCCESS.
           MOVE SPACE TO POOLFUN-FAIL-CODE.

           PERFORM POPULATE-TIME-DATE.

           MOVE POOLFUN-SORTCODE TO HV-SORTCODE.
           MOVE POOLFUN-POOL-ID TO HV-POOL-ID.
           MOVE EIBOPID TO HV-OPERATOR.

           EVALUATE TRUE
              WHEN POOLFUN-CREATE
                 PERFORM CREATE-THE-POOL
              WHEN POOLFUN-ADD
                 PERFORM ADD-THE-ACCOUNT
              WHEN POOLFUN-REMOVE
                 PERFORM REMOVE-THE-ACCOUNT
              WHEN POOLFUN-CLOSE
                 PERFORM CLOSE-THE-POOL
              WHEN POOLFUN-INQUIRE
                 PERFORM INQUIRE-THE-POOL
              WHEN OTHER
                 MOVE 'N' TO POOLFUN-SUCCESS
                 MOVE '9' TO POOLFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * A new pool and its header account, which every pool has as
      * a participant so that the 'all to header' method always has
      * somewhere to post. A group pool's customer must be in the
      * group it names.
      *----------------------------------------------------------------
       CREATE-THE-POOL SECTION.
       CTP010.
           MOVE 'M' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF POOLFUN-SUCCESS = 'N'
              GO TO CTP999
           END-IF.

           IF POOLFUN-RATE NOT NUMERIC
              OR POOLFUN-RATE NOT > 0
              OR (NOT POOLFUN-PRO-RATA AND NOT POOLFUN-TO-HEADER)
              OR (NOT POOLFUN-MONTHLY AND NOT POOLFUN-QUARTERLY)
              MOVE 'N' TO POOLFUN-SUCCESS
              MOVE '5' TO POOLFUN-FAIL-CODE
              GO TO CTP999
           END-IF.

           MOVE POOLFUN-CUSTNO TO HV-POOL-CUSTNO.
           MOVE POOLFUN-CPGROUP-ID TO HV-POOL-CPGROUP-ID.

           IF HV-POOL-CPGROUP-ID NOT = 0
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :HV-MATCH-COUNT
                 FROM CPMEMBER
                 WHERE CPMEMBER_SORTCODE = :HV-SORTCODE
                   AND CPMEMBER_GROUP_ID = :HV-POOL-CPGROUP-ID
                   AND CPMEMBER_CUSTNO = :HV-POOL-CUSTNO
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE 'N' TO POOLFUN-SUCCESS
                 MOVE '2' TO POOLFUN-FAIL-CODE
                 GO TO CTP999
              END-IF

              IF HV-MATCH-COUNT = 0
                 MOVE 'N' TO POOLFUN-SUCCESS
                 MOVE '3' TO POOLFUN-FAIL-CODE
                 GO TO CTP999
              END-IF
           END-IF.

           MOVE POOLFUN-HEADER-ACCNO TO HV-ACCNO.
           PERFORM CHECK-ACCOUNT-ELIGIBLE.

           IF POOLFUN-SUCCESS = 'N'
              GO TO CTP999
           END-IF.

           MOVE WS-TODAY-YMD TO WS-POST-DATE.

           IF POOLFUN-QUARTERLY
              MOVE 3 TO WS-MONTHS-ON
           ELSE
              MOVE 1 TO WS-MONTHS-ON
           END-IF.

           PERFORM ADVANCE-POSTING-DATE.

           PERFORM ALLOCATE-NEXT-POOL-ID.

           MOVE POOLFUN-NAME TO HV-POOL-NAME.
           MOVE POOLFUN-RATE TO HV-POOL-RATE.
           MOVE POOLFUN-METHOD TO HV-POOL-METHOD.
           MOVE POOLFUN-HEADER-ACCNO TO HV-POOL-HEADER-ACCNO.
           MOVE POOLFUN-FREQUENCY TO HV-POOL-FREQUENCY.
           MOVE WS-POST-DATE TO HV-POOL-NEXT-POST.

           EXEC SQL
              INSERT INTO NPOOL
                 (NPOOL_ID, NPOOL_SORTCODE, NPOOL_CUSTNO,
                  NPOOL_CPGROUP_ID, NPOOL_NAME, NPOOL_RATE,
                  NPOOL_METHOD, NPOOL_HEADER_ACCNO, NPOOL_FREQUENCY,
                  NPOOL_NEXT_POST, NPOOL_ACCRUED, NPOOL_STATUS,
                  NPOOL_CREATED_DATE, NPOOL_CREATED_BY)
              VALUES
                 (:HV-POOL-ID, :HV-SORTCODE, :HV-POOL-CUSTNO,
                  :HV-POOL-CPGROUP-ID, :HV-POOL-NAME, :HV-POOL-RATE,
                  :HV-POOL-METHOD, :HV-POOL-HEADER-ACCNO,
                  :HV-POOL-FREQUENCY, :HV-POOL-NEXT-POST, 0, 'A',
                  :WS-TODAY-YMD, :HV-OPERATOR)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'POOLFUN UNABLE TO INSERT NPOOL ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO POOLFUN-SUCCESS
              MOVE '2' TO POOLFUN-FAIL-CODE
              GO TO CTP999
           END-IF.

           PERFORM ENROL-THE-ACCOUNT.

           IF POOLFUN-SUCCESS = 'N'
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              GO TO CTP999
           END-IF.

           MOVE HV-POOL-ID TO POOLFUN-POOL-ID.
           MOVE HV-POOL-NEXT-POST TO POOLFUN-NEXT-POST.
       CTP999.
           EXIT.

      *----------------------------------------------------------------
       ADD-THE-ACCOUNT SECTION.
       ATA010.
           MOVE 'M' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF POOLFUN-SUCCESS = 'N'
              GO TO ATA999
           END-IF.

           PERFORM READ-THE-POOL.

           IF POOLFUN-SUCCESS = 'N'
              GO TO ATA999
           END-IF.

           IF HV-POOL-STATUS NOT = 'A'
              MOVE 'N' TO POOLFUN-SUCCESS
              MOVE '1' TO POOLFUN-FAIL-CODE
              GO TO ATA999
           END-IF.

           MOVE POOLFUN-ACCNO TO HV-ACCNO.
           PERFORM CHECK-ACCOUNT-ELIGIBLE.

           IF POOLFUN-SUCCESS = 'N'
              GO TO ATA999
           END-IF.

           PERFORM ENROL-THE-ACCOUNT.
       ATA999.
           EXIT.

      *----------------------------------------------------------------
      * An account that was in this pool before comes back on its
      * old row, which may still carry an unposted share.
      *----------------------------------------------------------------
       ENROL-THE-ACCOUNT SECTION.
       ETA010.
           EXEC SQL
              UPDATE NPOOLMBR
              SET NPOOLMBR_STATUS = 'A',
                  NPOOLMBR_ADDED_DATE = :WS-TODAY-YMD,
                  NPOOLMBR_ADDED_BY = :HV-OPERATOR
              WHERE NPOOLMBR_POOL_ID = :HV-POOL-ID
                AND NPOOLMBR_SORTCODE = :HV-SORTCODE
                AND NPOOLMBR_ACCNO = :HV-ACCNO
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO NPOOLMBR
                    (NPOOLMBR_POOL_ID, NPOOLMBR_SORTCODE,
                     NPOOLMBR_ACCNO, NPOOLMBR_STATUS,
                     NPOOLMBR_ACCRUED, NPOOLMBR_ADDED_DATE,
                     NPOOLMBR_ADDED_BY)
                 VALUES
                    (:HV-POOL-ID, :HV-SORTCODE, :HV-ACCNO, 'A', 0,
                     :WS-TODAY-YMD, :HV-OPERATOR)
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'POOLFUN UNABLE TO ENROL ACCOUNT ' HV-ACCNO
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO POOLFUN-SUCCESS
              MOVE '2' TO POOLFUN-FAIL-CODE
           END-IF.
       ETA999.
           EXIT.

      *----------------------------------------------------------------
      * The header account stays for as long as the pool does.
      *----------------------------------------------------------------
       REMOVE-THE-ACCOUNT SECTION.
       RTA010.
           MOVE 'M' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF POOLFUN-SUCCESS = 'N'
              GO TO RTA999
           END-IF.

           PERFORM READ-THE-POOL.

           IF POOLFUN-SUCCESS = 'N'
              GO TO RTA999
           END-IF.

           IF POOLFUN-ACCNO = HV-POOL-HEADER-ACCNO
              MOVE 'N' TO POOLFUN-SUCCESS
              MOVE '6' TO POOLFUN-FAIL-CODE
              GO TO RTA999
           END-IF.

           MOVE POOLFUN-ACCNO TO HV-ACCNO.

           EXEC SQL
              UPDATE NPOOLMBR
              SET NPOOLMBR_STATUS = 'R'
              WHERE NPOOLMBR_POOL_ID = :HV-POOL-ID
                AND NPOOLMBR_SORTCODE = :HV-SORTCODE
                AND NPOOLMBR_ACCNO = :HV-ACCNO
                AND NPOOLMBR_STATUS = 'A'
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO POOLFUN-SUCCESS
                 MOVE '4' TO POOLFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO POOLFUN-SUCCESS
                 MOVE '2' TO POOLFUN-FAIL-CODE
           END-EVALUATE.
       RTA999.
           EXIT.

      *----------------------------------------------------------------
      * A closed pool accrues nothing more; POOLINT posts what it
      * has accrued on its next run, and from then on INTACCR takes
      * the accounts back.
      *----------------------------------------------------------------
       CLOSE-THE-POOL SECTION.
       CLP010.
           MOVE 'M' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF POOLFUN-SUCCESS = 'N'
              GO TO CLP999
           END-IF.

           EXEC SQL
              UPDATE NPOOL
              SET NPOOL_STATUS = 'C'
              WHERE NPOOL_ID = :HV-POOL-ID
                AND NPOOL_SORTCODE = :HV-SORTCODE
                AND NPOOL_STATUS = 'A'
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO POOLFUN-SUCCESS
                 MOVE '1' TO POOLFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO POOLFUN-SUCCESS
                 MOVE '2' TO POOLFUN-FAIL-CODE
           END-EVALUATE.
       CLP999.
           EXIT.

      *----------------------------------------------------------------
      * The pool, the net of its active participants' balances as
      * they stand now, and the participants themselves, active
      * ones first.
      *----------------------------------------------------------------
       INQUIRE-THE-POOL SECTION.
       ITP010.
           MOVE 'I' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF POOLFUN-SUCCESS = 'N'
              GO TO ITP999
           END-IF.

           PERFORM READ-THE-POOL.

           IF POOLFUN-SUCCESS = 'N'
              GO TO ITP999
           END-IF.

           MOVE HV-POOL-CUSTNO TO POOLFUN-CUSTNO.
           MOVE HV-POOL-CPGROUP-ID TO POOLFUN-CPGROUP-ID.
           MOVE HV-POOL-NAME TO POOLFUN-NAME.
           MOVE HV-POOL-RATE TO POOLFUN-RATE.
           MOVE HV-POOL-METHOD TO POOLFUN-METHOD.
           MOVE HV-POOL-FREQUENCY TO POOLFUN-FREQUENCY.
           MOVE HV-POOL-HEADER-ACCNO TO POOLFUN-HEADER-ACCNO.
           MOVE HV-POOL-STATUS TO POOLFUN-STATUS.
           MOVE HV-POOL-NEXT-POST TO POOLFUN-NEXT-POST.
           MOVE HV-POOL-ACCRUED TO POOLFUN-ACCRUED.

           EXEC SQL
              SELECT SUM(A.ACCOUNT_ACTUAL_BALANCE)
              INTO :HV-NET-BALANCE :HV-NET-BALANCE-IND
              FROM NPOOLMBR M, ACCOUNT A
              WHERE M.NPOOLMBR_POOL_ID = :HV-POOL-ID
                AND M.NPOOLMBR_SORTCODE = :HV-SORTCODE
                AND M.NPOOLMBR_STATUS = 'A'
                AND A.ACCOUNT_SORTCODE = M.NPOOLMBR_SORTCODE
                AND A.ACCOUNT_NUMBER = M.NPOOLMBR_ACCNO
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO POOLFUN-SUCCESS
              MOVE '2' TO POOLFUN-FAIL-CODE
              GO TO ITP999
           END-IF.

           IF HV-NET-BALANCE-IND < 0
              MOVE 0 TO HV-NET-BALANCE
           END-IF.

           MOVE HV-NET-BALANCE TO POOLFUN-NET-BALANCE.

           EXEC SQL
              DECLARE POOLM_CSR CURSOR FOR
                 SELECT M.NPOOLMBR_ACCNO, A.ACCOUNT_CUSTOMER_NUMBER,
                        A.ACCOUNT_ACTUAL_BALANCE, M.NPOOLMBR_ACCRUED,
                        M.NPOOLMBR_STATUS
                 FROM NPOOLMBR M, ACCOUNT A
                 WHERE M.NPOOLMBR_POOL_ID = :HV-POOL-ID
                   AND M.NPOOLMBR_SORTCODE = :HV-SORTCODE
                   AND A.ACCOUNT_SORTCODE = M.NPOOLMBR_SORTCODE
                   AND A.ACCOUNT_NUMBER = M.NPOOLMBR_ACCNO
                 ORDER BY M.NPOOLMBR_STATUS, M.NPOOLMBR_ACCNO
           END-EXEC.

           EXEC SQL OPEN POOLM_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO POOLFUN-SUCCESS
              MOVE '2' TO POOLFUN-FAIL-CODE
              GO TO ITP999
           END-IF.

           MOVE 0 TO WS-ROW-SUB.
           MOVE 'N' TO WS-MEMBER-EOF-SW.

           PERFORM FETCH-ONE-PARTICIPANT
              UNTIL WS-ROW-SUB = 20
                 OR WS-MEMBER-EOF.

           EXEC SQL CLOSE POOLM_CSR END-EXEC.

           MOVE WS-ROW-SUB TO POOLFUN-ROWS-RETURNED.
       ITP999.
           EXIT.

       FETCH-ONE-PARTICIPANT SECTION.
       FOP010.
           EXEC SQL
              FETCH POOLM_CSR
              INTO :HV-ACCNO, :HV-ACC-CUSTNO, :HV-ACC-BALANCE,
                   :HV-MBR-ACCRUED, :HV-MBR-STATUS
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-MEMBER-EOF-SW
              GO TO FOP999
           END-IF.

           ADD 1 TO WS-ROW-SUB.
           MOVE HV-ACCNO TO POOLFUN-PT-ACCNO(WS-ROW-SUB).
           MOVE HV-ACC-CUSTNO TO POOLFUN-PT-CUSTNO(WS-ROW-SUB).
           MOVE HV-ACC-BALANCE TO POOLFUN-PT-BALANCE(WS-ROW-SUB).
           MOVE HV-MBR-ACCRUED TO POOLFUN-PT-ACCRUED(WS-ROW-SUB).
           MOVE HV-MBR-STATUS TO POOLFUN-PT-STATUS(WS-ROW-SUB).
       FOP999.
           EXIT.

      *----------------------------------------------------------------
       READ-THE-POOL SECTION.
       RTP010.
           EXEC SQL
              SELECT NPOOL_CUSTNO, NPOOL_CPGROUP_ID, NPOOL_NAME,
                     NPOOL_RATE, NPOOL_METHOD, NPOOL_HEADER_ACCNO,
                     NPOOL_FREQUENCY, NPOOL_NEXT_POST, NPOOL_ACCRUED,
                     NPOOL_STATUS
              INTO :HV-POOL-CUSTNO, :HV-POOL-CPGROUP-ID,
                   :HV-POOL-NAME, :HV-POOL-RATE, :HV-POOL-METHOD,
                   :HV-POOL-HEADER-ACCNO, :HV-POOL-FREQUENCY,
                   :HV-POOL-NEXT-POST, :HV-POOL-ACCRUED,
                   :HV-POOL-STATUS
              FROM NPOOL
              WHERE NPOOL_ID = :HV-POOL-ID
                AND NPOOL_SORTCODE = :HV-SORTCODE
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO POOLFUN-SUCCESS
                 MOVE '1' TO POOLFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO POOLFUN-SUCCESS
                 MOVE '2' TO POOLFUN-FAIL-CODE
           END-EVALUATE.
       RTP999.
           EXIT.

      *----------------------------------------------------------------
      * May account HV-ACCNO join the pool? It must exist here, be
      * a deposit or current account, belong to the pool's customer
      * or to a member of its group, and not already be in an
      * active pool - interest can only be worked out once.
      *----------------------------------------------------------------
       CHECK-ACCOUNT-ELIGIBLE SECTION.
       CAE010.
           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER, ACCOUNT_TYPE
              INTO :HV-ACC-CUSTNO, :HV-ACC-TYPE
              FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-SORTCODE
                AND ACCOUNT_NUMBER = :HV-ACCNO
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO POOLFUN-SUCCESS
                 MOVE '3' TO POOLFUN-FAIL-CODE
                 GO TO CAE999
              WHEN OTHER
                 MOVE 'N' TO POOLFUN-SUCCESS
                 MOVE '2' TO POOLFUN-FAIL-CODE
                 GO TO CAE999
           END-EVALUATE.

           IF HV-ACC-TYPE = 'FIXEDTRM'
              OR HV-ACC-TYPE = 'CREDCARD'
              OR HV-ACC-TYPE(1:4) = 'LOAN'
              OR HV-ACC-TYPE = 'MORTGAGE'
              MOVE 'N' TO POOLFUN-SUCCESS
              MOVE '3' TO POOLFUN-FAIL-CODE
              GO TO CAE999
           END-IF.

           IF HV-ACC-CUSTNO NOT = HV-POOL-CUSTNO
              IF HV-POOL-CPGROUP-ID = 0
                 MOVE 'N' TO POOLFUN-SUCCESS
                 MOVE '3' TO POOLFUN-FAIL-CODE
                 GO TO CAE999
              END-IF

              EXEC SQL
                 SELECT COUNT(*)
                 INTO :HV-MATCH-COUNT
                 FROM CPMEMBER
                 WHERE CPMEMBER_SORTCODE = :HV-SORTCODE
                   AND CPMEMBER_GROUP_ID = :HV-POOL-CPGROUP-ID
                   AND CPMEMBER_CUSTNO = :HV-ACC-CUSTNO
              END-EXEC

              IF SQLCODE NOT = 0 OR HV-MATCH-COUNT = 0
                 MOVE 'N' TO POOLFUN-SUCCESS
                 MOVE '3' TO POOLFUN-FAIL-CODE
                 GO TO CAE999
              END-IF
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-MATCH-COUNT
              FROM NPOOLMBR M, NPOOL P
              WHERE M.NPOOLMBR_SORTCODE = :HV-SORTCODE
                AND M.NPOOLMBR_ACCNO = :HV-ACCNO
                AND M.NPOOLMBR_STATUS = 'A'
                AND P.NPOOL_ID = M.NPOOLMBR_POOL_ID
                AND P.NPOOL_SORTCODE = M.NPOOLMBR_SORTCODE
                AND P.NPOOL_STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO POOLFUN-SUCCESS
              MOVE '2' TO POOLFUN-FAIL-CODE
              GO TO CAE999
           END-IF.

           IF HV-MATCH-COUNT > 0
              MOVE 'N' TO POOLFUN-SUCCESS
              MOVE '4' TO POOLFUN-FAIL-CODE
           END-IF.
       CAE999.
           EXIT.

      *----------------------------------------------------------------
      * Move WS-POST-DATE on WS-MONTHS-ON months, keeping the day of
      * the month unless the new month is too short for it.
      *----------------------------------------------------------------
       ADVANCE-POSTING-DATE SECTION.
       APD010.
           ADD WS-MONTHS-ON TO WS-POST-MM.

           IF WS-POST-MM > 12
              SUBTRACT 12 FROM WS-POST-MM
              ADD 1 TO WS-POST-YYYY
           END-IF.

           MOVE WS-POST-YYYY TO WS-MONTH-START-YYYY.
           MOVE WS-POST-MM TO WS-MONTH-START-MM.
           MOVE 1 TO WS-MONTH-START-DD.

           COMPUTE WS-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-MONTH-START).

           IF WS-MONTH-START-MM = 12
              MOVE 1 TO WS-MONTH-START-MM
              ADD 1 TO WS-MONTH-START-YYYY
           ELSE
              ADD 1 TO WS-MONTH-START-MM
           END-IF.

           COMPUTE WS-DAYS-IN-MONTH =
              FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - WS-INTEGER.

           IF WS-POST-DD > WS-DAYS-IN-MONTH
              MOVE WS-DAYS-IN-MONTH TO WS-POST-DD
           END-IF.
       APD999.
           EXIT.

      *----------------------------------------------------------------
       CHECK-ENTITLEMENT SECTION.
       CEN010.
           INITIALIZE ENTLFUN-COMMAREA.
           SET ENTLFUN-CHECK TO TRUE.
           MOVE POOLFUN-SORTCODE TO ENTLFUN-SORTCODE.
           MOVE WS-CLASS-WANTED TO ENTLFUN-CLASS.

           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC.

           IF ENTLFUN-ALLOWED NOT = 'Y'
              MOVE 'N' TO POOLFUN-SUCCESS
              MOVE 'S' TO POOLFUN-FAIL-CODE
           END-IF.
       CEN999.
           EXIT.

      *----------------------------------------------------------------
       ALLOCATE-NEXT-POOL-ID SECTION.
       ANPI010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           STRING HV-SORTCODE       DELIMITED BY SIZE,
                  '-POOL-LAST'      DELIMITED BY SIZE
                  INTO GETCTRL-NAME OF GETCTRL-COMMAREA
           END-STRING.
           MOVE 0 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           COMPUTE HV-POOL-ID =
              GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA + 1.

           MOVE 'S' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE HV-POOL-ID TO GETCTRL-VALUE-NUM OF
              GETCTRL-COMMAREA.
           MOVE SPACES TO GETCTRL-VALUE-STR OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.
       ANPI999.
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
