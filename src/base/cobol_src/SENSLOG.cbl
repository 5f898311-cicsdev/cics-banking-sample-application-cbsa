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
      * Title: SENSLOG                                                 *
      *                                                                *
      * Description: Shared accessor that leaves a SENSACC row behind  *
      *              every inquiry against a sensitive customer (one   *
      *              holding an active SENSCUST row). INQCUST, INQACC  *
      *              and INQTRAN LINK here once they have answered,    *
      *              so every screen and API that reads a customer,    *
      *              an account or its history through them - the      *
      *              BNK1 inquiry screens, BNK1CCA by way of INQACCCU  *
      *              and INQCUST, the web services - is covered        *
      *              without the screens themselves knowing. As in     *
      *              OPERLOG the operator, terminal and transaction    *
      *              come straight from the task's own EIB. Given      *
      *              only an account, the owning customer is looked    *
      *              up from ACCOUNT. A customer reached twice in one  *
      *              task (INQACCCU calling INQCUST) is logged once.   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENSLOG.
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
           EXEC SQL INCLUDE SENSDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SENSACC-ID                     PIC S9(9) COMP.
       01 HV-SORTCODE                       PIC X(6).
       01 HV-CUSTNO                         PIC X(10).
       01 HV-ACCNO                          PIC X(8).
       01 HV-OPERATOR                       PIC X(3).
       01 HV-TERMID                         PIC X(4).
       01 HV-TRANID                         PIC X(4).
       01 HV-PROGRAM                        PIC X(8).
       01 HV-TASKNO                         PIC S9(9) COMP.
       01 HV-ACCESS-DATE                    PIC X(8).
       01 HV-ACCESS-TIME                    PIC X(6).
       01 HV-ROW-COUNT                      PIC S9(9) COMP.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       01 GETCTRL-COMMAREA.
           COPY GETCTRL.

       01 WS-ABS-TIME                       PIC S9(15) COMP-3.
       01 WS-TIME-NOW                       PIC 9(6).

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY SENSLOG.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO SENSLOG-SUCCESS.
           MOVE SPACE TO SENSLOG-FAIL-CODE.
           MOVE 'N' TO SENSLOG-LOGGED.

           MOVE SENSLOG-SORTCODE TO HV-SORTCODE.
           MOVE SENSLOG-CUSTNO TO HV-CUSTNO.
           MOVE SENSLOG-ACCNO TO HV-ACCNO.

           IF SENSLOG-CUSTNO = ZERO
              PERFORM FIND-ACCOUNT-OWNER
           END-IF.

           IF SENSLOG-SUCCESS = 'Y'
              PERFORM LOG-SENSITIVE-ACCESS
           END-IF.

           PERFORM SENSLOG-RETURN.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * Only the account was passed - the owner is the customer
      * whose sensitivity counts. An account not found is simply
      * not logged; the inquiry program has said so to its caller.
      *----------------------------------------------------------------
       FIND-ACCOUNT-OWNER SECTION.
       FAO010.
           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER
              INTO :HV-CUSTNO
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-ACCNO)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO SENSLOG-SUCCESS
                 MOVE '1' TO SENSLOG-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO SENSLOG-SUCCESS
                 MOVE '2' TO SENSLOG-FAIL-CODE
           END-EVALUATE.
       FAO999.
           EXIT.

      *----------------------------------------------------------------
      * Nothing is written for an ordinary customer. For a sensitive
      * one the inquiry goes on record unless this same task has
      * already recorded it.
      *----------------------------------------------------------------
       LOG-SENSITIVE-ACCESS SECTION.
       LSA010.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-ROW-COUNT
              FROM SENSCUST
              WHERE (SENSCUST_SORTCODE = :HV-SORTCODE AND
                     SENSCUST_CUSTNO = :HV-CUSTNO AND
                     SENSCUST_STATUS = 'A')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO SENSLOG-SUCCESS
              MOVE '2' TO SENSLOG-FAIL-CODE
              GO TO LSA999
           END-IF.

           IF HV-ROW-COUNT = 0
              GO TO LSA999
           END-IF.

           PERFORM GET-TIME-NOW.

           MOVE EIBTASKN TO HV-TASKNO.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-ROW-COUNT
              FROM SENSACC
              WHERE (SENSACC_SORTCODE = :HV-SORTCODE AND
                     SENSACC_CUSTNO = :HV-CUSTNO AND
                     SENSACC_TASKNO = :HV-TASKNO AND
                     SENSACC_ACCESS_DATE = :HV-ACCESS-DATE)
           END-EXEC.

           IF SQLCODE = 0 AND HV-ROW-COUNT > 0
              MOVE 'Y' TO SENSLOG-LOGGED
              GO TO LSA999
           END-IF.

           PERFORM ALLOCATE-NEXT-SENSACC-ID.

           MOVE EIBOPID TO HV-OPERATOR.
           MOVE EIBTRMID TO HV-TERMID.
           MOVE EIBTRNID TO HV-TRANID.
           MOVE SENSLOG-PROGRAM TO HV-PROGRAM.

           IF HV-TERMID = LOW-VALUES
              MOVE SPACES TO HV-TERMID
           END-IF.

           EXEC SQL
              INSERT INTO SENSACC
                 (SENSACC_ID, SENSACC_SORTCODE, SENSACC_CUSTNO,
                  SENSACC_ACCNO, SENSACC_OPERATOR, SENSACC_TERMID,
                  SENSACC_TRANID, SENSACC_PROGRAM, SENSACC_TASKNO,
                  SENSACC_ACCESS_DATE, SENSACC_ACCESS_TIME)
              VALUES
                 (:HV-SENSACC-ID, :HV-SORTCODE, :HV-CUSTNO,
                  :HV-ACCNO, :HV-OPERATOR, :HV-TERMID,
                  :HV-TRANID, :HV-PROGRAM, :HV-TASKNO,
                  :HV-ACCESS-DATE, :HV-ACCESS-TIME)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SENSLOG UNABLE TO INSERT SENSACC ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO SENSLOG-SUCCESS
              MOVE '2' TO SENSLOG-FAIL-CODE
              GO TO LSA999
           END-IF.

           MOVE 'Y' TO SENSLOG-LOGGED.
       LSA999.
           EXIT.

      *----------------------------------------------------------------
       GET-TIME-NOW SECTION.
       GTN010.
           EXEC CICS ASKTIME
              ABSTIME(WS-ABS-TIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABS-TIME)
                     YYYYMMDD(HV-ACCESS-DATE)
                     TIME(WS-TIME-NOW)
           END-EXEC.

           MOVE WS-TIME-NOW TO HV-ACCESS-TIME.
       GTN999.
           EXIT.

      *----------------------------------------------------------------
      * The next log row number, the same GETCTRL round trip OPERLOG
      * uses for its own, keyed per sort code.
      *----------------------------------------------------------------
       ALLOCATE-NEXT-SENSACC-ID SECTION.
       ANSI010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           STRING HV-SORTCODE DELIMITED BY SIZE,
                  '-SACC-LAST' DELIMITED BY SIZE
                  INTO GETCTRL-NAME OF GETCTRL-COMMAREA
           END-STRING.
           MOVE 0 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           COMPUTE HV-SENSACC-ID =
              GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA + 1.

           MOVE 'S' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE HV-SENSACC-ID TO GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA.
           MOVE SPACES TO GETCTRL-VALUE-STR OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.
       ANSI999.
           EXIT.

      *----------------------------------------------------------------
       SENSLOG-RETURN SECTION.
       SR010.
           EXEC CICS RETURN
           END-EXEC.

           GOBACK.
       SR999.
           EXIT.
