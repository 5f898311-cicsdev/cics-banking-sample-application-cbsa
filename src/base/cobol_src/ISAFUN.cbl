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
      * Title: ISAFUN                                                  *
      *                                                                *
      * Description: ISA subscription service, LINKed with the ISAFUN *
      *              commarea. Every credit to an ISA counts towards  *
      *              its owner's subscriptions for the tax year (6    *
      *              April to 5 April) on the ISASUB table. CHECK     *
      *              refuses a credit that would take the year's      *
      *              subscriptions past the annual allowance (CONTROL *
      *              ISA-ALLOWANCE, default 20000) or pay into a      *
      *              second ISA in the same year; RECORD applies the  *
      *              same rules and adds the credit once the caller   *
      *              knows it will post. DBCRFUN and XFRFUN CHECK      *
      *              before posting and RECORD after; ISASUBS does    *
      *              the same for the batch credit runs. INQUIRE       *
      *              returns the year's figures for the screens.       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISAFUN.
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

           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE ISADB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-ACCNO                          PIC X(8).
       01 HV-ACCOUNT-TYPE                   PIC X(8).
       01 HV-ACCOUNT-CUST-NO                PIC X(10).

       01 HV-ISASUB-TAX-YEAR                PIC X(4).
       01 HV-ISASUB-ACCNO                   PIC X(8).
       01 HV-ISASUB-SUBSCRIBED              PIC S9(10)V99 COMP-3.
       01 HV-ISASUB-DATE                    PIC X(8).

       01 GETCTRL-COMMAREA.
           COPY GETCTRL.

       01 WS-ALLOWANCE-DEFAULT              PIC S9(9) COMP VALUE 20000.

       01 WS-BUSINESS-DATE                  PIC 9(8).
       01 WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE.
          03 WS-BD-YYYY                     PIC 9(4).
          03 WS-BD-MMDD                     PIC 9(4).
       01 WS-TAX-YEAR-NUM                   PIC 9(4).

       01 WS-ROW-FOUND-SW                   PIC X.
          88 WS-ROW-FOUND                   VALUE 'Y'.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY ISAFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO ISAFUN-SUCCESS.
           MOVE SPACE TO ISAFUN-FAIL-CODE.

           MOVE ISAFUN-SORTCODE TO HV-SORTCODE.
           MOVE ISAFUN-ACCNO TO HV-ACCNO.

           IF ISAFUN-DATE = 0
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           ELSE
              MOVE ISAFUN-DATE TO WS-BUSINESS-DATE
           END-IF.
           MOVE WS-BUSINESS-DATE TO HV-ISASUB-DATE.

           EVALUATE TRUE
              WHEN ISAFUN-CHECK
              WHEN ISAFUN-RECORD
              WHEN ISAFUN-INQUIRE
                 PERFORM READ-SUBSCRIPTION-YEAR
              WHEN OTHER
                 MOVE 'N' TO ISAFUN-SUCCESS
                 MOVE '9' TO ISAFUN-FAIL-CODE
           END-EVALUATE.

           IF ISAFUN-SUCCESS = 'Y' AND NOT ISAFUN-INQUIRE
              PERFORM CHECK-SUBSCRIPTION
           END-IF.

           IF ISAFUN-SUCCESS = 'Y' AND ISAFUN-RECORD
              PERFORM RECORD-SUBSCRIPTION
           END-IF.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * The account must be an ISA. Its owner's subscriptions for the
      * tax year the business date falls in, and the allowance, are
      * handed back whatever the function.
      *----------------------------------------------------------------
       READ-SUBSCRIPTION-YEAR SECTION.
       RSY010.
           EXEC SQL
              SELECT ACCOUNT_TYPE, ACCOUNT_CUSTOMER_NUMBER
              INTO :HV-ACCOUNT-TYPE, :HV-ACCOUNT-CUST-NO
              FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-SORTCODE
                AND ACCOUNT_NUMBER = :HV-ACCNO
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO ISAFUN-SUCCESS
              IF SQLCODE = +100
                 MOVE '1' TO ISAFUN-FAIL-CODE
              ELSE
                 MOVE '2' TO ISAFUN-FAIL-CODE
              END-IF
              GO TO RSY999
           END-IF.

           IF HV-ACCOUNT-TYPE NOT = 'ISA     '
              MOVE 'N' TO ISAFUN-SUCCESS
              MOVE '4' TO ISAFUN-FAIL-CODE
              GO TO RSY999
           END-IF.

           MOVE HV-ACCOUNT-CUST-NO TO ISAFUN-CUSTNO.

      *
      *    The tax year starts on 6 April and is known by the year
      *    it starts in.
      *
           MOVE WS-BD-YYYY TO WS-TAX-YEAR-NUM.
           IF WS-BD-MMDD < 0406
              SUBTRACT 1 FROM WS-TAX-YEAR-NUM
           END-IF.
           MOVE WS-TAX-YEAR-NUM TO HV-ISASUB-TAX-YEAR.
           MOVE HV-ISASUB-TAX-YEAR TO ISAFUN-TAX-YEAR.

           PERFORM GET-ALLOWANCE.

           MOVE 'N' TO WS-ROW-FOUND-SW.

           EXEC SQL
              SELECT ISASUB_ACCNO, ISASUB_SUBSCRIBED
              INTO :HV-ISASUB-ACCNO, :HV-ISASUB-SUBSCRIBED
              FROM ISASUB
              WHERE ISASUB_SORTCODE = :HV-SORTCODE
                AND ISASUB_CUSTNO = :HV-ACCOUNT-CUST-NO
                AND ISASUB_TAX_YEAR = :HV-ISASUB-TAX-YEAR
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'Y' TO WS-ROW-FOUND-SW
              WHEN +100
                 MOVE HV-ACCNO TO HV-ISASUB-ACCNO
                 MOVE 0 TO HV-ISASUB-SUBSCRIBED
              WHEN OTHER
                 MOVE 'N' TO ISAFUN-SUCCESS
                 MOVE '2' TO ISAFUN-FAIL-CODE
                 GO TO RSY999
           END-EVALUATE.

           MOVE HV-ISASUB-ACCNO TO ISAFUN-SUB-ACCNO.
           MOVE HV-ISASUB-SUBSCRIBED TO ISAFUN-SUBSCRIBED.
           COMPUTE ISAFUN-REMAINING =
              ISAFUN-ALLOWANCE - ISAFUN-SUBSCRIBED.

           IF ISAFUN-REMAINING < 0
              MOVE 0 TO ISAFUN-REMAINING
           END-IF.
       RSY999.
           EXIT.

      *----------------------------------------------------------------
      * One ISA per customer per tax year, and no more than the
      * allowance paid into it.
      *----------------------------------------------------------------
       CHECK-SUBSCRIPTION SECTION.
       CS010.
           IF ISAFUN-AMOUNT NOT > 0
              MOVE 'N' TO ISAFUN-SUCCESS
              MOVE '3' TO ISAFUN-FAIL-CODE
              GO TO CS999
           END-IF.

           IF HV-ISASUB-ACCNO NOT = HV-ACCNO
              AND HV-ISASUB-SUBSCRIBED > 0
              MOVE 'N' TO ISAFUN-SUCCESS
              MOVE '6' TO ISAFUN-FAIL-CODE
              GO TO CS999
           END-IF.

           IF ISAFUN-AMOUNT > ISAFUN-REMAINING
              MOVE 'N' TO ISAFUN-SUCCESS
              MOVE '5' TO ISAFUN-FAIL-CODE
           END-IF.
       CS999.
           EXIT.

      *----------------------------------------------------------------
      * Add the credit to the year's subscriptions - the first credit
      * of the year fixes which ISA the customer is using.
      *----------------------------------------------------------------
       RECORD-SUBSCRIPTION SECTION.
       RS010.
           COMPUTE HV-ISASUB-SUBSCRIBED =
              HV-ISASUB-SUBSCRIBED + ISAFUN-AMOUNT.

           IF WS-ROW-FOUND
              EXEC SQL
                 UPDATE ISASUB
                 SET ISASUB_ACCNO = :HV-ACCNO,
                     ISASUB_SUBSCRIBED = :HV-ISASUB-SUBSCRIBED,
                     ISASUB_LAST_DATE = :HV-ISASUB-DATE
                 WHERE ISASUB_SORTCODE = :HV-SORTCODE
                   AND ISASUB_CUSTNO = :HV-ACCOUNT-CUST-NO
                   AND ISASUB_TAX_YEAR = :HV-ISASUB-TAX-YEAR
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO ISASUB
                    (ISASUB_SORTCODE, ISASUB_CUSTNO, ISASUB_TAX_YEAR,
                     ISASUB_ACCNO, ISASUB_SUBSCRIBED,
                     ISASUB_FIRST_DATE, ISASUB_LAST_DATE,
                     ISASUB_STATUS)
                 VALUES
                    (:HV-SORTCODE, :HV-ACCOUNT-CUST-NO,
                     :HV-ISASUB-TAX-YEAR, :HV-ACCNO,
                     :HV-ISASUB-SUBSCRIBED, :HV-ISASUB-DATE,
                     :HV-ISASUB-DATE, 'O')
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'ISAFUN UNABLE TO RECORD ISASUB ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO ISAFUN-SUCCESS
              MOVE '2' TO ISAFUN-FAIL-CODE
              GO TO RS999
           END-IF.

           MOVE HV-ACCNO TO ISAFUN-SUB-ACCNO.
           MOVE HV-ISASUB-SUBSCRIBED TO ISAFUN-SUBSCRIBED.
           COMPUTE ISAFUN-REMAINING =
              ISAFUN-ALLOWANCE - ISAFUN-SUBSCRIBED.
       RS999.
           EXIT.

      *----------------------------------------------------------------
      * The annual allowance in whole currency units - CONTROL
      * ISA-ALLOWANCE, default 20000.
      *----------------------------------------------------------------
       GET-ALLOWANCE SECTION.
       GA010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE 'ISA-ALLOWANCE' TO GETCTRL-NAME OF GETCTRL-COMMAREA.
           MOVE WS-ALLOWANCE-DEFAULT
              TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           MOVE GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA
              TO ISAFUN-ALLOWANCE.
       GA999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.
           EXEC CICS RETURN
           END-EXEC.

           GOBACK.
       GMOOH999.
           EXIT.
