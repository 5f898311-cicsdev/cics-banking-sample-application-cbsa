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
      * Title: CCACFUN                                                 *
      *                                                                *
      * Description: Credit card terms service (CCACCT). SETUP gives  *
      *              a CREDCARD account opened through CREACC its      *
      *              billing terms - repayment account, payment        *
      *              option and cycle day - and schedules its first    *
      *              statement for the next cycle day; PAYMENT         *
      *              changes where and how much the CCCOLL collection  *
      *              takes; INQUIRE returns the terms with the last    *
      *              statement's balance, minimum payment and due      *
      *              date. The credit limit is the account's           *
      *              overdraft limit and is maintained there.          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCACFUN.
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
           EXEC SQL INCLUDE CCACDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-ACCOUNT-SORTCODE               PIC X(6).
       01 HV-ACCOUNT-ACC-NO                 PIC X(8).
       01 HV-ACCOUNT-TYPE                   PIC X(8).
       01 HV-ACCOUNT-CUSTNO                 PIC X(10).
       01 HV-ACCOUNT-OVERDRAFT-LIM          PIC S9(9) COMP.
       01 HV-PAY-ACC-TYPE                   PIC X(8).
       01 HV-PAY-ACC-CUSTNO                 PIC X(10).

       01 HV-CCACCT-PAY-ACCNO               PIC X(8).
       01 HV-CCACCT-PAY-OPTION              PIC X.
       01 HV-CCACCT-CYCLE-DAY               PIC S9(9) COMP.
       01 HV-CCACCT-NEXT-STMT-DATE          PIC X(8).
       01 HV-CCACCT-STMT-BALANCE            PIC S9(10)V99 COMP-3.
       01 HV-CCACCT-MIN-DUE                 PIC S9(10)V99 COMP-3.
       01 HV-CCACCT-DUE-DATE                PIC X(8).

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-TODAY-YMD                      PIC X(8).
       01 WS-TODAY-GRP REDEFINES WS-TODAY-YMD.
          03 WS-TODAY-YYYY                  PIC 9999.
          03 WS-TODAY-MM                    PIC 99.
          03 WS-TODAY-DD                    PIC 99.

       01 WS-NEXT-STMT-GRP.
          03 WS-NEXT-STMT-YYYY              PIC 9999.
          03 WS-NEXT-STMT-MM                PIC 99.
          03 WS-NEXT-STMT-DD                PIC 99.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY CCACFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO CCACFUN-SUCCESS.
           MOVE SPACE TO CCACFUN-FAIL-CODE.

           PERFORM POPULATE-TIME-DATE.

           MOVE CCACFUN-SORTCODE TO HV-ACCOUNT-SORTCODE.
           MOVE CCACFUN-ACCNO TO HV-ACCOUNT-ACC-NO.

           EVALUATE TRUE
              WHEN CCACFUN-SETUP
                 PERFORM SET-UP-TERMS
              WHEN CCACFUN-PAYMENT
                 PERFORM CHANGE-PAYMENT
              WHEN CCACFUN-INQUIRE
                 PERFORM INQUIRE-TERMS
              WHEN OTHER
                 MOVE 'N' TO CCACFUN-SUCCESS
                 MOVE '9' TO CCACFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * New terms for a card account. The first cycle closes on the
      * next cycle day after today; nothing is owed yet, so the
      * card starts inside its interest-free period.
      *----------------------------------------------------------------
       SET-UP-TERMS SECTION.
       SUT010.
           IF CCACFUN-CYCLE-DAY = 0
              IF WS-TODAY-DD > 28
                 MOVE 28 TO CCACFUN-CYCLE-DAY
              ELSE
                 MOVE WS-TODAY-DD TO CCACFUN-CYCLE-DAY
              END-IF
           END-IF.

           IF CCACFUN-CYCLE-DAY > 28 OR
              (CCACFUN-PAY-OPTION NOT = 'M' AND
               CCACFUN-PAY-OPTION NOT = 'F')
              MOVE 'N' TO CCACFUN-SUCCESS
              MOVE '8' TO CCACFUN-FAIL-CODE
              GO TO SUT999
           END-IF.

           PERFORM READ-CARD-ACCOUNT.

           IF CCACFUN-SUCCESS = 'N'
              GO TO SUT999
           END-IF.

           PERFORM CHECK-PAY-ACCOUNT.

           IF CCACFUN-SUCCESS = 'N'
              GO TO SUT999
           END-IF.

           MOVE WS-TODAY-YYYY TO WS-NEXT-STMT-YYYY.
           MOVE WS-TODAY-MM TO WS-NEXT-STMT-MM.
           MOVE CCACFUN-CYCLE-DAY TO WS-NEXT-STMT-DD.

           IF CCACFUN-CYCLE-DAY NOT > WS-TODAY-DD
              ADD 1 TO WS-NEXT-STMT-MM
              IF WS-NEXT-STMT-MM > 12
                 MOVE 1 TO WS-NEXT-STMT-MM
                 ADD 1 TO WS-NEXT-STMT-YYYY
              END-IF
           END-IF.

           MOVE CCACFUN-PAY-ACCNO TO HV-CCACCT-PAY-ACCNO.
           MOVE CCACFUN-PAY-OPTION TO HV-CCACCT-PAY-OPTION.
           MOVE CCACFUN-CYCLE-DAY TO HV-CCACCT-CYCLE-DAY.
           MOVE WS-NEXT-STMT-GRP TO HV-CCACCT-NEXT-STMT-DATE.

           EXEC SQL
              INSERT INTO CCACCT
                 (CCACCT_SORTCODE, CCACCT_ACCNO, CCACCT_PAY_ACCNO,
                  CCACCT_PAY_OPTION, CCACCT_CYCLE_DAY,
                  CCACCT_LAST_STMT_DATE, CCACCT_NEXT_STMT_DATE,
                  CCACCT_STMT_BALANCE, CCACCT_MIN_DUE,
                  CCACCT_DUE_DATE, CCACCT_COLLECTED,
                  CCACCT_PAID_IN_FULL, CCACCT_STATUS)
              VALUES
                 (:HV-ACCOUNT-SORTCODE, :HV-ACCOUNT-ACC-NO,
                  :HV-CCACCT-PAY-ACCNO, :HV-CCACCT-PAY-OPTION,
                  :HV-CCACCT-CYCLE-DAY, '00000000',
                  :HV-CCACCT-NEXT-STMT-DATE, 0, 0, ' ', 'Y', 'Y',
                  'A')
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-CCACCT-NEXT-STMT-DATE
                    TO CCACFUN-NEXT-STMT-DATE
                 MOVE HV-ACCOUNT-OVERDRAFT-LIM TO CCACFUN-CREDIT-LIMIT
              WHEN -803
                 MOVE 'N' TO CCACFUN-SUCCESS
                 MOVE '3' TO CCACFUN-FAIL-CODE
              WHEN OTHER
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'CCACFUN UNABLE TO INSERT CCACCT ROW'
                    ' SQLCODE=' SQLCODE-DISPLAY
                 MOVE 'N' TO CCACFUN-SUCCESS
                 MOVE '2' TO CCACFUN-FAIL-CODE
           END-EVALUATE.
       SUT999.
           EXIT.

      *----------------------------------------------------------------
      * A new repayment account, a new option, or both - whichever
      * the caller fills in. Takes effect from the next collection.
      *----------------------------------------------------------------
       CHANGE-PAYMENT SECTION.
       CP010.
           PERFORM READ-CARD-ACCOUNT.

           IF CCACFUN-SUCCESS = 'N'
              GO TO CP999
           END-IF.

           PERFORM READ-TERMS.

           IF CCACFUN-SUCCESS = 'N'
              GO TO CP999
           END-IF.

           IF CCACFUN-PAY-OPTION NOT = SPACE
              IF CCACFUN-PAY-OPTION NOT = 'M' AND
                 CCACFUN-PAY-OPTION NOT = 'F'
                 MOVE 'N' TO CCACFUN-SUCCESS
                 MOVE '8' TO CCACFUN-FAIL-CODE
                 GO TO CP999
              END-IF
              MOVE CCACFUN-PAY-OPTION TO HV-CCACCT-PAY-OPTION
           END-IF.

           IF CCACFUN-PAY-ACCNO NOT = SPACES
              PERFORM CHECK-PAY-ACCOUNT
              IF CCACFUN-SUCCESS = 'N'
                 GO TO CP999
              END-IF
              MOVE CCACFUN-PAY-ACCNO TO HV-CCACCT-PAY-ACCNO
           END-IF.

           EXEC SQL
              UPDATE CCACCT
              SET CCACCT_PAY_ACCNO = :HV-CCACCT-PAY-ACCNO,
                  CCACCT_PAY_OPTION = :HV-CCACCT-PAY-OPTION
              WHERE (CCACCT_SORTCODE = :HV-ACCOUNT-SORTCODE AND
                     CCACCT_ACCNO = :HV-ACCOUNT-ACC-NO)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO CCACFUN-SUCCESS
              MOVE '2' TO CCACFUN-FAIL-CODE
              GO TO CP999
           END-IF.

           PERFORM RETURN-TERMS.
       CP999.
           EXIT.

      *----------------------------------------------------------------
       INQUIRE-TERMS SECTION.
       IT010.
           PERFORM READ-CARD-ACCOUNT.

           IF CCACFUN-SUCCESS = 'N'
              GO TO IT999
           END-IF.

           PERFORM READ-TERMS.

           IF CCACFUN-SUCCESS = 'N'
              GO TO IT999
           END-IF.

           PERFORM RETURN-TERMS.
       IT999.
           EXIT.

      *----------------------------------------------------------------
       READ-CARD-ACCOUNT SECTION.
       RCA010.
           EXEC SQL
              SELECT ACCOUNT_TYPE, ACCOUNT_CUSTOMER_NUMBER,
                     ACCOUNT_OVERDRAFT_LIMIT
              INTO :HV-ACCOUNT-TYPE, :HV-ACCOUNT-CUSTNO,
                   :HV-ACCOUNT-OVERDRAFT-LIM
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-ACCOUNT-ACC-NO)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 IF HV-ACCOUNT-TYPE NOT = 'CREDCARD'
                    MOVE 'N' TO CCACFUN-SUCCESS
                    MOVE '1' TO CCACFUN-FAIL-CODE
                 END-IF
              WHEN 100
                 MOVE 'N' TO CCACFUN-SUCCESS
                 MOVE '1' TO CCACFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO CCACFUN-SUCCESS
                 MOVE '2' TO CCACFUN-FAIL-CODE
           END-EVALUATE.
       RCA999.
           EXIT.

      *----------------------------------------------------------------
      * Repayments come only from the card holder's own CURRENT
      * account on this sort code.
      *----------------------------------------------------------------
       CHECK-PAY-ACCOUNT SECTION.
       CPA010.
           EXEC SQL
              SELECT ACCOUNT_TYPE, ACCOUNT_CUSTOMER_NUMBER
              INTO :HV-PAY-ACC-TYPE, :HV-PAY-ACC-CUSTNO
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE AND
                     ACCOUNT_NUMBER = :CCACFUN-PAY-ACCNO)
           END-EXEC.

           IF SQLCODE NOT = 0 OR
              HV-PAY-ACC-TYPE NOT = 'CURRENT ' OR
              HV-PAY-ACC-CUSTNO NOT = HV-ACCOUNT-CUSTNO
              MOVE 'N' TO CCACFUN-SUCCESS
              MOVE '4' TO CCACFUN-FAIL-CODE
           END-IF.
       CPA999.
           EXIT.

      *----------------------------------------------------------------
       READ-TERMS SECTION.
       RT010.
           EXEC SQL
              SELECT CCACCT_PAY_ACCNO, CCACCT_PAY_OPTION,
                     CCACCT_CYCLE_DAY, CCACCT_NEXT_STMT_DATE,
                     CCACCT_STMT_BALANCE, CCACCT_MIN_DUE,
                     CCACCT_DUE_DATE
              INTO :HV-CCACCT-PAY-ACCNO, :HV-CCACCT-PAY-OPTION,
                   :HV-CCACCT-CYCLE-DAY, :HV-CCACCT-NEXT-STMT-DATE,
                   :HV-CCACCT-STMT-BALANCE, :HV-CCACCT-MIN-DUE,
                   :HV-CCACCT-DUE-DATE
              FROM CCACCT
              WHERE (CCACCT_SORTCODE = :HV-ACCOUNT-SORTCODE AND
                     CCACCT_ACCNO = :HV-ACCOUNT-ACC-NO AND
                     CCACCT_STATUS = 'A')
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO CCACFUN-SUCCESS
                 MOVE '1' TO CCACFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO CCACFUN-SUCCESS
                 MOVE '2' TO CCACFUN-FAIL-CODE
           END-EVALUATE.
       RT999.
           EXIT.

       RETURN-TERMS SECTION.
       RTM010.
           MOVE HV-CCACCT-PAY-ACCNO TO CCACFUN-PAY-ACCNO.
           MOVE HV-CCACCT-PAY-OPTION TO CCACFUN-PAY-OPTION.
           MOVE HV-CCACCT-CYCLE-DAY TO CCACFUN-CYCLE-DAY.
           MOVE HV-ACCOUNT-OVERDRAFT-LIM TO CCACFUN-CREDIT-LIMIT.
           MOVE HV-CCACCT-NEXT-STMT-DATE TO CCACFUN-NEXT-STMT-DATE.
           MOVE HV-CCACCT-STMT-BALANCE TO CCACFUN-STMT-BALANCE.
           MOVE HV-CCACCT-MIN-DUE TO CCACFUN-MIN-DUE.
           MOVE HV-CCACCT-DUE-DATE TO CCACFUN-DUE-DATE.
       RTM999.
           EXIT.

      *----------------------------------------------------------------
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
