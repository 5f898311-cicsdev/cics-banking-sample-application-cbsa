      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: RDRSDRY                                                 *
      *                                                                *
      * Description: Remediation campaign dry run. For every campaign *
      *              still awaiting sign-off (RDRCAMP status 'D')     *
      *              that covers the sort code, the PROCTRAN rows of  *
      *              the campaign's type and date range are totalled  *
      *              per account and recomputed on the campaign's     *
      *              basis (see RDRSDB2). Each account that came out  *
      *              the worse is written to RDRITEM with its redress *
      *              and the compensatory interest due to the payment *
      *              date, and printed for review. Nothing is posted. *
      *              Accounts closed since are still found - from     *
      *              their CLOSECRT certificate row - so the former   *
      *              customer is not left out. The run may be         *
      *              repeated as often as needed: each one replaces   *
      *              the campaign's items for the sort code, until a  *
      *              supervisor signs the campaign off in RDRSFUN.    *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code  *
      *        and yyyymmdd the run date (defaults to today).          *
      *                                                                *
      * Output: Sequential report RDRSDRPT.                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RDRSDRY.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRY-REPORT
                  ASSIGN TO RDRSDRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-FILE
                  ASSIGN TO VSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CUSTOMER-KEY
                  ALTERNATE RECORD KEY IS CUSTOMER-FAMILY-NAME
                     WITH DUPLICATES
                  FILE STATUS  IS WS-CUSTOMER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRY-REPORT.
       01  DRY-REPORT-LINE                  PIC X(132).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD-STRUCTURE.
           COPY CUSTOMER.

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE CLOSECRT END-EXEC.
           EXEC SQL INCLUDE TRFDB2 END-EXEC.
           EXEC SQL INCLUDE RDRSDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 WS-RUN-DATE-X REDEFINES HV-RUN-DATE.
          03 WS-RUN-DATE-YYYY               PIC 9(4).
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.

       01 HV-CAMP-ID                        PIC S9(9) COMP.
       01 HV-CAMP-TITLE                     PIC X(40).
       01 HV-CAMP-ACC-TYPE                  PIC X(8).
       01 HV-CAMP-PROCTRAN-TYPE             PIC X(3).
       01 HV-CAMP-FROM-DATE                 PIC X(8).
       01 HV-CAMP-TO-DATE                   PIC X(8).
       01 HV-CAMP-BASIS                     PIC X.
          88 HV-CAMP-BASIS-FIXED            VALUE 'F'.
          88 HV-CAMP-BASIS-TARIFF           VALUE 'T'.
          88 HV-CAMP-BASIS-PERCENT          VALUE 'P'.
       01 HV-CAMP-FEE-CODE                  PIC X(4).
       01 HV-CAMP-CORRECT-AMT               PIC S9(6)V99 COMP-3.
       01 HV-CAMP-CORRECT-PCT               PIC S9(3)V99 COMP-3.
       01 HV-CAMP-COMP-RATE                 PIC S9(2)V99 COMP-3.
       01 HV-CAMP-PAY-DATE                  PIC X(8).

       01 HV-ACCNO                          PIC X(8).
       01 HV-ACTUAL-AMT                     PIC S9(12)V99 COMP-3.
       01 HV-TXN-COUNT                      PIC S9(9) COMP.
       01 HV-FIRST-DATE                     PIC X(8).

       01 HV-ACC-TYPE                       PIC X(8).
       01 HV-ACC-CUST-NO                    PIC X(10).
       01 HV-CUST-NAME                      PIC X(60).
       01 HV-ACC-OPEN                       PIC X.
       01 HV-TARIFF-AMOUNT                  PIC S9(6)V99 COMP-3.

       01 HV-CORRECT-AMT                    PIC S9(12)V99 COMP-3.
       01 HV-REFUND                         PIC S9(12)V99 COMP-3.
       01 HV-COMP-INTEREST                  PIC S9(12)V99 COMP-3.

       01 WS-TODAY                          PIC 9(8).

       01 WS-CUSTOMER-STATUS                PIC XX.
          88 WS-CUSTOMER-OK                 VALUE '00'.

       01 WS-CAMP-EOF-SW                    PIC X VALUE 'N'.
          88 WS-CAMP-EOF                    VALUE 'Y'.
       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.
       01 WS-ACCOUNT-FOUND-SW               PIC X.
          88 WS-ACCOUNT-FOUND               VALUE 'Y'.

       01 WS-DATE-NUM                       PIC 9(8).
       01 WS-DAYS-OWED                      PIC S9(7) COMP.

       01 WS-CAMPAIGNS-RUN                  PIC 9(8) VALUE 0.
       01 WS-CAMP-ITEMS                     PIC 9(8).
       01 WS-CAMP-TOTAL                     PIC S9(12)V99.
       01 WS-ITEMS-IDENTIFIED               PIC 9(8) VALUE 0.
       01 WS-NO-DETRIMENT                   PIC 9(8) VALUE 0.
       01 WS-NOT-TRACED                     PIC 9(8) VALUE 0.
       01 WS-NO-TARIFF                      PIC 9(8) VALUE 0.
       01 WS-WRITE-FAILED                   PIC 9(8) VALUE 0.
       01 WS-TOTAL-REDRESS                  PIC S9(12)V99 VALUE 0.
       01 WS-TOTAL-INTEREST                 PIC S9(12)V99 VALUE 0.

       01 WS-PRINT-ID                       PIC 9(9).
       01 WS-PRINT-COUNT                    PIC Z(5)9.
       01 WS-PRINT-ACTUAL                   PIC -9(9).99.
       01 WS-PRINT-CORRECT                  PIC -9(9).99.
       01 WS-PRINT-REFUND                   PIC -9(9).99.
       01 WS-PRINT-INTEREST                 PIC -9(9).99.
       01 WS-PRINT-TOTAL                    PIC -9(9).99.
       01 WS-PRINT-OPEN                     PIC X(4).

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

      * Run-control registration (see RUNCTL) - every overnight
      * program records its run and honours the sequencing rules.
       01 RUNCTL-AREA.
           COPY RUNCTLA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
           05 PARM                          PIC X(256).

       PROCEDURE DIVISION USING PARM-BUFFER.
       PREMIERE SECTION.
       A010.
           OPEN OUTPUT DRY-REPORT.
           OPEN INPUT CUSTOMER-FILE.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO DRY-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO DRY-REPORT-LINE
              END-STRING
              WRITE DRY-REPORT-LINE
              CLOSE CUSTOMER-FILE
              CLOSE DRY-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO DRY-REPORT-LINE
           STRING 'REMEDIATION CAMPAIGN DRY RUN - SORTCODE '
               DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               ' - NOTHING HAS BEEN POSTED' DELIMITED BY SIZE
               INTO DRY-REPORT-LINE
           END-STRING
           WRITE DRY-REPORT-LINE.

           PERFORM DRY-RUN-ALL-CAMPAIGNS.

           MOVE WS-TOTAL-REDRESS TO WS-PRINT-REFUND.
           MOVE WS-TOTAL-INTEREST TO WS-PRINT-INTEREST.
           MOVE SPACES TO DRY-REPORT-LINE
           STRING 'CAMPAIGNS=' DELIMITED BY SIZE
               WS-CAMPAIGNS-RUN DELIMITED BY SIZE
               ' ACCOUNTS OWED=' DELIMITED BY SIZE
               WS-ITEMS-IDENTIFIED DELIMITED BY SIZE
               ' REDRESS=' DELIMITED BY SIZE
               WS-PRINT-REFUND DELIMITED BY SIZE
               ' COMPENSATORY INTEREST=' DELIMITED BY SIZE
               WS-PRINT-INTEREST DELIMITED BY SIZE
               INTO DRY-REPORT-LINE
           END-STRING
           WRITE DRY-REPORT-LINE.

           MOVE SPACES TO DRY-REPORT-LINE
           STRING 'NO DETRIMENT=' DELIMITED BY SIZE
               WS-NO-DETRIMENT DELIMITED BY SIZE
               ' NOT TRACED=' DELIMITED BY SIZE
               WS-NOT-TRACED DELIMITED BY SIZE
               ' NO FLAT TARIFF=' DELIMITED BY SIZE
               WS-NO-TARIFF DELIMITED BY SIZE
               ' ITEM WRITE FAILED=' DELIMITED BY SIZE
               WS-WRITE-FAILED DELIMITED BY SIZE
               INTO DRY-REPORT-LINE
           END-STRING
           WRITE DRY-REPORT-LINE.

           CLOSE CUSTOMER-FILE.
           CLOSE DRY-REPORT.

           IF WS-WRITE-FAILED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM REGISTER-RUN-END.

           GOBACK.

       A999.
           EXIT.

      *----------------------------------------------------------------
       REGISTER-RUN-START SECTION.
       RGS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'RDRSDRY ' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-ITEMS-IDENTIFIED TO RUNCTL-RECORD-COUNT.
           MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGE999.
           EXIT.

      *----------------------------------------------------------------
       GET-RUN-PARMS SECTION.
       GRP010.
           MOVE SPACES TO HV-SORTCODE HV-RUN-DATE.

           IF PARM-LENGTH > 0
              UNSTRING PARM(1:PARM-LENGTH) DELIMITED BY ','
                 INTO HV-SORTCODE HV-RUN-DATE
           END-IF.

           IF HV-RUN-DATE = SPACES OR HV-RUN-DATE = LOW-VALUES
              ACCEPT WS-TODAY FROM DATE YYYYMMDD
              MOVE WS-TODAY TO HV-RUN-DATE
           END-IF.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * Every campaign not yet signed off that covers this sort code,
      * by its own code or as one of all of them.
      *----------------------------------------------------------------
       DRY-RUN-ALL-CAMPAIGNS SECTION.
       DRA010.
           EXEC SQL
              DECLARE CAMP_CSR CURSOR FOR
                 SELECT RDRCAMP_ID, RDRCAMP_TITLE, RDRCAMP_ACC_TYPE,
                        RDRCAMP_PROCTRAN_TYPE, RDRCAMP_FROM_DATE,
                        RDRCAMP_TO_DATE, RDRCAMP_BASIS,
                        RDRCAMP_FEE_CODE, RDRCAMP_CORRECT_AMT,
                        RDRCAMP_CORRECT_PCT, RDRCAMP_COMP_RATE,
                        RDRCAMP_PAY_DATE
                 FROM RDRCAMP
                 WHERE RDRCAMP_STATUS = 'D'
                   AND (RDRCAMP_SORTCODE = :HV-SORTCODE OR
                        RDRCAMP_SORTCODE = '*')
                 ORDER BY RDRCAMP_ID
           END-EXEC.

           EXEC SQL OPEN CAMP_CSR END-EXEC.

           MOVE 'N' TO WS-CAMP-EOF-SW.

           PERFORM FETCH-NEXT-CAMPAIGN.

           PERFORM UNTIL WS-CAMP-EOF
              PERFORM DRY-RUN-ONE-CAMPAIGN
              PERFORM FETCH-NEXT-CAMPAIGN
           END-PERFORM.

           EXEC SQL CLOSE CAMP_CSR END-EXEC.
       DRA999.
           EXIT.

       FETCH-NEXT-CAMPAIGN SECTION.
       FNC010.
           EXEC SQL
              FETCH CAMP_CSR
              INTO :HV-CAMP-ID, :HV-CAMP-TITLE, :HV-CAMP-ACC-TYPE,
                   :HV-CAMP-PROCTRAN-TYPE, :HV-CAMP-FROM-DATE,
                   :HV-CAMP-TO-DATE, :HV-CAMP-BASIS,
                   :HV-CAMP-FEE-CODE, :HV-CAMP-CORRECT-AMT,
                   :HV-CAMP-CORRECT-PCT, :HV-CAMP-COMP-RATE,
                   :HV-CAMP-PAY-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-CAMP-EOF-SW
           END-IF.
       FNC999.
           EXIT.

      *----------------------------------------------------------------
      * Throw away whatever an earlier dry run found for this sort
      * code, then total the campaign's PROCTRAN rows per account
      * and assess each account afresh.
      *----------------------------------------------------------------
       DRY-RUN-ONE-CAMPAIGN SECTION.
       DRO010.
           ADD 1 TO WS-CAMPAIGNS-RUN.
           MOVE 0 TO WS-CAMP-ITEMS WS-CAMP-TOTAL.
           MOVE HV-CAMP-ID TO WS-PRINT-ID.

           MOVE SPACES TO DRY-REPORT-LINE.
           WRITE DRY-REPORT-LINE.

           MOVE SPACES TO DRY-REPORT-LINE
           STRING 'CAMPAIGN ' DELIMITED BY SIZE
               WS-PRINT-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-CAMP-TITLE DELIMITED BY SIZE
               ' TYPE ' DELIMITED BY SIZE
               HV-CAMP-PROCTRAN-TYPE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-CAMP-FROM-DATE DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               HV-CAMP-TO-DATE DELIMITED BY SIZE
               ' ACCOUNTS ' DELIMITED BY SIZE
               HV-CAMP-ACC-TYPE DELIMITED BY SIZE
               ' BASIS ' DELIMITED BY SIZE
               HV-CAMP-BASIS DELIMITED BY SIZE
               ' PAY ' DELIMITED BY SIZE
               HV-CAMP-PAY-DATE DELIMITED BY SIZE
               INTO DRY-REPORT-LINE
           END-STRING
           WRITE DRY-REPORT-LINE.

           MOVE SPACES TO DRY-REPORT-LINE
           STRING 'ACCOUNT  STAT CUSTOMER     TXNS'
                  DELIMITED BY SIZE
               '        POSTED       CORRECT       REDRESS'
                  DELIMITED BY SIZE
               '      INTEREST         TOTAL' DELIMITED BY SIZE
               INTO DRY-REPORT-LINE
           END-STRING
           WRITE DRY-REPORT-LINE.

           EXEC SQL
              DELETE FROM RDRITEM
              WHERE RDRITEM_CAMP_ID = :HV-CAMP-ID
                AND RDRITEM_SORTCODE = :HV-SORTCODE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO SQLCODE-DISPLAY
              MOVE SPACES TO DRY-REPORT-LINE
              STRING 'UNABLE TO CLEAR EARLIER DRY RUN SQLCODE='
                     DELIMITED BY SIZE
                  SQLCODE-DISPLAY DELIMITED BY SIZE
                  ' - CAMPAIGN NOT ASSESSED' DELIMITED BY SIZE
                  INTO DRY-REPORT-LINE
              END-STRING
              WRITE DRY-REPORT-LINE
              ADD 1 TO WS-WRITE-FAILED
              GO TO DRO999
           END-IF.

           EXEC SQL
              DECLARE AFCT_CSR CURSOR FOR
                 SELECT PROCTRAN_NUMBER, SUM(PROCTRAN_AMOUNT),
                        COUNT(*),
                        MIN(SUBSTR(PROCTRAN_DATE,7,4) ||
                            SUBSTR(PROCTRAN_DATE,4,2) ||
                            SUBSTR(PROCTRAN_DATE,1,2))
                 FROM PROCTRAN
                 WHERE PROCTRAN_SORTCODE = :HV-SORTCODE
                   AND PROCTRAN_TYPE = :HV-CAMP-PROCTRAN-TYPE
                   AND SUBSTR(PROCTRAN_DATE,7,4) ||
                       SUBSTR(PROCTRAN_DATE,4,2) ||
                       SUBSTR(PROCTRAN_DATE,1,2)
                       BETWEEN :HV-CAMP-FROM-DATE AND :HV-CAMP-TO-DATE
                 GROUP BY PROCTRAN_NUMBER
                 ORDER BY PROCTRAN_NUMBER
           END-EXEC.

           EXEC SQL OPEN AFCT_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-AFFECTED.

           PERFORM UNTIL WS-EOF
              PERFORM ASSESS-ONE-ACCOUNT
              PERFORM FETCH-NEXT-AFFECTED
           END-PERFORM.

           EXEC SQL CLOSE AFCT_CSR END-EXEC.

           EXEC SQL
              UPDATE RDRCAMP
              SET RDRCAMP_DRYRUN_DATE = :HV-RUN-DATE
              WHERE RDRCAMP_ID = :HV-CAMP-ID
           END-EXEC.

           MOVE WS-CAMP-TOTAL TO WS-PRINT-TOTAL.
           MOVE SPACES TO DRY-REPORT-LINE
           STRING 'CAMPAIGN ' DELIMITED BY SIZE
               WS-PRINT-ID DELIMITED BY SIZE
               ' ACCOUNTS OWED=' DELIMITED BY SIZE
               WS-CAMP-ITEMS DELIMITED BY SIZE
               ' TOTAL TO PAY=' DELIMITED BY SIZE
               WS-PRINT-TOTAL DELIMITED BY SIZE
               INTO DRY-REPORT-LINE
           END-STRING
           WRITE DRY-REPORT-LINE.
       DRO999.
           EXIT.

       FETCH-NEXT-AFFECTED SECTION.
       FNA010.
           EXEC SQL
              FETCH AFCT_CSR
              INTO :HV-ACCNO, :HV-ACTUAL-AMT, :HV-TXN-COUNT,
                   :HV-FIRST-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNA999.
           EXIT.

      *----------------------------------------------------------------
      * One affected account: who holds (or held) it, whether the
      * campaign covers its type, what it should have been charged
      * or paid, and so what it is owed.
      *----------------------------------------------------------------
       ASSESS-ONE-ACCOUNT SECTION.
       AOA010.
           PERFORM FIND-THE-ACCOUNT.

           IF NOT WS-ACCOUNT-FOUND
              ADD 1 TO WS-NOT-TRACED
              MOVE SPACES TO DRY-REPORT-LINE
              STRING HV-ACCNO DELIMITED BY SIZE
                  ' NOT TRACED - NEITHER OPEN NOR CLOSED HERE,'
                     DELIMITED BY SIZE
                  ' REFER TO OPERATIONS' DELIMITED BY SIZE
                  INTO DRY-REPORT-LINE
              END-STRING
              WRITE DRY-REPORT-LINE
              GO TO AOA999
           END-IF.

           IF HV-CAMP-ACC-TYPE NOT = '*' AND
              HV-CAMP-ACC-TYPE NOT = HV-ACC-TYPE
              GO TO AOA999
           END-IF.

      *
      *    A charge is posted negative and so is its correction: the
      *    right amount carries the sign of what was actually posted.
      *
           EVALUATE TRUE
              WHEN HV-CAMP-BASIS-PERCENT
                 COMPUTE HV-CORRECT-AMT ROUNDED =
                    HV-ACTUAL-AMT * HV-CAMP-CORRECT-PCT / 100
              WHEN HV-CAMP-BASIS-TARIFF
                 EXEC SQL
                    SELECT TARIFF_AMOUNT
                    INTO :HV-TARIFF-AMOUNT
                    FROM TARIFF
                    WHERE TARIFF_FEE_CODE = :HV-CAMP-FEE-CODE
                      AND TARIFF_ACC_TYPE = :HV-ACC-TYPE
                      AND TARIFF_PCT = 0
                 END-EXEC
                 IF SQLCODE NOT = 0
                    ADD 1 TO WS-NO-TARIFF
                    MOVE SPACES TO DRY-REPORT-LINE
                    STRING HV-ACCNO DELIMITED BY SIZE
                        ' NO FLAT TARIFF ' DELIMITED BY SIZE
                        HV-CAMP-FEE-CODE DELIMITED BY SIZE
                        ' FOR TYPE ' DELIMITED BY SIZE
                        HV-ACC-TYPE DELIMITED BY SIZE
                        ' - NOT ASSESSED' DELIMITED BY SIZE
                        INTO DRY-REPORT-LINE
                    END-STRING
                    WRITE DRY-REPORT-LINE
                    GO TO AOA999
                 END-IF
                 COMPUTE HV-CORRECT-AMT =
                    HV-TXN-COUNT * HV-TARIFF-AMOUNT
              WHEN OTHER
                 COMPUTE HV-CORRECT-AMT =
                    HV-TXN-COUNT * HV-CAMP-CORRECT-AMT
           END-EVALUATE.

           IF NOT HV-CAMP-BASIS-PERCENT AND HV-ACTUAL-AMT < 0
              COMPUTE HV-CORRECT-AMT = 0 - HV-CORRECT-AMT
           END-IF.

           COMPUTE HV-REFUND = HV-CORRECT-AMT - HV-ACTUAL-AMT.

           IF HV-REFUND NOT > 0
              ADD 1 TO WS-NO-DETRIMENT
              GO TO AOA999
           END-IF.

      *
      *    Simple interest at the campaign rate from the first wrong
      *    posting to the day the money is to be paid.
      *
           MOVE HV-FIRST-DATE TO WS-DATE-NUM.
           COMPUTE WS-DAYS-OWED =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE HV-CAMP-PAY-DATE TO WS-DATE-NUM.
           COMPUTE WS-DAYS-OWED =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - WS-DAYS-OWED.

           IF WS-DAYS-OWED < 0
              MOVE 0 TO WS-DAYS-OWED
           END-IF.

           COMPUTE HV-COMP-INTEREST ROUNDED =
              HV-REFUND * HV-CAMP-COMP-RATE * WS-DAYS-OWED / 36500.

           EXEC SQL
              INSERT INTO RDRITEM
                 (RDRITEM_CAMP_ID, RDRITEM_SORTCODE, RDRITEM_ACCNO,
                  RDRITEM_CUSTNO, RDRITEM_CUST_NAME,
                  RDRITEM_ACC_OPEN, RDRITEM_TXN_COUNT,
                  RDRITEM_FIRST_DATE, RDRITEM_ACTUAL_AMT,
                  RDRITEM_CORRECT_AMT, RDRITEM_REFUND,
                  RDRITEM_COMP_INTEREST, RDRITEM_STATUS,
                  RDRITEM_METHOD, RDRITEM_PAID_AMT,
                  RDRITEM_PAID_DATE, RDRITEM_PAID_SORTCODE,
                  RDRITEM_PAID_ACCNO)
              VALUES
                 (:HV-CAMP-ID, :HV-SORTCODE, :HV-ACCNO,
                  :HV-ACC-CUST-NO, :HV-CUST-NAME,
                  :HV-ACC-OPEN, :HV-TXN-COUNT,
                  :HV-FIRST-DATE, :HV-ACTUAL-AMT,
                  :HV-CORRECT-AMT, :HV-REFUND,
                  :HV-COMP-INTEREST, 'I',
                  ' ', 0,
                  ' ', ' ',
                  ' ')
           END-EXEC.

           IF SQLCODE NOT = 0
              ADD 1 TO WS-WRITE-FAILED
              MOVE SQLCODE TO SQLCODE-DISPLAY
              MOVE SPACES TO DRY-REPORT-LINE
              STRING HV-ACCNO DELIMITED BY SIZE
                  ' UNABLE TO RECORD ITEM SQLCODE=' DELIMITED BY SIZE
                  SQLCODE-DISPLAY DELIMITED BY SIZE
                  INTO DRY-REPORT-LINE
              END-STRING
              WRITE DRY-REPORT-LINE
              GO TO AOA999
           END-IF.

           ADD 1 TO WS-ITEMS-IDENTIFIED WS-CAMP-ITEMS.
           ADD HV-REFUND TO WS-TOTAL-REDRESS.
           ADD HV-COMP-INTEREST TO WS-TOTAL-INTEREST.
           COMPUTE WS-CAMP-TOTAL =
              WS-CAMP-TOTAL + HV-REFUND + HV-COMP-INTEREST.

           IF HV-ACC-OPEN = 'Y'
              MOVE 'OPEN' TO WS-PRINT-OPEN
           ELSE
              MOVE 'CLSD' TO WS-PRINT-OPEN
           END-IF.

           MOVE HV-TXN-COUNT TO WS-PRINT-COUNT.
           MOVE HV-ACTUAL-AMT TO WS-PRINT-ACTUAL.
           MOVE HV-CORRECT-AMT TO WS-PRINT-CORRECT.
           MOVE HV-REFUND TO WS-PRINT-REFUND.
           MOVE HV-COMP-INTEREST TO WS-PRINT-INTEREST.
           COMPUTE WS-PRINT-TOTAL = HV-REFUND + HV-COMP-INTEREST.

           MOVE SPACES TO DRY-REPORT-LINE
           STRING HV-ACCNO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-OPEN DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-ACC-CUST-NO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-ACTUAL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-CORRECT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-REFUND DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-INTEREST DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-TOTAL DELIMITED BY SIZE
               INTO DRY-REPORT-LINE
           END-STRING
           WRITE DRY-REPORT-LINE.
       AOA999.
           EXIT.

      *----------------------------------------------------------------
      * An open account names its customer on ACCOUNT and the name
      * comes off the customer file; one closed since the error is
      * found on the closing certificate DELACC wrote for it.
      *----------------------------------------------------------------
       FIND-THE-ACCOUNT SECTION.
       FTA010.
           MOVE 'Y' TO WS-ACCOUNT-FOUND-SW.
           MOVE SPACES TO HV-CUST-NAME.

           EXEC SQL
              SELECT ACCOUNT_TYPE, ACCOUNT_CUSTOMER_NUMBER
              INTO :HV-ACC-TYPE, :HV-ACC-CUST-NO
              FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-SORTCODE
                AND ACCOUNT_NUMBER = :HV-ACCNO
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'Y' TO HV-ACC-OPEN
              MOVE HV-SORTCODE TO CUSTOMER-SORTCODE
              MOVE HV-ACC-CUST-NO TO CUSTOMER-NUMBER
              READ CUSTOMER-FILE
                 INVALID KEY
                    MOVE SPACES TO HV-CUST-NAME
                 NOT INVALID KEY
                    MOVE CUSTOMER-NAME TO HV-CUST-NAME
              END-READ
              GO TO FTA999
           END-IF.

           EXEC SQL
              SELECT COALESCE(CLOSECRT_ACC_TYPE, ' '),
                     COALESCE(CLOSECRT_CUST_NUMBER, ' '),
                     COALESCE(CLOSECRT_CUST_NAME, ' ')
              INTO :HV-ACC-TYPE, :HV-ACC-CUST-NO, :HV-CUST-NAME
              FROM CLOSECRT
              WHERE CLOSECRT_SORTCODE = :HV-SORTCODE
                AND CLOSECRT_ACC_NUMBER = :HV-ACCNO
              ORDER BY CLOSECRT_ID DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'N' TO HV-ACC-OPEN
           ELSE
              MOVE 'N' TO WS-ACCOUNT-FOUND-SW
           END-IF.
       FTA999.
           EXIT.
