      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: POOLINT                                                 *
      *                                                                *
      * Description: Daily batch for notional interest pools (see     *
      *              POOLDB2). For every active pool on the sort code  *
      *              one day's interest is worked out on the net of    *
      *              its participants' balances - an overdrawn         *
      *              account offsetting one in credit - at the pool's  *
      *              rate, NET * RATE% / 365, the same day count       *
      *              INTACCR uses, and shared out among the            *
      *              participants on the same side as the net in       *
      *              proportion to their balances. No money moves      *
      *              until a pool's posting date comes round; then     *
      *              each participant is paid (or charged) its own     *
      *              accrued share, or the whole of it goes to the     *
      *              header account, as the pool's method says, as a   *
      *              PROCTRAN row of type INT. Credit interest is      *
      *              paid net of withholding tax on the receiving      *
      *              account's owner, and recorded on TAXWH, exactly   *
      *              as INTACCR pays it. A closed pool is posted on    *
      *              the next run whatever its date. INTACCR leaves    *
      *              pooled accounts to this program.                  *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the run date (defaults to today). Like     *
      *        INTACCR, nothing is accrued or posted on a weekend.     *
      *                                                                *
      * Output: Sequential report POOLRPT.                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POOLINT.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POOL-REPORT
                  ASSIGN TO POOLRPT
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
       FD  POOL-REPORT.
       01  POOL-REPORT-LINE                 PIC X(132).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD-STRUCTURE.
           COPY CUSTOMER.

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE POOLDB2 END-EXEC.
           EXEC SQL INCLUDE TAXDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 WS-RUN-DATE-X REDEFINES HV-RUN-DATE.
          03 WS-RUN-DATE-YYYY               PIC 9(4).
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RUN-DATE-NUM REDEFINES HV-RUN-DATE PIC 9(8).

       01 HV-POOL-ID                        PIC S9(9) COMP.
       01 HV-POOL-RATE                      PIC S9(2)V99 COMP-3.
       01 HV-POOL-METHOD                    PIC X.
       01 HV-POOL-HEADER-ACCNO              PIC X(8).
       01 HV-POOL-FREQUENCY                 PIC X.
       01 HV-POOL-NEXT-POST                 PIC X(8).
       01 HV-POOL-ACCRUED                   PIC S9(10)V9(4) COMP-3.
       01 HV-POOL-STATUS                    PIC X.

       01 HV-NET-BALANCE                    PIC S9(12)V99 COMP-3.
       01 HV-CREDIT-BALANCE                 PIC S9(12)V99 COMP-3.
       01 HV-DEBIT-BALANCE                  PIC S9(12)V99 COMP-3.
       01 HV-NET-IND                        PIC S9(4) COMP.
       01 HV-CREDIT-IND                     PIC S9(4) COMP.
       01 HV-DEBIT-IND                      PIC S9(4) COMP.
       01 HV-NET-SIDE                       PIC X.

       01 HV-MBR-ACCNO                      PIC X(8).
       01 HV-MBR-BALANCE                    PIC S9(10)V99 COMP-3.
       01 HV-MBR-ACCRUED                    PIC S9(10)V9(4) COMP-3.
       01 HV-SHARE                          PIC S9(10)V9(4) COMP-3.
       01 HV-SHARED                         PIC S9(10)V9(4) COMP-3.

       01 HV-POST-ACCNO                     PIC X(8).
       01 HV-ACC-CUST-NO                    PIC X(10).

       01 HV-PROCTRAN-EYECATCHER            PIC X(4) VALUE 'PRTR'.
       01 HV-PROCTRAN-DATE                  PIC X(10).
       01 HV-PROCTRAN-TIME                  PIC X(6) VALUE '000000'.
       01 HV-PROCTRAN-REF                   PIC X(12) VALUE SPACES.
       01 HV-PROCTRAN-TYPE                  PIC X(3) VALUE 'INT'.
       01 HV-PROCTRAN-DESC                  PIC X(40) VALUE SPACES.
       01 HV-PROCTRAN-AMOUNT                PIC S9(10)V99 COMP-3.

       01 WS-TODAY                          PIC 9(8).
       01 WS-INTEGER                        PIC S9(9) COMP.
       01 WS-DAY-OF-WEEK-VAL                PIC 9.
       01 WS-BUSINESS-DAY-SW                PIC X VALUE 'Y'.
          88 WS-IS-BUSINESS-DAY             VALUE 'Y'.

       01 WS-POOL-EOF-SW                    PIC X.
          88 WS-POOL-EOF                    VALUE 'Y'.
       01 WS-MBR-EOF-SW                     PIC X.
          88 WS-MBR-EOF                     VALUE 'Y'.
       01 WS-POSTED-SW                      PIC X.
          88 WS-POSTED                      VALUE 'Y'.

       01 WS-DAILY-INTEREST                 PIC S9(10)V9(4).
       01 WS-SHARE-BASE                     PIC S9(12)V99.

      * The next posting date: moved on a month or a quarter, and
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
       01 WS-MONTH-INTEGER                  PIC S9(9) COMP.

       01 WS-POOLS-ACCRUED                  PIC 9(8) VALUE 0.
       01 WS-POOLS-SKIPPED                  PIC 9(8) VALUE 0.
       01 WS-POOLS-POSTED                   PIC 9(8) VALUE 0.
       01 WS-ACCOUNTS-POSTED                PIC 9(8) VALUE 0.
       01 WS-POSTINGS-FAILED                PIC 9(8) VALUE 0.
       01 WS-TOTAL-ACCRUED                  PIC S9(10)V9(4) VALUE 0.
       01 WS-TOTAL-INTEREST                 PIC S9(10)V99 VALUE 0.
       01 WS-TOTAL-TAX                      PIC S9(10)V99 VALUE 0.

       01 WS-PRINT-POOL-ID                  PIC 9(9).
       01 WS-PRINT-AMOUNT                   PIC +9(8).99.
       01 WS-PRINT-TAX                      PIC +9(8).99.
       01 WS-PRINT-NET                      PIC +9(10).99.
       01 WS-PRINT-DAILY                    PIC +9(8).9999.
       01 WS-PRINT-RATE                     PIC 99.99.

       01 WS-CUSTOMER-STATUS                PIC XX.
          88 WS-CUSTOMER-OK                 VALUE '00'.

      * Withholding tax, as INTACCR works it.
       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.
       01 WS-TAX-RATE-STANDARD              PIC S9(3) COMP VALUE 20.
       01 WS-TAX-RATE-HIGHER                PIC S9(3) COMP VALUE 40.
       01 WS-TAX-RATE-USED                  PIC S9(3) COMP.
       01 WS-GROSS-INTEREST                 PIC S9(10)V99.
       01 WS-TAX-WITHHELD                   PIC S9(10)V99.
       01 WS-NET-INTEREST                   PIC S9(10)V99.

       01 HV-TAXWH-CUSTNO                   PIC X(10).
       01 HV-TAXWH-TAX-YEAR                 PIC X(4).
       01 HV-TAXWH-GROSS                    PIC S9(10)V99 COMP-3.
       01 HV-TAXWH-TAX                      PIC S9(10)V99 COMP-3.

      * Run-control registration (see RUNCTL) - every overnight
      * program records its run and honours the sequencing rules.
       01 RUNCTL-AREA.
           COPY RUNCTLA.

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
           05 PARM                          PIC X(256).

       PROCEDURE DIVISION USING PARM-BUFFER.
       PREMIERE SECTION.
       A010.
           OPEN OUTPUT POOL-REPORT.
           OPEN INPUT CUSTOMER-FILE.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO POOL-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO POOL-REPORT-LINE
              END-STRING
              WRITE POOL-REPORT-LINE
              CLOSE CUSTOMER-FILE
              CLOSE POOL-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM GET-TAX-RATES.

           MOVE HV-RUN-DATE(1:4) TO HV-TAXWH-TAX-YEAR.

           MOVE SPACES TO POOL-REPORT-LINE
           STRING 'NOTIONAL POOL INTEREST - SORTCODE '
               DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO POOL-REPORT-LINE
           END-STRING
           WRITE POOL-REPORT-LINE.

           MOVE WS-RUN-DATE-DD   TO HV-PROCTRAN-DATE(1:2)
           MOVE '.'              TO HV-PROCTRAN-DATE(3:1)
           MOVE WS-RUN-DATE-MM   TO HV-PROCTRAN-DATE(4:2)
           MOVE '.'              TO HV-PROCTRAN-DATE(6:1)
           MOVE WS-RUN-DATE-YYYY TO HV-PROCTRAN-DATE(7:4).

           PERFORM CHECK-BUSINESS-DAY.

           IF WS-IS-BUSINESS-DAY
              PERFORM ACCRUE-ALL-POOLS
              PERFORM POST-DUE-POOLS
           ELSE
              MOVE SPACES TO POOL-REPORT-LINE
              STRING 'RUN DATE IS NOT A BUSINESS DAY - NO INTEREST'
                  DELIMITED BY SIZE
                  ' ACCRUED OR POSTED' DELIMITED BY SIZE
                  INTO POOL-REPORT-LINE
              END-STRING
              WRITE POOL-REPORT-LINE
           END-IF.

           MOVE WS-TOTAL-ACCRUED TO WS-PRINT-DAILY.
           MOVE SPACES TO POOL-REPORT-LINE
           STRING 'POOLS ACCRUED=' DELIMITED BY SIZE
               WS-POOLS-ACCRUED DELIMITED BY SIZE
               ' SKIPPED (ZERO ACCRUAL)=' DELIMITED BY SIZE
               WS-POOLS-SKIPPED DELIMITED BY SIZE
               ' TOTAL ACCRUED TODAY=' DELIMITED BY SIZE
               WS-PRINT-DAILY DELIMITED BY SIZE
               INTO POOL-REPORT-LINE
           END-STRING
           WRITE POOL-REPORT-LINE.

           MOVE WS-TOTAL-INTEREST TO WS-PRINT-AMOUNT.
           MOVE WS-TOTAL-TAX TO WS-PRINT-TAX.
           MOVE SPACES TO POOL-REPORT-LINE
           STRING 'POOLS POSTED=' DELIMITED BY SIZE
               WS-POOLS-POSTED DELIMITED BY SIZE
               ' ACCOUNTS POSTED=' DELIMITED BY SIZE
               WS-ACCOUNTS-POSTED DELIMITED BY SIZE
               ' FAILED=' DELIMITED BY SIZE
               WS-POSTINGS-FAILED DELIMITED BY SIZE
               ' TOTAL INTEREST POSTED=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' TAX WITHHELD=' DELIMITED BY SIZE
               WS-PRINT-TAX DELIMITED BY SIZE
               INTO POOL-REPORT-LINE
           END-STRING
           WRITE POOL-REPORT-LINE.

           CLOSE CUSTOMER-FILE.
           CLOSE POOL-REPORT.

           MOVE 0 TO RETURN-CODE.

           PERFORM REGISTER-RUN-END.

           GOBACK.

       A999.
           EXIT.

      *----------------------------------------------------------------
      * Register this run on the RUNCTL ledger and honour its
      * sequencing rules - see RUNCTL for the two refusals.
      *----------------------------------------------------------------
       REGISTER-RUN-START SECTION.
       RGS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'POOLINT ' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-POOLS-ACCRUED TO RUNCTL-RECORD-COUNT.
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
      * Saturday and Sunday are not business days, worked out the
      * way INTACCR works them out.
      *----------------------------------------------------------------
       CHECK-BUSINESS-DAY SECTION.
       CBD010.
           COMPUTE WS-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).

           COMPUTE WS-DAY-OF-WEEK-VAL =
              (FUNCTION MOD(WS-INTEGER, 7)) + 1.

           MOVE 'Y' TO WS-BUSINESS-DAY-SW.
           IF WS-DAY-OF-WEEK-VAL = 1 OR WS-DAY-OF-WEEK-VAL = 7
              MOVE 'N' TO WS-BUSINESS-DAY-SW
           END-IF.
       CBD999.
           EXIT.

      *----------------------------------------------------------------
       ACCRUE-ALL-POOLS SECTION.
       AAP010.
           EXEC SQL
              DECLARE POOL_CSR CURSOR FOR
                 SELECT NPOOL_ID, NPOOL_RATE
                 FROM NPOOL
                 WHERE NPOOL_SORTCODE = :HV-SORTCODE
                   AND NPOOL_STATUS = 'A'
                 ORDER BY NPOOL_ID
           END-EXEC.

           EXEC SQL OPEN POOL_CSR END-EXEC.

           MOVE 'N' TO WS-POOL-EOF-SW.

           PERFORM AAP-FETCH-NEXT.

           PERFORM UNTIL WS-POOL-EOF
              PERFORM ACCRUE-ONE-POOL
              PERFORM AAP-FETCH-NEXT
           END-PERFORM.

           EXEC SQL CLOSE POOL_CSR END-EXEC.
       AAP999.
           EXIT.

       AAP-FETCH-NEXT SECTION.
       AAPF010.
           EXEC SQL
              FETCH POOL_CSR
              INTO :HV-POOL-ID, :HV-POOL-RATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-POOL-EOF-SW
           END-IF.
       AAPF999.
           EXIT.

      *----------------------------------------------------------------
      * One day's interest on the pool's net balance, shared among
      * the participants whose balances make up the net's side - a
      * net credit among the accounts in credit, a net debit among
      * the overdrawn ones - each in proportion to its own balance.
      * The pool's accrual is the sum of the shares, so the two
      * never drift apart by a rounding.
      *----------------------------------------------------------------
       ACCRUE-ONE-POOL SECTION.
       AOP010.
           EXEC SQL
              SELECT SUM(A.ACCOUNT_ACTUAL_BALANCE),
                     SUM(CASE WHEN A.ACCOUNT_ACTUAL_BALANCE > 0
                              THEN A.ACCOUNT_ACTUAL_BALANCE
                              ELSE 0 END),
                     SUM(CASE WHEN A.ACCOUNT_ACTUAL_BALANCE < 0
                              THEN A.ACCOUNT_ACTUAL_BALANCE
                              ELSE 0 END)
              INTO :HV-NET-BALANCE :HV-NET-IND,
                   :HV-CREDIT-BALANCE :HV-CREDIT-IND,
                   :HV-DEBIT-BALANCE :HV-DEBIT-IND
              FROM NPOOLMBR M, ACCOUNT A
              WHERE M.NPOOLMBR_POOL_ID = :HV-POOL-ID
                AND M.NPOOLMBR_SORTCODE = :HV-SORTCODE
                AND M.NPOOLMBR_STATUS = 'A'
                AND A.ACCOUNT_SORTCODE = M.NPOOLMBR_SORTCODE
                AND A.ACCOUNT_NUMBER = M.NPOOLMBR_ACCNO
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-NET-IND < 0
              ADD 1 TO WS-POOLS-SKIPPED
              GO TO AOP999
           END-IF.

           COMPUTE WS-DAILY-INTEREST ROUNDED =
              HV-NET-BALANCE * HV-POOL-RATE / 100 / 365.

           IF WS-DAILY-INTEREST = 0
              ADD 1 TO WS-POOLS-SKIPPED
              GO TO AOP999
           END-IF.

           IF HV-NET-BALANCE > 0
              MOVE 'C' TO HV-NET-SIDE
              MOVE HV-CREDIT-BALANCE TO WS-SHARE-BASE
           ELSE
              MOVE 'D' TO HV-NET-SIDE
              MOVE HV-DEBIT-BALANCE TO WS-SHARE-BASE
           END-IF.

           MOVE 0 TO HV-SHARED.

           EXEC SQL
              DECLARE MBR_CSR CURSOR FOR
                 SELECT M.NPOOLMBR_ACCNO, A.ACCOUNT_ACTUAL_BALANCE
                 FROM NPOOLMBR M, ACCOUNT A
                 WHERE M.NPOOLMBR_POOL_ID = :HV-POOL-ID
                   AND M.NPOOLMBR_SORTCODE = :HV-SORTCODE
                   AND M.NPOOLMBR_STATUS = 'A'
                   AND A.ACCOUNT_SORTCODE = M.NPOOLMBR_SORTCODE
                   AND A.ACCOUNT_NUMBER = M.NPOOLMBR_ACCNO
                   AND ((:HV-NET-SIDE = 'C' AND
                         A.ACCOUNT_ACTUAL_BALANCE > 0) OR
                        (:HV-NET-SIDE = 'D' AND
                         A.ACCOUNT_ACTUAL_BALANCE < 0))
                 ORDER BY M.NPOOLMBR_ACCNO
           END-EXEC.

           EXEC SQL OPEN MBR_CSR END-EXEC.

           MOVE 'N' TO WS-MBR-EOF-SW.

           PERFORM AOP-FETCH-NEXT.

           PERFORM UNTIL WS-MBR-EOF
              PERFORM ACCRUE-ONE-SHARE
              PERFORM AOP-FETCH-NEXT
           END-PERFORM.

           EXEC SQL CLOSE MBR_CSR END-EXEC.

           EXEC SQL
              UPDATE NPOOL
              SET NPOOL_ACCRUED = NPOOL_ACCRUED + :HV-SHARED
              WHERE NPOOL_ID = :HV-POOL-ID
                AND NPOOL_SORTCODE = :HV-SORTCODE
           END-EXEC.

           ADD 1 TO WS-POOLS-ACCRUED.
           ADD HV-SHARED TO WS-TOTAL-ACCRUED.

           MOVE HV-POOL-ID TO WS-PRINT-POOL-ID.
           MOVE HV-NET-BALANCE TO WS-PRINT-NET.
           MOVE HV-POOL-RATE TO WS-PRINT-RATE.
           MOVE HV-SHARED TO WS-PRINT-DAILY.
           MOVE SPACES TO POOL-REPORT-LINE
           STRING 'POOL=' DELIMITED BY SIZE
               WS-PRINT-POOL-ID DELIMITED BY SIZE
               ' NET BALANCE=' DELIMITED BY SIZE
               WS-PRINT-NET DELIMITED BY SIZE
               ' RATE=' DELIMITED BY SIZE
               WS-PRINT-RATE DELIMITED BY SIZE
               ' ACCRUED TODAY=' DELIMITED BY SIZE
               WS-PRINT-DAILY DELIMITED BY SIZE
               INTO POOL-REPORT-LINE
           END-STRING
           WRITE POOL-REPORT-LINE.
       AOP999.
           EXIT.

       AOP-FETCH-NEXT SECTION.
       AOPF010.
           EXEC SQL
              FETCH MBR_CSR
              INTO :HV-MBR-ACCNO, :HV-MBR-BALANCE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-MBR-EOF-SW
           END-IF.
       AOPF999.
           EXIT.

       ACCRUE-ONE-SHARE SECTION.
       AOS010.
           COMPUTE HV-SHARE ROUNDED =
              WS-DAILY-INTEREST * HV-MBR-BALANCE / WS-SHARE-BASE.

           IF HV-SHARE = 0
              GO TO AOS999
           END-IF.

           EXEC SQL
              UPDATE NPOOLMBR
              SET NPOOLMBR_ACCRUED = NPOOLMBR_ACCRUED + :HV-SHARE
              WHERE NPOOLMBR_POOL_ID = :HV-POOL-ID
                AND NPOOLMBR_SORTCODE = :HV-SORTCODE
                AND NPOOLMBR_ACCNO = :HV-MBR-ACCNO
           END-EXEC.

           IF SQLCODE = 0
              ADD HV-SHARE TO HV-SHARED
           END-IF.
       AOS999.
           EXIT.

      *----------------------------------------------------------------
      * Every active pool whose posting date has come, and every
      * closed pool with interest still to pay out.
      *----------------------------------------------------------------
       POST-DUE-POOLS SECTION.
       PDP010.
           EXEC SQL
              DECLARE POST_CSR CURSOR FOR
                 SELECT NPOOL_ID, NPOOL_METHOD, NPOOL_HEADER_ACCNO,
                        NPOOL_FREQUENCY, NPOOL_NEXT_POST,
                        NPOOL_ACCRUED, NPOOL_STATUS
                 FROM NPOOL
                 WHERE NPOOL_SORTCODE = :HV-SORTCODE
                   AND ((NPOOL_STATUS = 'A' AND
                         NPOOL_NEXT_POST <= :HV-RUN-DATE) OR
                        (NPOOL_STATUS = 'C' AND
                         NPOOL_ACCRUED <> 0))
                 ORDER BY NPOOL_ID
           END-EXEC.

           EXEC SQL OPEN POST_CSR END-EXEC.

           MOVE 'N' TO WS-POOL-EOF-SW.

           PERFORM PDP-FETCH-NEXT.

           PERFORM UNTIL WS-POOL-EOF
              PERFORM POST-ONE-POOL
              PERFORM PDP-FETCH-NEXT
           END-PERFORM.

           EXEC SQL CLOSE POST_CSR END-EXEC.
       PDP999.
           EXIT.

       PDP-FETCH-NEXT SECTION.
       PDPF010.
           EXEC SQL
              FETCH POST_CSR
              INTO :HV-POOL-ID, :HV-POOL-METHOD,
                   :HV-POOL-HEADER-ACCNO, :HV-POOL-FREQUENCY,
                   :HV-POOL-NEXT-POST, :HV-POOL-ACCRUED,
                   :HV-POOL-STATUS
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-POOL-EOF-SW
           END-IF.
       PDPF999.
           EXIT.

      *----------------------------------------------------------------
      * Pay the pool's interest out by its method. A share that
      * cannot be posted stays accrued on its participant for the
      * next posting, and the pool's own total is left equal to
      * what is still owed. An active pool's next posting date then
      * moves on a period - more than one if runs were missed.
      *----------------------------------------------------------------
       POST-ONE-POOL SECTION.
       POP010.
           ADD 1 TO WS-POOLS-POSTED.

           IF HV-POOL-METHOD = 'H'
              MOVE HV-POOL-HEADER-ACCNO TO HV-POST-ACCNO
              COMPUTE WS-GROSS-INTEREST ROUNDED = HV-POOL-ACCRUED
              PERFORM POST-INTEREST-TO-ACCOUNT
              IF WS-POSTED
                 EXEC SQL
                    UPDATE NPOOLMBR
                    SET NPOOLMBR_ACCRUED = 0
                    WHERE NPOOLMBR_POOL_ID = :HV-POOL-ID
                      AND NPOOLMBR_SORTCODE = :HV-SORTCODE
                 END-EXEC
              END-IF
           ELSE
              PERFORM POST-EACH-SHARE
           END-IF.

           EXEC SQL
              UPDATE NPOOL
              SET NPOOL_ACCRUED =
                     COALESCE((SELECT SUM(NPOOLMBR_ACCRUED)
                               FROM NPOOLMBR
                               WHERE NPOOLMBR_POOL_ID = :HV-POOL-ID
                                 AND NPOOLMBR_SORTCODE =
                                        :HV-SORTCODE), 0)
              WHERE NPOOL_ID = :HV-POOL-ID
                AND NPOOL_SORTCODE = :HV-SORTCODE
           END-EXEC.

           IF HV-POOL-STATUS NOT = 'A'
              GO TO POP999
           END-IF.

           MOVE HV-POOL-NEXT-POST TO WS-POST-DATE.

           IF HV-POOL-FREQUENCY = 'Q'
              MOVE 3 TO WS-MONTHS-ON
           ELSE
              MOVE 1 TO WS-MONTHS-ON
           END-IF.

           PERFORM ADVANCE-POSTING-DATE
              UNTIL WS-POST-DATE > WS-RUN-DATE-NUM.

           MOVE WS-POST-DATE TO HV-POOL-NEXT-POST.

           EXEC SQL
              UPDATE NPOOL
              SET NPOOL_NEXT_POST = :HV-POOL-NEXT-POST
              WHERE NPOOL_ID = :HV-POOL-ID
                AND NPOOL_SORTCODE = :HV-SORTCODE
           END-EXEC.
       POP999.
           EXIT.

      *----------------------------------------------------------------
      * Pro-rata: every participant, current or removed since the
      * last posting, is paid or charged its own accrued share.
      *----------------------------------------------------------------
       POST-EACH-SHARE SECTION.
       PES010.
           EXEC SQL
              DECLARE SHARE_CSR CURSOR FOR
                 SELECT NPOOLMBR_ACCNO, NPOOLMBR_ACCRUED
                 FROM NPOOLMBR
                 WHERE NPOOLMBR_POOL_ID = :HV-POOL-ID
                   AND NPOOLMBR_SORTCODE = :HV-SORTCODE
                   AND NPOOLMBR_ACCRUED <> 0
                 ORDER BY NPOOLMBR_ACCNO
           END-EXEC.

           EXEC SQL OPEN SHARE_CSR END-EXEC.

           MOVE 'N' TO WS-MBR-EOF-SW.

           PERFORM PES-FETCH-NEXT.

           PERFORM UNTIL WS-MBR-EOF
              PERFORM POST-ONE-SHARE
              PERFORM PES-FETCH-NEXT
           END-PERFORM.

           EXEC SQL CLOSE SHARE_CSR END-EXEC.
       PES999.
           EXIT.

       PES-FETCH-NEXT SECTION.
       PESF010.
           EXEC SQL
              FETCH SHARE_CSR
              INTO :HV-MBR-ACCNO, :HV-MBR-ACCRUED
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-MBR-EOF-SW
           END-IF.
       PESF999.
           EXIT.

       POST-ONE-SHARE SECTION.
       POS010.
           MOVE HV-MBR-ACCNO TO HV-POST-ACCNO.
           COMPUTE WS-GROSS-INTEREST ROUNDED = HV-MBR-ACCRUED.

           PERFORM POST-INTEREST-TO-ACCOUNT.

           IF WS-POSTED
              EXEC SQL
                 UPDATE NPOOLMBR
                 SET NPOOLMBR_ACCRUED = 0
                 WHERE NPOOLMBR_POOL_ID = :HV-POOL-ID
                   AND NPOOLMBR_SORTCODE = :HV-SORTCODE
                   AND NPOOLMBR_ACCNO = :HV-MBR-ACCNO
              END-EXEC
           END-IF.
       POS999.
           EXIT.

      *----------------------------------------------------------------
      * Post WS-GROSS-INTEREST to account HV-POST-ACCNO: net of tax
      * if it is credit interest, to both balances, with its
      * PROCTRAN row. A share that rounds to nothing is simply
      * cleared.
      *----------------------------------------------------------------
       POST-INTEREST-TO-ACCOUNT SECTION.
       PIA010.
           MOVE 'Y' TO WS-POSTED-SW.

           IF WS-GROSS-INTEREST = 0
              GO TO PIA999
           END-IF.

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER
              INTO :HV-ACC-CUST-NO
              FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-SORTCODE
                AND ACCOUNT_NUMBER = :HV-POST-ACCNO
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-POSTED-SW
              ADD 1 TO WS-POSTINGS-FAILED
              MOVE HV-POOL-ID TO WS-PRINT-POOL-ID
              MOVE SPACES TO POOL-REPORT-LINE
              STRING 'POOL=' DELIMITED BY SIZE
                  WS-PRINT-POOL-ID DELIMITED BY SIZE
                  ' ACCOUNT=' DELIMITED BY SIZE
                  HV-POST-ACCNO DELIMITED BY SIZE
                  ' NOT FOUND - INTEREST LEFT ACCRUED'
                     DELIMITED BY SIZE
                  INTO POOL-REPORT-LINE
              END-STRING
              WRITE POOL-REPORT-LINE
              GO TO PIA999
           END-IF.

           MOVE 0 TO WS-TAX-WITHHELD.
           MOVE WS-GROSS-INTEREST TO WS-NET-INTEREST.

           IF WS-GROSS-INTEREST > 0
              PERFORM SPLIT-TAX-FROM-INTEREST
           END-IF.

           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_ACTUAL_BALANCE =
                     ACCOUNT_ACTUAL_BALANCE + :WS-NET-INTEREST,
                  ACCOUNT_AVAILABLE_BALANCE =
                     ACCOUNT_AVAILABLE_BALANCE + :WS-NET-INTEREST
              WHERE ACCOUNT_SORTCODE = :HV-SORTCODE
                AND ACCOUNT_NUMBER = :HV-POST-ACCNO
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-POSTED-SW
              ADD 1 TO WS-POSTINGS-FAILED
              GO TO PIA999
           END-IF.

           ADD 1 TO WS-ACCOUNTS-POSTED.
           ADD WS-NET-INTEREST TO WS-TOTAL-INTEREST.
           ADD WS-TAX-WITHHELD TO WS-TOTAL-TAX.

           MOVE HV-POOL-ID TO WS-PRINT-POOL-ID.
           MOVE WS-NET-INTEREST TO HV-PROCTRAN-AMOUNT.
           MOVE SPACES TO HV-PROCTRAN-REF.
           STRING 'NP' DELIMITED BY SIZE
               WS-PRINT-POOL-ID DELIMITED BY SIZE
               INTO HV-PROCTRAN-REF
           END-STRING.

           IF WS-TAX-WITHHELD > 0
              MOVE 'NOTIONAL POOL INTEREST NET OF TAX'
                 TO HV-PROCTRAN-DESC
           ELSE
              MOVE 'NOTIONAL POOL INTEREST' TO HV-PROCTRAN-DESC
           END-IF.

           EXEC SQL
              INSERT INTO PROCTRAN
                 (PROCTRAN_EYECATCHER, PROCTRAN_SORTCODE,
                  PROCTRAN_NUMBER, PROCTRAN_DATE, PROCTRAN_TIME,
                  PROCTRAN_REF, PROCTRAN_TYPE, PROCTRAN_DESC,
                  PROCTRAN_AMOUNT)
              VALUES
                 (:HV-PROCTRAN-EYECATCHER, :HV-SORTCODE,
                  :HV-POST-ACCNO, :HV-PROCTRAN-DATE,
                  :HV-PROCTRAN-TIME, :HV-PROCTRAN-REF,
                  :HV-PROCTRAN-TYPE, :HV-PROCTRAN-DESC,
                  :HV-PROCTRAN-AMOUNT)
           END-EXEC.

           IF SQLCODE = 0
              INITIALIZE EVNT-AREA
              SET EVNT-POSTING TO TRUE
              MOVE HV-SORTCODE TO EVNT-SORTCODE
              MOVE HV-POST-ACCNO TO EVNT-ACCNO
              MOVE HV-PROCTRAN-DATE TO EVNT-PROC-DATE
              MOVE HV-PROCTRAN-TIME TO EVNT-PROC-TIME
              MOVE HV-PROCTRAN-REF TO EVNT-REF
              MOVE HV-PROCTRAN-TYPE TO EVNT-TYPE
              MOVE HV-PROCTRAN-DESC TO EVNT-DESC
              MOVE HV-PROCTRAN-AMOUNT TO EVNT-AMOUNT
              PERFORM WRITE-BUSINESS-EVENT
           END-IF.

           MOVE WS-NET-INTEREST TO WS-PRINT-AMOUNT.
           MOVE WS-TAX-WITHHELD TO WS-PRINT-TAX.
           MOVE SPACES TO POOL-REPORT-LINE
           STRING 'POOL=' DELIMITED BY SIZE
               WS-PRINT-POOL-ID DELIMITED BY SIZE
               ' POSTED ACCOUNT=' DELIMITED BY SIZE
               HV-POST-ACCNO DELIMITED BY SIZE
               ' INTEREST=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' TAX WITHHELD=' DELIMITED BY SIZE
               WS-PRINT-TAX DELIMITED BY SIZE
               INTO POOL-REPORT-LINE
           END-STRING
           WRITE POOL-REPORT-LINE.
       PIA999.
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

           COMPUTE WS-MONTH-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-MONTH-START).

           IF WS-MONTH-START-MM = 12
              MOVE 1 TO WS-MONTH-START-MM
              ADD 1 TO WS-MONTH-START-YYYY
           ELSE
              ADD 1 TO WS-MONTH-START-MM
           END-IF.

           COMPUTE WS-DAYS-IN-MONTH =
              FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
                 - WS-MONTH-INTEGER.

           IF WS-POST-DD > WS-DAYS-IN-MONTH
              MOVE WS-DAYS-IN-MONTH TO WS-POST-DD
           END-IF.
       APD999.
           EXIT.

      *----------------------------------------------------------------
      * The two withholding percentages, read off CONTROL once per
      * run - the same values INTACCR uses.
      *----------------------------------------------------------------
       GET-TAX-RATES SECTION.
       GTR010.
           MOVE 'TAX-RATE-STANDARD' TO HV-CONTROL-NAME.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-TAX-RATE-STANDARD
           END-IF.

           MOVE 'TAX-RATE-HIGHER' TO HV-CONTROL-NAME.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-TAX-RATE-HIGHER
           END-IF.
       GTR999.
           EXIT.

      *----------------------------------------------------------------
      * Split one gross credit-interest payment into net and tax
      * per the receiving account owner's tax status, standard rate
      * when the customer record cannot be read.
      *----------------------------------------------------------------
       SPLIT-TAX-FROM-INTEREST SECTION.
       STF010.
           MOVE WS-TAX-RATE-STANDARD TO WS-TAX-RATE-USED.

           MOVE HV-SORTCODE TO CUSTOMER-SORTCODE.
           MOVE HV-ACC-CUST-NO TO CUSTOMER-NUMBER.

           READ CUSTOMER-FILE
              INVALID KEY
                 MOVE WS-TAX-RATE-STANDARD TO WS-TAX-RATE-USED
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN CUSTOMER-TAX-EXEMPT
                       MOVE 0 TO WS-TAX-RATE-USED
                    WHEN CUSTOMER-TAX-HIGHER
                       MOVE WS-TAX-RATE-HIGHER TO WS-TAX-RATE-USED
                    WHEN OTHER
                       MOVE WS-TAX-RATE-STANDARD TO WS-TAX-RATE-USED
                 END-EVALUATE
           END-READ.

           IF WS-TAX-RATE-USED = 0
              GO TO STF999
           END-IF.

           COMPUTE WS-TAX-WITHHELD ROUNDED =
              WS-GROSS-INTEREST * WS-TAX-RATE-USED / 100.
           COMPUTE WS-NET-INTEREST =
              WS-GROSS-INTEREST - WS-TAX-WITHHELD.

           PERFORM ACCUMULATE-TAXWH.
       STF999.
           EXIT.

      *----------------------------------------------------------------
      * Roll this payment's gross and tax into the customer's total
      * for the tax year.
      *----------------------------------------------------------------
       ACCUMULATE-TAXWH SECTION.
       ATW010.
           MOVE HV-ACC-CUST-NO TO HV-TAXWH-CUSTNO.
           MOVE WS-GROSS-INTEREST TO HV-TAXWH-GROSS.
           MOVE WS-TAX-WITHHELD TO HV-TAXWH-TAX.

           EXEC SQL
              UPDATE TAXWH
              SET TAXWH_GROSS_INTEREST =
                     TAXWH_GROSS_INTEREST + :HV-TAXWH-GROSS,
                  TAXWH_TAX_WITHHELD =
                     TAXWH_TAX_WITHHELD + :HV-TAXWH-TAX
              WHERE TAXWH_SORTCODE = :HV-SORTCODE
                AND TAXWH_CUSTNO = :HV-TAXWH-CUSTNO
                AND TAXWH_TAX_YEAR = :HV-TAXWH-TAX-YEAR
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO TAXWH
                        (TAXWH_SORTCODE, TAXWH_CUSTNO,
                         TAXWH_TAX_YEAR, TAXWH_GROSS_INTEREST,
                         TAXWH_TAX_WITHHELD)
                 VALUES (:HV-SORTCODE, :HV-TAXWH-CUSTNO,
                         :HV-TAXWH-TAX-YEAR, :HV-TAXWH-GROSS,
                         :HV-TAXWH-TAX)
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SPACES TO POOL-REPORT-LINE
              STRING 'TAXWH WRITE FAILED FOR CUSTOMER '
                  DELIMITED BY SIZE
                  HV-TAXWH-CUSTNO DELIMITED BY SIZE
                  INTO POOL-REPORT-LINE
              END-STRING
              WRITE POOL-REPORT-LINE
           END-IF.
       ATW999.
           EXIT.

      *----------------------------------------------------------------
      * The change just posted, as a business event in the same unit
      * of work (see EVNTWRT). A failure to record it comes back in
      * SQLCODE, so it is handled exactly as a failed PROCTRAN insert.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           MOVE 'POOLINT' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
