      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: ANONRUN                                                 *
      *                                                                *
      * Description: Yearly anonymisation of customers whose banking  *
      *              relationship ended longer ago than the bank must *
      *              keep their personal data. A customer is in scope *
      *              when every account they held has been closed     *
      *              through DELACC (so CLOSECRT says when), they own *
      *              or share no open account, and their last account *
      *              closed before the cutoff - the run date less the *
      *              RETAIN_DAYS of the RETNRULE row for store        *
      *              ANONYMSE. No rule row, no anonymisation: the     *
      *              period is the bank's decision, not this          *
      *              program's.                                       *
      *                                                                *
      *              A customer with an active court order, an open   *
      *              dispute on any of their closed accounts, an open *
      *              complaint or an open AML case is held back and   *
      *              reported - evidence outlives the calendar, as it *
      *              does in RETNMGR - and comes up again next year.  *
      *                                                                *
      *              Everything else personal is overwritten with the *
      *              token ANONYMISED (or zeros for a date, spaces    *
      *              for a contact detail): the CUSTOMER record, the  *
      *              DELCUST soft-delete copy, the CUSTHIST and       *
      *              CONTHIST audit, CORRARCH letter texts, saved     *
      *              PAYEEs, the name on CLOSECRT, and the name and   *
      *              birth date carried in the customer create and    *
      *              delete transactions on PROCTRAN, PROCARCT and    *
      *              EVNTOUT. TIMELINE is only a cache of the other   *
      *              stores, so its rows are removed. Nothing keeps   *
      *              the old values, so the overwrite cannot be       *
      *              undone. Numbers, dates, amounts and balances are *
      *              left exactly as they were - the financial record *
      *              stays whole, it just no longer names anyone.     *
      *                                                                *
      *              Each store swept is recorded on ANONREG with the *
      *              number of its entries overwritten, so the        *
      *              register shows what was anonymised and when, and *
      *              SARRPT prints it. One customer is one unit of    *
      *              work: a failure backs out the DB2 changes, is    *
      *              reported, and the customer is taken again on the *
      *              next run (the VSAM rewrites done before the      *
      *              failure simply get done a second time).          *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the run date (defaults to today).          *
      *                                                                *
      * Output: Report ANONRPT1.                                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONRUN.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
                  ASSIGN TO VSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CUSTOMER-KEY
                  ALTERNATE RECORD KEY IS CUSTOMER-FAMILY-NAME
                     WITH DUPLICATES
                  FILE STATUS  IS WS-CUSTOMER-STATUS.

           SELECT PAYEE-FILE
                  ASSIGN TO PAYEEFL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PAYEE-KEY
                  FILE STATUS  IS WS-PAYEE-STATUS.

           SELECT ANON-REPORT
                  ASSIGN TO ANONRPT1
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD-STRUCTURE.
           COPY CUSTOMER.

       FD  PAYEE-FILE.
       01  PAYEE-RECORD.
           COPY PAYEE.

       FD  ANON-REPORT.
       01  ANON-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE RETNDB2 END-EXEC.
           EXEC SQL INCLUDE ANONDB2 END-EXEC.
           EXEC SQL INCLUDE CLOSECRT END-EXEC.
           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE ACCJDB2 END-EXEC.
           EXEC SQL INCLUDE LGLHDB2 END-EXEC.
           EXEC SQL INCLUDE DSPTDB2 END-EXEC.
           EXEC SQL INCLUDE CMPLDB2 END-EXEC.
           EXEC SQL INCLUDE AMLCDB2 END-EXEC.
           EXEC SQL INCLUDE DELCUST END-EXEC.
           EXEC SQL INCLUDE CUSTHIST END-EXEC.
           EXEC SQL INCLUDE CNTHDB2 END-EXEC.
           EXEC SQL INCLUDE CORRDB2 END-EXEC.
           EXEC SQL INCLUDE TLNDB2 END-EXEC.
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE PRCADB2 END-EXEC.
           EXEC SQL INCLUDE EVNTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 WS-SORTCODE                       PIC 9(6).
       01 HV-RETAIN-DAYS                    PIC S9(9) COMP.

      * CLOSECRT_CLOSED_DATE is a DATE column, so the cutoff goes
      * to DB2 as ISO YYYY-MM-DD (the same shape DELPURGE uses).
       01 HV-CUTOFF-ISO                     PIC X(10).
       01 WS-CUTOFF-INT                     PIC S9(9) COMP.
       01 WS-CUTOFF-NUM                     PIC 9(8).
       01 WS-CUTOFF-X REDEFINES WS-CUTOFF-NUM.
          03 WS-CUTOFF-YYYY                 PIC X(4).
          03 WS-CUTOFF-MM                   PIC XX.
          03 WS-CUTOFF-DD                   PIC XX.
       01 WS-RUN-DATE-NUM                   PIC 9(8).

       01 HV-LAST-CUSTNO                    PIC X(10).
       01 HV-CUSTNO                         PIC X(10).
       01 HV-CUSTNO-NUM REDEFINES HV-CUSTNO PIC 9(10).
       01 HV-LAST-CLOSED                    PIC X(10).
       01 HV-HOLD-COUNT                     PIC S9(9) COMP.

       01 HV-STORE                          PIC X(8).
       01 HV-STORE-ROWS                     PIC S9(9) COMP.

      * What every personal value becomes. The customer create and
      * delete transactions carry sort code and customer number in
      * the first 16 characters of the description, then 14 of the
      * name and the birth date as DD/MM/YYYY (see CRECUST, DELCUS)
      * - only that tail is replaced.
       01 HV-TOKEN                          PIC X(10)
             VALUE 'ANONYMISED'.
       01 HV-DESC-TAIL.
          03 FILLER                         PIC X(14)
                VALUE 'ANONYMISED'.
          03 FILLER                         PIC X(10)
                VALUE '00/00/0000'.

      * Candidates are taken 100 at a time in customer number order,
      * the cursor closed before any of them is touched, because
      * every customer ends in its own COMMIT.
       01 WS-CANDIDATE-TABLE.
          03 WS-CANDIDATE OCCURS 100 TIMES.
             05 WS-CAND-CUSTNO              PIC X(10).
             05 WS-CAND-LAST-CLOSED         PIC X(10).
       01 WS-CAND-COUNT                     PIC S9(4) COMP.
       01 WS-CAND-SUB                       PIC S9(4) COMP.

      * The stores, as ANONREG names them, in the order they are
      * printed; entries overwritten for the customer in hand and
      * for the run.
       01 WS-STORE-NAME-LIST.
          03 FILLER PIC X(8) VALUE 'CUSTOMER'.
          03 FILLER PIC X(8) VALUE 'DELCUST '.
          03 FILLER PIC X(8) VALUE 'CUSTHIST'.
          03 FILLER PIC X(8) VALUE 'CONTHIST'.
          03 FILLER PIC X(8) VALUE 'CORRARCH'.
          03 FILLER PIC X(8) VALUE 'TIMELINE'.
          03 FILLER PIC X(8) VALUE 'PAYEE   '.
          03 FILLER PIC X(8) VALUE 'CLOSECRT'.
          03 FILLER PIC X(8) VALUE 'PROCTRAN'.
          03 FILLER PIC X(8) VALUE 'PROCARCT'.
          03 FILLER PIC X(8) VALUE 'EVNTOUT '.
       01 WS-STORE-NAME-TABLE REDEFINES WS-STORE-NAME-LIST.
          03 WS-STORE-NAME                  PIC X(8) OCCURS 11.
       01 WS-STORE-ROWS-TABLE.
          03 WS-STORE-ROWS                  PIC S9(9) COMP OCCURS 11.
       01 WS-STORE-TOTAL-TABLE.
          03 WS-STORE-TOTAL                 PIC S9(9) COMP OCCURS 11.
       01 WS-STORE-SUB                      PIC S9(4) COMP.

       01 WS-CUSTOMER-STATUS                PIC XX.
          88 WS-CUSTOMER-OK                 VALUE '00'.
          88 WS-CUSTOMER-NOTFND             VALUE '23'.
       01 WS-PAYEE-STATUS                   PIC XX.
          88 WS-PAYEE-OK                    VALUE '00'.

       01 WS-TODAY                          PIC 9(8).

       01 WS-CAND-EOF-SW                    PIC X VALUE 'N'.
          88 WS-CAND-EOF                    VALUE 'Y'.
       01 WS-FETCH-EOF-SW                   PIC X VALUE 'N'.
          88 WS-FETCH-EOF                   VALUE 'Y'.
       01 WS-READING-SW                     PIC X VALUE 'Y'.
          88 WS-STILL-READING               VALUE 'Y'.
       01 WS-NO-RULE-SW                     PIC X VALUE 'N'.
          88 WS-NO-RULE                     VALUE 'Y'.
       01 WS-RUN-FAILED-SW                  PIC X VALUE 'N'.
          88 WS-RUN-FAILED                  VALUE 'Y'.
       01 WS-CUST-FAILED-SW                 PIC X VALUE 'N'.
          88 WS-CUST-FAILED                 VALUE 'Y'.

       01 WS-HOLD-REASON                    PIC X(40).
       01 WS-FAIL-TEXT                      PIC X(60).

       01 WS-CUSTOMERS-ANONYMISED           PIC 9(8) VALUE 0.
       01 WS-CUSTOMERS-HELD                 PIC 9(8) VALUE 0.
       01 WS-CUSTOMERS-FAILED               PIC 9(8) VALUE 0.
       01 WS-CUSTOMER-ENTRIES               PIC 9(8).
       01 WS-PRINT-COUNT                    PIC Z(8)9.
       01 WS-PRINT-DAYS                     PIC Z(8)9.
       01 WS-PRINT-SQLCODE                  PIC ----9.

      * Run-control registration (see RUNCTL) - every overnight
      * program records its run and honours the sequencing rules.
       01 RUNCTL-AREA.
           COPY RUNCTLA.

      * Consolidated exception queue hookup (see EXCPWRT).
       01 EXCPWRT-AREA.
           COPY EXCPWRTA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
           05 PARM                          PIC X(256).

       PROCEDURE DIVISION USING PARM-BUFFER.
       PREMIERE SECTION.
       A010.
           OPEN OUTPUT ANON-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO ANON-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO ANON-REPORT-LINE
              END-STRING
              WRITE ANON-REPORT-LINE
              CLOSE ANON-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO ANON-REPORT-LINE
           STRING 'PERSONAL DATA ANONYMISATION - SORTCODE '
               DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO ANON-REPORT-LINE
           END-STRING
           WRITE ANON-REPORT-LINE.

           INITIALIZE WS-STORE-TOTAL-TABLE.

           PERFORM GET-RETENTION-RULE.

           IF WS-NO-RULE OR WS-RUN-FAILED
              GO TO A090
           END-IF.

           PERFORM OPEN-VSAM-FILES.

           IF WS-RUN-FAILED
              GO TO A090
           END-IF.

           MOVE SPACES TO HV-LAST-CUSTNO.
           MOVE 'N' TO WS-CAND-EOF-SW.

           PERFORM ANONYMISE-ONE-PASS
              UNTIL WS-CAND-EOF.

           CLOSE PAYEE-FILE.
           CLOSE CUSTOMER-FILE.

           PERFORM PRINT-STORE-TOTALS.

       A090.
           MOVE SPACES TO ANON-REPORT-LINE
           STRING 'CUSTOMERS ANONYMISED=' DELIMITED BY SIZE
               WS-CUSTOMERS-ANONYMISED DELIMITED BY SIZE
               ' HELD=' DELIMITED BY SIZE
               WS-CUSTOMERS-HELD DELIMITED BY SIZE
               ' FAILED=' DELIMITED BY SIZE
               WS-CUSTOMERS-FAILED DELIMITED BY SIZE
               INTO ANON-REPORT-LINE
           END-STRING
           WRITE ANON-REPORT-LINE.

           CLOSE ANON-REPORT.

           EVALUATE TRUE
              WHEN WS-RUN-FAILED
                 MOVE 12 TO RETURN-CODE
              WHEN WS-CUSTOMERS-FAILED > 0
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           PERFORM REGISTER-RUN-END.

           GOBACK.
       A999.
           EXIT.

      *----------------------------------------------------------------
       REGISTER-RUN-START SECTION.
       RGS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'ANONRUN ' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-CUSTOMERS-ANONYMISED TO RUNCTL-RECORD-COUNT.
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

           MOVE HV-RUN-DATE TO WS-RUN-DATE-NUM.
           MOVE HV-SORTCODE TO WS-SORTCODE.

           MOVE 0 TO RETURN-CODE.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * The statutory period lives on the retention register beside
      * every other retention decision, as store ANONYMSE. Its
      * disposition is not used - anonymisation is the disposition.
      *----------------------------------------------------------------
       GET-RETENTION-RULE SECTION.
       GRR010.
           EXEC SQL
              SELECT RETNRULE_RETAIN_DAYS
              INTO :HV-RETAIN-DAYS
              FROM RETNRULE
              WHERE RETNRULE_SORTCODE = :HV-SORTCODE
                AND RETNRULE_STORE = 'ANONYMSE'
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'Y' TO WS-NO-RULE-SW
                 MOVE 'NO ANONYMSE RULE ON RETNRULE FOR THIS SORT CODE'
                    TO ANON-REPORT-LINE
                 WRITE ANON-REPORT-LINE
                 MOVE 'NOTHING ANONYMISED' TO ANON-REPORT-LINE
                 WRITE ANON-REPORT-LINE
                 GO TO GRR999
              WHEN OTHER
                 MOVE 'Y' TO WS-RUN-FAILED-SW
                 MOVE SQLCODE TO WS-PRINT-SQLCODE
                 MOVE SPACES TO ANON-REPORT-LINE
                 STRING 'RETNRULE READ FAILED SQLCODE='
                     DELIMITED BY SIZE
                     WS-PRINT-SQLCODE DELIMITED BY SIZE
                     INTO ANON-REPORT-LINE
                 END-STRING
                 WRITE ANON-REPORT-LINE
                 GO TO GRR999
           END-EVALUATE.

           COMPUTE WS-CUTOFF-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
              - HV-RETAIN-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
              TO WS-CUTOFF-NUM.

           MOVE SPACES TO HV-CUTOFF-ISO.
           STRING WS-CUTOFF-YYYY DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CUTOFF-MM DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CUTOFF-DD DELIMITED BY SIZE
                  INTO HV-CUTOFF-ISO
           END-STRING.

           MOVE HV-RETAIN-DAYS TO WS-PRINT-DAYS.
           MOVE SPACES TO ANON-REPORT-LINE
           STRING 'RETAIN DAYS=' DELIMITED BY SIZE
               WS-PRINT-DAYS DELIMITED BY SIZE
               ' - LAST ACCOUNT CLOSED BEFORE ' DELIMITED BY SIZE
               HV-CUTOFF-ISO DELIMITED BY SIZE
               INTO ANON-REPORT-LINE
           END-STRING
           WRITE ANON-REPORT-LINE.
       GRR999.
           EXIT.

      *----------------------------------------------------------------
       OPEN-VSAM-FILES SECTION.
       OVF010.
           OPEN I-O CUSTOMER-FILE.

           IF NOT WS-CUSTOMER-OK
              MOVE 'Y' TO WS-RUN-FAILED-SW
              MOVE SPACES TO ANON-REPORT-LINE
              STRING 'UNABLE TO OPEN CUSTOMER FILE STATUS='
                  DELIMITED BY SIZE
                  WS-CUSTOMER-STATUS DELIMITED BY SIZE
                  INTO ANON-REPORT-LINE
              END-STRING
              WRITE ANON-REPORT-LINE
              GO TO OVF999
           END-IF.

           OPEN I-O PAYEE-FILE.

           IF NOT WS-PAYEE-OK
              MOVE 'Y' TO WS-RUN-FAILED-SW
              MOVE SPACES TO ANON-REPORT-LINE
              STRING 'UNABLE TO OPEN PAYEE FILE STATUS='
                  DELIMITED BY SIZE
                  WS-PAYEE-STATUS DELIMITED BY SIZE
                  INTO ANON-REPORT-LINE
              END-STRING
              WRITE ANON-REPORT-LINE
              CLOSE CUSTOMER-FILE
           END-IF.
       OVF999.
           EXIT.

      *----------------------------------------------------------------
      * One pass: the next 100 customers after HV-LAST-CUSTNO whose
      * every account has closed, the last of them before the
      * cutoff, and who are not already on the register. A customer
      * held back stays a candidate, which is why the pass restarts
      * after the last number taken rather than from the top.
      *----------------------------------------------------------------
       ANONYMISE-ONE-PASS SECTION.
       AOP010.
           MOVE 0 TO WS-CAND-COUNT.

           EXEC SQL
              DECLARE CAND_CSR CURSOR FOR
                 SELECT C.CLOSECRT_CUST_NUMBER,
                        MAX(C.CLOSECRT_CLOSED_DATE)
                 FROM CLOSECRT C
                 WHERE C.CLOSECRT_SORTCODE = :HV-SORTCODE
                   AND C.CLOSECRT_CUST_NUMBER IS NOT NULL
                   AND C.CLOSECRT_CUST_NUMBER > :HV-LAST-CUSTNO
                   AND NOT EXISTS
                      (SELECT 1 FROM ACCOUNT A
                       WHERE A.ACCOUNT_SORTCODE = C.CLOSECRT_SORTCODE
                         AND A.ACCOUNT_CUSTOMER_NUMBER =
                             C.CLOSECRT_CUST_NUMBER)
                   AND NOT EXISTS
                      (SELECT 1 FROM ACCJOINT J
                       WHERE J.ACCJOINT_SORTCODE = C.CLOSECRT_SORTCODE
                         AND J.ACCJOINT_CUSTOMER_NUMBER =
                             C.CLOSECRT_CUST_NUMBER)
                   AND NOT EXISTS
                      (SELECT 1 FROM ANONREG R
                       WHERE R.ANONREG_SORTCODE = C.CLOSECRT_SORTCODE
                         AND R.ANONREG_CUSTNO = C.CLOSECRT_CUST_NUMBER)
                 GROUP BY C.CLOSECRT_CUST_NUMBER
                 HAVING MAX(C.CLOSECRT_CLOSED_DATE) < :HV-CUTOFF-ISO
                 ORDER BY C.CLOSECRT_CUST_NUMBER
                 FETCH FIRST 100 ROWS ONLY
           END-EXEC.

           EXEC SQL OPEN CAND_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-RUN-FAILED-SW
              MOVE 'Y' TO WS-CAND-EOF-SW
              MOVE SQLCODE TO WS-PRINT-SQLCODE
              MOVE SPACES TO ANON-REPORT-LINE
              STRING 'CANDIDATE CURSOR OPEN FAILED SQLCODE='
                  DELIMITED BY SIZE
                  WS-PRINT-SQLCODE DELIMITED BY SIZE
                  INTO ANON-REPORT-LINE
              END-STRING
              WRITE ANON-REPORT-LINE
              GO TO AOP999
           END-IF.

           MOVE 'N' TO WS-FETCH-EOF-SW.

           PERFORM FETCH-NEXT-CANDIDATE
              UNTIL WS-FETCH-EOF.

           EXEC SQL CLOSE CAND_CSR END-EXEC.

           IF WS-CAND-COUNT < 100
              MOVE 'Y' TO WS-CAND-EOF-SW
           END-IF.

           IF WS-CAND-COUNT > 0
              MOVE WS-CAND-CUSTNO(WS-CAND-COUNT) TO HV-LAST-CUSTNO
           END-IF.

           PERFORM CONSIDER-ONE-CANDIDATE
              VARYING WS-CAND-SUB FROM 1 BY 1
              UNTIL WS-CAND-SUB > WS-CAND-COUNT.
       AOP999.
           EXIT.

       FETCH-NEXT-CANDIDATE SECTION.
       FNC010.
           EXEC SQL
              FETCH CAND_CSR
              INTO :HV-CUSTNO, :HV-LAST-CLOSED
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-CAND-COUNT
                 MOVE HV-CUSTNO TO WS-CAND-CUSTNO(WS-CAND-COUNT)
                 MOVE HV-LAST-CLOSED
                    TO WS-CAND-LAST-CLOSED(WS-CAND-COUNT)
                 IF WS-CAND-COUNT = 100
                    MOVE 'Y' TO WS-FETCH-EOF-SW
                 END-IF
              WHEN 100
                 MOVE 'Y' TO WS-FETCH-EOF-SW
              WHEN OTHER
                 MOVE 'Y' TO WS-FETCH-EOF-SW
                 MOVE 'Y' TO WS-RUN-FAILED-SW
                 MOVE 'Y' TO WS-CAND-EOF-SW
                 MOVE 0 TO WS-CAND-COUNT
                 MOVE SQLCODE TO WS-PRINT-SQLCODE
                 MOVE SPACES TO ANON-REPORT-LINE
                 STRING 'CANDIDATE FETCH FAILED SQLCODE='
                     DELIMITED BY SIZE
                     WS-PRINT-SQLCODE DELIMITED BY SIZE
                     INTO ANON-REPORT-LINE
                 END-STRING
                 WRITE ANON-REPORT-LINE
           END-EVALUATE.
       FNC999.
           EXIT.

       CONSIDER-ONE-CANDIDATE SECTION.
       COC010.
           MOVE WS-CAND-CUSTNO(WS-CAND-SUB) TO HV-CUSTNO.
           MOVE WS-CAND-LAST-CLOSED(WS-CAND-SUB) TO HV-LAST-CLOSED.

           PERFORM CHECK-HOLDS.

           IF WS-HOLD-REASON NOT = SPACES
              ADD 1 TO WS-CUSTOMERS-HELD
              MOVE SPACES TO ANON-REPORT-LINE
              STRING 'HELD       CUSTOMER=' DELIMITED BY SIZE
                  HV-CUSTNO DELIMITED BY SIZE
                  ' LAST CLOSED=' DELIMITED BY SIZE
                  HV-LAST-CLOSED DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-HOLD-REASON DELIMITED BY SIZE
                  INTO ANON-REPORT-LINE
              END-STRING
              WRITE ANON-REPORT-LINE
              GO TO COC999
           END-IF.

           PERFORM ANONYMISE-CUSTOMER.
       COC999.
           EXIT.

      *----------------------------------------------------------------
      * Court orders and disputes hang off accounts - every account
      * the customer ever closed is looked at - complaints and AML
      * cases off the customer. A check that cannot be made holds
      * the customer back: anonymising is the one thing that cannot
      * be put right afterwards.
      *----------------------------------------------------------------
       CHECK-HOLDS SECTION.
       CHK010.
           MOVE SPACES TO WS-HOLD-REASON.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-HOLD-COUNT
              FROM LEGALHLD
              WHERE LEGALHLD_SORTCODE = :HV-SORTCODE
                AND LEGALHLD_STATUS = 'A'
                AND LEGALHLD_ACCNO IN
                   (SELECT CLOSECRT_ACC_NUMBER FROM CLOSECRT
                    WHERE CLOSECRT_SORTCODE = :HV-SORTCODE
                      AND CLOSECRT_CUST_NUMBER = :HV-CUSTNO)
           END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM HOLD-CHECK-FAILED
              GO TO CHK999
           END-IF.

           IF HV-HOLD-COUNT > 0
              MOVE 'ACTIVE COURT ORDER' TO WS-HOLD-REASON
              GO TO CHK999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-HOLD-COUNT
              FROM DISPUTE
              WHERE DISPUTE_SORTCODE = :HV-SORTCODE
                AND DISPUTE_STATUS IN ('R','P')
                AND DISPUTE_ACCNO IN
                   (SELECT CLOSECRT_ACC_NUMBER FROM CLOSECRT
                    WHERE CLOSECRT_SORTCODE = :HV-SORTCODE
                      AND CLOSECRT_CUST_NUMBER = :HV-CUSTNO)
           END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM HOLD-CHECK-FAILED
              GO TO CHK999
           END-IF.

           IF HV-HOLD-COUNT > 0
              MOVE 'OPEN DISPUTE' TO WS-HOLD-REASON
              GO TO CHK999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-HOLD-COUNT
              FROM COMPLAINT
              WHERE COMPLAINT_SORTCODE = :HV-SORTCODE
                AND COMPLAINT_CUSTNO = :HV-CUSTNO
                AND COMPLAINT_STATUS IN ('R','A','I')
           END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM HOLD-CHECK-FAILED
              GO TO CHK999
           END-IF.

           IF HV-HOLD-COUNT > 0
              MOVE 'OPEN COMPLAINT' TO WS-HOLD-REASON
              GO TO CHK999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-HOLD-COUNT
              FROM AMLCASE
              WHERE AMLCASE_SORTCODE = :HV-SORTCODE
                AND AMLCASE_CUSTNO = :HV-CUSTNO
                AND AMLCASE_STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM HOLD-CHECK-FAILED
              GO TO CHK999
           END-IF.

           IF HV-HOLD-COUNT > 0
              MOVE 'OPEN AML CASE' TO WS-HOLD-REASON
           END-IF.
       CHK999.
           EXIT.

       HOLD-CHECK-FAILED SECTION.
       HCF010.
           MOVE SQLCODE TO WS-PRINT-SQLCODE.
           STRING 'HOLD CHECK FAILED SQLCODE=' DELIMITED BY SIZE
                  WS-PRINT-SQLCODE DELIMITED BY SIZE
                  INTO WS-HOLD-REASON
           END-STRING.
       HCF999.
           EXIT.

      *----------------------------------------------------------------
      * One customer, one unit of work: DB2 stores first, then the
      * two VSAM files, then the register rows, then COMMIT.
      *----------------------------------------------------------------
       ANONYMISE-CUSTOMER SECTION.
       ANC010.
           MOVE 'N' TO WS-CUST-FAILED-SW.
           MOVE SPACES TO WS-FAIL-TEXT.
           INITIALIZE WS-STORE-ROWS-TABLE.

           PERFORM ANON-DELCUST.
           IF WS-CUST-FAILED
              GO TO ANC080
           END-IF.

           PERFORM ANON-CUSTHIST.
           IF WS-CUST-FAILED
              GO TO ANC080
           END-IF.

           PERFORM ANON-CONTHIST.
           IF WS-CUST-FAILED
              GO TO ANC080
           END-IF.

           PERFORM ANON-CORRARCH.
           IF WS-CUST-FAILED
              GO TO ANC080
           END-IF.

           PERFORM ANON-TIMELINE.
           IF WS-CUST-FAILED
              GO TO ANC080
           END-IF.

           PERFORM ANON-CLOSECRT.
           IF WS-CUST-FAILED
              GO TO ANC080
           END-IF.

           PERFORM ANON-PROCTRAN.
           IF WS-CUST-FAILED
              GO TO ANC080
           END-IF.

           PERFORM ANON-PROCARCT.
           IF WS-CUST-FAILED
              GO TO ANC080
           END-IF.

           PERFORM ANON-EVNTOUT.
           IF WS-CUST-FAILED
              GO TO ANC080
           END-IF.

           PERFORM ANON-CUSTOMER-RECORD.
           IF WS-CUST-FAILED
              GO TO ANC080
           END-IF.

           PERFORM ANON-PAYEES.
           IF WS-CUST-FAILED
              GO TO ANC080
           END-IF.

           PERFORM WRITE-REGISTER-ROW
              VARYING WS-STORE-SUB FROM 1 BY 1
              UNTIL WS-STORE-SUB > 11
                 OR WS-CUST-FAILED.
           IF WS-CUST-FAILED
              GO TO ANC080
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-CUST-FAILED-SW
              MOVE SQLCODE TO WS-PRINT-SQLCODE
              STRING 'COMMIT FAILED SQLCODE=' DELIMITED BY SIZE
                     WS-PRINT-SQLCODE DELIMITED BY SIZE
                     INTO WS-FAIL-TEXT
              END-STRING
           END-IF.

       ANC080.
           IF WS-CUST-FAILED
              EXEC SQL ROLLBACK WORK END-EXEC
              ADD 1 TO WS-CUSTOMERS-FAILED
              MOVE SPACES TO ANON-REPORT-LINE
              STRING 'FAILED     CUSTOMER=' DELIMITED BY SIZE
                  HV-CUSTNO DELIMITED BY SIZE
                  ' LAST CLOSED=' DELIMITED BY SIZE
                  HV-LAST-CLOSED DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-FAIL-TEXT DELIMITED BY SIZE
                  INTO ANON-REPORT-LINE
              END-STRING
              WRITE ANON-REPORT-LINE
              PERFORM RAISE-FAILURE-EXCEPTION
              GO TO ANC999
           END-IF.

           ADD 1 TO WS-CUSTOMERS-ANONYMISED.
           MOVE 0 TO WS-CUSTOMER-ENTRIES.

           PERFORM ADD-STORE-TO-TOTALS
              VARYING WS-STORE-SUB FROM 1 BY 1
              UNTIL WS-STORE-SUB > 11.

           MOVE WS-CUSTOMER-ENTRIES TO WS-PRINT-COUNT.
           MOVE SPACES TO ANON-REPORT-LINE
           STRING 'ANONYMISED CUSTOMER=' DELIMITED BY SIZE
               HV-CUSTNO DELIMITED BY SIZE
               ' LAST CLOSED=' DELIMITED BY SIZE
               HV-LAST-CLOSED DELIMITED BY SIZE
               ' ENTRIES=' DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               INTO ANON-REPORT-LINE
           END-STRING
           WRITE ANON-REPORT-LINE.
       ANC999.
           EXIT.

       ADD-STORE-TO-TOTALS SECTION.
       AST010.
           ADD WS-STORE-ROWS(WS-STORE-SUB)
              TO WS-STORE-TOTAL(WS-STORE-SUB).
           ADD WS-STORE-ROWS(WS-STORE-SUB) TO WS-CUSTOMER-ENTRIES.
       AST999.
           EXIT.

      *----------------------------------------------------------------
      * After each DB2 store: the number of entries changed goes in
      * the store's slot, or the customer is failed. No rows at all
      * is SQLCODE 100 on a searched UPDATE or DELETE, and is fine.
      *----------------------------------------------------------------
       CHECK-STORE-SQLCODE SECTION.
       CSS010.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3) TO WS-STORE-ROWS(WS-STORE-SUB)
              WHEN 100
                 MOVE 0 TO WS-STORE-ROWS(WS-STORE-SUB)
              WHEN OTHER
                 MOVE 'Y' TO WS-CUST-FAILED-SW
                 MOVE SQLCODE TO WS-PRINT-SQLCODE
                 STRING WS-STORE-NAME(WS-STORE-SUB) DELIMITED BY SPACE
                        ' UPDATE FAILED SQLCODE=' DELIMITED BY SIZE
                        WS-PRINT-SQLCODE DELIMITED BY SIZE
                        INTO WS-FAIL-TEXT
                 END-STRING
           END-EVALUATE.
       CSS999.
           EXIT.

      *----------------------------------------------------------------
       ANON-DELCUST SECTION.
       ADC010.
           MOVE 2 TO WS-STORE-SUB.

           EXEC SQL
              UPDATE DELCUST
              SET DELCUST_NAME = :HV-TOKEN,
                  DELCUST_ADDRESS = :HV-TOKEN,
                  DELCUST_DATE_OF_BIRTH = '00000000'
              WHERE DELCUST_SORTCODE = :HV-SORTCODE
                AND DELCUST_NUMBER = :HV-CUSTNO
           END-EXEC.

           PERFORM CHECK-STORE-SQLCODE.
       ADC999.
           EXIT.

       ANON-CUSTHIST SECTION.
       ACH010.
           MOVE 3 TO WS-STORE-SUB.

           EXEC SQL
              UPDATE CUSTHIST
              SET CUSTHIST_OLD_NAME = :HV-TOKEN,
                  CUSTHIST_NEW_NAME = :HV-TOKEN,
                  CUSTHIST_OLD_ADDRESS = :HV-TOKEN,
                  CUSTHIST_NEW_ADDRESS = :HV-TOKEN
              WHERE CUSTHIST_SORTCODE = :HV-SORTCODE
                AND CUSTHIST_NUMBER = :HV-CUSTNO
           END-EXEC.

           PERFORM CHECK-STORE-SQLCODE.
       ACH999.
           EXIT.

       ANON-CONTHIST SECTION.
       ACO010.
           MOVE 4 TO WS-STORE-SUB.

           EXEC SQL
              UPDATE CONTHIST
              SET CONTHIST_OLD_PHONE = :HV-TOKEN,
                  CONTHIST_NEW_PHONE = :HV-TOKEN,
                  CONTHIST_OLD_MOBILE = :HV-TOKEN,
                  CONTHIST_NEW_MOBILE = :HV-TOKEN,
                  CONTHIST_OLD_EMAIL = :HV-TOKEN,
                  CONTHIST_NEW_EMAIL = :HV-TOKEN
              WHERE CONTHIST_SORTCODE = :HV-SORTCODE
                AND CONTHIST_CUSTNO = :HV-CUSTNO
           END-EXEC.

           PERFORM CHECK-STORE-SQLCODE.
       ACO999.
           EXIT.

      * The letter's type, date and channel stay - only its words go.
       ANON-CORRARCH SECTION.
       ACA010.
           MOVE 5 TO WS-STORE-SUB.

           EXEC SQL
              UPDATE CORRARCH
              SET CORRARCH_TEXT = :HV-TOKEN
              WHERE CORRARCH_SORTCODE = :HV-SORTCODE
                AND CORRARCH_CUSTNO = :HV-CUSTNO
           END-EXEC.

           PERFORM CHECK-STORE-SQLCODE.
       ACA999.
           EXIT.

       ANON-TIMELINE SECTION.
       ATL010.
           MOVE 6 TO WS-STORE-SUB.

           EXEC SQL
              DELETE FROM TIMELINE
              WHERE TIMELINE_SORTCODE = :HV-SORTCODE
                AND TIMELINE_CUSTNO = :HV-CUSTNO
           END-EXEC.

           PERFORM CHECK-STORE-SQLCODE.
       ATL999.
           EXIT.

       ANON-CLOSECRT SECTION.
       ACC010.
           MOVE 8 TO WS-STORE-SUB.

           EXEC SQL
              UPDATE CLOSECRT
              SET CLOSECRT_CUST_NAME = :HV-TOKEN
              WHERE CLOSECRT_SORTCODE = :HV-SORTCODE
                AND CLOSECRT_CUST_NUMBER = :HV-CUSTNO
           END-EXEC.

           PERFORM CHECK-STORE-SQLCODE.
       ACC999.
           EXIT.

       ANON-PROCTRAN SECTION.
       APT010.
           MOVE 9 TO WS-STORE-SUB.

           EXEC SQL
              UPDATE PROCTRAN
              SET PROCTRAN_DESC =
                  SUBSTR(PROCTRAN_DESC,1,16) || :HV-DESC-TAIL
              WHERE PROCTRAN_SORTCODE = :HV-SORTCODE
                AND PROCTRAN_TYPE IN ('OCC','ODC','ICC','IDC')
                AND SUBSTR(PROCTRAN_DESC,7,10) = :HV-CUSTNO
           END-EXEC.

           PERFORM CHECK-STORE-SQLCODE.
       APT999.
           EXIT.

       ANON-PROCARCT SECTION.
       APA010.
           MOVE 10 TO WS-STORE-SUB.

           EXEC SQL
              UPDATE PROCARCT
              SET PROCARCT_DESC =
                  SUBSTR(PROCARCT_DESC,1,16) || :HV-DESC-TAIL
              WHERE PROCARCT_SORTCODE = :HV-SORTCODE
                AND PROCARCT_TYPE IN ('OCC','ODC','ICC','IDC')
                AND SUBSTR(PROCARCT_DESC,7,10) = :HV-CUSTNO
           END-EXEC.

           PERFORM CHECK-STORE-SQLCODE.
       APA999.
           EXIT.

      * The outbox carries its own copy of each PROCTRAN
      * description. Messages already handed to the queue are
      * beyond reach; the outbox itself, and any replay from it,
      * no longer names the customer.
       ANON-EVNTOUT SECTION.
       AEO010.
           MOVE 11 TO WS-STORE-SUB.

           EXEC SQL
              UPDATE EVNTOUT
              SET EVNTOUT_DESC =
                  SUBSTR(EVNTOUT_DESC,1,16) || :HV-DESC-TAIL
              WHERE EVNTOUT_SORTCODE = :HV-SORTCODE
                AND EVNTOUT_TYPE IN ('OCC','ODC','ICC','IDC')
                AND SUBSTR(EVNTOUT_DESC,7,10) = :HV-CUSTNO
           END-EXEC.

           PERFORM CHECK-STORE-SQLCODE.
       AEO999.
           EXIT.

      *----------------------------------------------------------------
      * The live CUSTOMER record, when the customer was never
      * deleted. The token goes in the family name so the alternate
      * index no longer finds them by name either. Organisation
      * names are overwritten too - a partnership's or sole
      * trader's name is a person's name.
      *----------------------------------------------------------------
       ANON-CUSTOMER-RECORD SECTION.
       ACR010.
           MOVE 1 TO WS-STORE-SUB.
           MOVE 0 TO WS-STORE-ROWS(WS-STORE-SUB).

           MOVE WS-SORTCODE TO CUSTOMER-SORTCODE.
           MOVE HV-CUSTNO-NUM TO CUSTOMER-NUMBER.

           READ CUSTOMER-FILE
              INVALID KEY
                 CONTINUE
           END-READ.

           IF WS-CUSTOMER-NOTFND
              GO TO ACR999
           END-IF.

           IF NOT WS-CUSTOMER-OK
              MOVE 'Y' TO WS-CUST-FAILED-SW
              STRING 'CUSTOMER READ FAILED STATUS=' DELIMITED BY SIZE
                     WS-CUSTOMER-STATUS DELIMITED BY SIZE
                     INTO WS-FAIL-TEXT
              END-STRING
              GO TO ACR999
           END-IF.

           MOVE SPACES TO CUSTOMER-NAME.
           MOVE HV-TOKEN TO CUSTOMER-FAMILY-NAME.
           MOVE SPACES TO CUSTOMER-ADDRESS.
           MOVE HV-TOKEN TO CUSTOMER-STREET-ADDRESS.
           MOVE 0 TO CUSTOMER-DATE-OF-BIRTH.
           MOVE 0 TO CUSTOMER-DATE-OF-DEATH.
           MOVE SPACES TO CUSTOMER-PHONE.
           MOVE SPACES TO CUSTOMER-MOBILE.
           MOVE SPACES TO CUSTOMER-EMAIL.
           MOVE SPACES TO CUSTOMER-REGISTRATION-NO.
           IF CUSTOMER-LEGAL-NAME NOT = SPACES
              MOVE HV-TOKEN TO CUSTOMER-LEGAL-NAME
           END-IF.
           IF CUSTOMER-TRADING-NAME NOT = SPACES
              MOVE HV-TOKEN TO CUSTOMER-TRADING-NAME
           END-IF.

           REWRITE CUSTOMER-RECORD-STRUCTURE.

           IF NOT WS-CUSTOMER-OK
              MOVE 'Y' TO WS-CUST-FAILED-SW
              STRING 'CUSTOMER REWRITE FAILED STATUS='
                     DELIMITED BY SIZE
                     WS-CUSTOMER-STATUS DELIMITED BY SIZE
                     INTO WS-FAIL-TEXT
              END-STRING
              GO TO ACR999
           END-IF.

           MOVE 1 TO WS-STORE-ROWS(WS-STORE-SUB).
       ACR999.
           EXIT.

      *----------------------------------------------------------------
      * Every saved payee of the customer: the payee's name and the
      * customer's own nickname for them. The destination sort code
      * and account stay - they are part of the payment record.
      *----------------------------------------------------------------
       ANON-PAYEES SECTION.
       APY010.
           MOVE 7 TO WS-STORE-SUB.
           MOVE 0 TO WS-STORE-ROWS(WS-STORE-SUB).

           MOVE WS-SORTCODE TO PAYEE-SORTCODE.
           MOVE HV-CUSTNO-NUM TO PAYEE-CUSTNO.
           MOVE 0 TO PAYEE-SEQ.
           MOVE 'Y' TO WS-READING-SW.

           START PAYEE-FILE KEY IS NOT LESS THAN PAYEE-KEY
              INVALID KEY
                 MOVE 'N' TO WS-READING-SW
           END-START.

           PERFORM ANON-NEXT-PAYEE
              UNTIL NOT WS-STILL-READING.
       APY999.
           EXIT.

       ANON-NEXT-PAYEE SECTION.
       ANP010.
           READ PAYEE-FILE NEXT RECORD
              AT END
                 MOVE 'N' TO WS-READING-SW
                 GO TO ANP999
           END-READ.

           IF NOT WS-PAYEE-OK
              MOVE 'N' TO WS-READING-SW
              MOVE 'Y' TO WS-CUST-FAILED-SW
              STRING 'PAYEE READ FAILED STATUS=' DELIMITED BY SIZE
                     WS-PAYEE-STATUS DELIMITED BY SIZE
                     INTO WS-FAIL-TEXT
              END-STRING
              GO TO ANP999
           END-IF.

           IF PAYEE-SORTCODE NOT = WS-SORTCODE
              OR PAYEE-CUSTNO NOT = HV-CUSTNO-NUM
              MOVE 'N' TO WS-READING-SW
              GO TO ANP999
           END-IF.

           MOVE HV-TOKEN TO PAYEE-NAME.
           MOVE HV-TOKEN TO PAYEE-NICKNAME.

           REWRITE PAYEE-RECORD.

           IF NOT WS-PAYEE-OK
              MOVE 'N' TO WS-READING-SW
              MOVE 'Y' TO WS-CUST-FAILED-SW
              STRING 'PAYEE REWRITE FAILED STATUS=' DELIMITED BY SIZE
                     WS-PAYEE-STATUS DELIMITED BY SIZE
                     INTO WS-FAIL-TEXT
              END-STRING
              GO TO ANP999
           END-IF.

           ADD 1 TO WS-STORE-ROWS(WS-STORE-SUB).
       ANP999.
           EXIT.

      *----------------------------------------------------------------
      * One register row per store, nothing held included, all in
      * the customer's unit of work.
      *----------------------------------------------------------------
       WRITE-REGISTER-ROW SECTION.
       WRR010.
           MOVE WS-STORE-NAME(WS-STORE-SUB) TO HV-STORE.
           MOVE WS-STORE-ROWS(WS-STORE-SUB) TO HV-STORE-ROWS.

           EXEC SQL
              INSERT INTO ANONREG
                 (ANONREG_SORTCODE, ANONREG_CUSTNO, ANONREG_STORE,
                  ANONREG_ROWS, ANONREG_ANON_DATE,
                  ANONREG_LAST_CLOSED)
              VALUES
                 (:HV-SORTCODE, :HV-CUSTNO, :HV-STORE,
                  :HV-STORE-ROWS, :HV-RUN-DATE,
                  :HV-LAST-CLOSED)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-CUST-FAILED-SW
              MOVE SQLCODE TO WS-PRINT-SQLCODE
              STRING 'ANONREG INSERT FAILED SQLCODE=' DELIMITED BY SIZE
                     WS-PRINT-SQLCODE DELIMITED BY SIZE
                     INTO WS-FAIL-TEXT
              END-STRING
           END-IF.
       WRR999.
           EXIT.

      *----------------------------------------------------------------
       RAISE-FAILURE-EXCEPTION SECTION.
       RFE010.
           INITIALIZE EXCPWRT-AREA.
           MOVE 'ANONRUN ' TO EXCP-SOURCE.
           MOVE HV-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'E' TO EXCP-SEVERITY.
           MOVE HV-CUSTNO TO EXCP-CUSTNO.
           MOVE WS-FAIL-TEXT TO EXCP-MESSAGE.

           CALL 'EXCPWRT' USING EXCPWRT-AREA.
       RFE999.
           EXIT.

      *----------------------------------------------------------------
       PRINT-STORE-TOTALS SECTION.
       PST010.
           PERFORM PRINT-ONE-STORE-TOTAL
              VARYING WS-STORE-SUB FROM 1 BY 1
              UNTIL WS-STORE-SUB > 11.
       PST999.
           EXIT.

       PRINT-ONE-STORE-TOTAL SECTION.
       POS010.
           MOVE WS-STORE-TOTAL(WS-STORE-SUB) TO WS-PRINT-COUNT.
           MOVE SPACES TO ANON-REPORT-LINE
           STRING 'STORE=' DELIMITED BY SIZE
               WS-STORE-NAME(WS-STORE-SUB) DELIMITED BY SIZE
               ' ENTRIES OVERWRITTEN=' DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               INTO ANON-REPORT-LINE
           END-STRING
           WRITE ANON-REPORT-LINE.
       POS999.
           EXIT.
