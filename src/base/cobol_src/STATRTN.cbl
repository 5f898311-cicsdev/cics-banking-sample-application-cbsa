      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: STATRTN                                                 *
      *                                                                *
      * Description: Monthly central bank statistical return of       *
      *              deposits and lending by sector and maturity, run *
      *              at month end after GLPOST (and SECTVAL). Every    *
      *              account open at the reference date is taken at    *
      *              its last BALSNAP balance on or before it - a      *
      *              credit balance is a deposit, a debit balance      *
      *              lending - in its ACCOUNT_CURRENCY_CODE, under     *
      *              the owning customer's CUSTOMER-SECTOR. An         *
      *              unclassified customer is derived on the fly as    *
      *              CRECUST would and counted on the report.          *
      *                                                                *
      *              Each amount goes into two cells: by ORIGINAL      *
      *              maturity (the term of an open TERMDEP or an       *
      *              active LOANMST) and by RESIDUAL maturity (to      *
      *              TERMDEP_MATURITY_DATE, or to the loan's           *
      *              drawdown date plus its term). Anything with no    *
      *              term is on demand in both. The bands are on       *
      *              demand, up to 1 year, over 1 and up to 5 years,   *
      *              over 5 years.                                     *
      *                                                                *
      *              Cross-check: the return's total for each account  *
      *              type is gathered under the customer-side GL       *
      *              account GLMAP credits for it ('CRE' row) and      *
      *              compared with that account's GLBAL opening plus   *
      *              the period's GLENTRY movement to the reference    *
      *              date. Customer money is a credit in the ledger,   *
      *              so the ledger must hold the return total with     *
      *              the sign reversed.                                *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the reference date (defaults to today).    *
      *                                                                *
      * Output: Submission file STATSUB and sequential report          *
      *         STATRPT. Return code 4 when the return does not agree  *
      *         with the ledger, 12 on an SQL failure.                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATRTN.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBMISSION-FILE
                  ASSIGN TO STATSUB
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STAT-REPORT
                  ASSIGN TO STATRPT
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
       FD  SUBMISSION-FILE.
       01  SUBMISSION-RECORD                 PIC X(100).

       FD  STAT-REPORT.
       01  STAT-REPORT-LINE                  PIC X(132).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD-STRUCTURE.
           COPY CUSTOMER.

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE BALSNAP END-EXEC.
           EXEC SQL INCLUDE LOANDB2 END-EXEC.
           EXEC SQL INCLUDE TERMDB2 END-EXEC.
           EXEC SQL INCLUDE GLDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 WS-RUN-DATE-X REDEFINES HV-RUN-DATE.
          03 WS-RUN-YYYY                    PIC 9(4).
          03 WS-RUN-MM                      PIC 9(2).
          03 WS-RUN-DD                      PIC 9(2).
      * The reference date as a DB2 date, for ACCOUNT_OPENED.
       01 HV-RUN-DATE-DB2                   PIC X(10).
       01 HV-PERIOD                         PIC X(6).
       01 HV-PERIOD-FROM                    PIC X(8).

       01 HV-ACC-NUMBER                     PIC X(8).
       01 HV-ACC-CUST-NO                    PIC X(10).
       01 HV-ACC-TYPE                       PIC X(8).
       01 HV-ACC-CURRENCY                   PIC X(3).
       01 HV-TERM-MONTHS                    PIC S9(9) COMP.
       01 HV-TERM-MATURITY                  PIC X(8).
       01 HV-LOAN-MONTHS                    PIC S9(9) COMP.
       01 HV-LOAN-DRAWDOWN                  PIC X(8).
       01 HV-SNAP-BALANCE                   PIC S9(10)V99 COMP-3.
       01 HV-SNAP-BALANCE-IND               PIC S9(4) COMP.

       01 HV-GLACCT                         PIC X(8).
       01 HV-GL-FROM                        PIC X(8).
       01 HV-GL-OPENING                     PIC S9(12)V99 COMP-3.
       01 HV-GL-MOVEMENT                    PIC S9(12)V99 COMP-3.

       01 WS-CUSTOMER-STATUS                PIC XX.
          88 WS-CUSTOMER-OK                 VALUE '00'.

       01 WS-TODAY                          PIC 9(8).

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.
       01 WS-RUN-FAILED-SW                  PIC X VALUE 'N'.
          88 WS-RUN-FAILED                  VALUE 'Y'.
       01 WS-FAILED-TABLE                   PIC X(8).

      * Maturity arithmetic is done in months from year zero; a
      * part month left over counts as a whole one.
       01 WS-DATE-WORK                      PIC X(8).
       01 WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
          03 WS-DATE-YYYY                   PIC 9(4).
          03 WS-DATE-MM                     PIC 9(2).
          03 WS-DATE-DD                     PIC 9(2).
       01 WS-RUN-MONTHS                     PIC S9(7) COMP.
       01 WS-MATURITY-MONTHS                PIC S9(7) COMP.
       01 WS-MATURITY-DAY                   PIC 9(2).
       01 WS-ORIGINAL-MONTHS                PIC S9(7) COMP.
       01 WS-RESIDUAL-MONTHS                PIC S9(7) COMP.
       01 WS-BAND-MONTHS                    PIC S9(7) COMP.

       01 WS-CELL-CURRENCY                  PIC X(3).
       01 WS-CELL-AMOUNT                    PIC S9(12)V99.
       01 WS-INST                           PIC S9(4) COMP.
       01 WS-SECT                           PIC S9(4) COMP.
       01 WS-BASIS                          PIC S9(4) COMP.
       01 WS-BAND                           PIC S9(4) COMP.
       01 WS-BAND-ORIGINAL                  PIC S9(4) COMP.
       01 WS-BAND-RESIDUAL                  PIC S9(4) COMP.
       01 WS-SECTOR                         PIC X.

      * The return cells: up to 10 currencies; deposits and
      * lending; the four sectors in the order of WS-SECTOR-CODES;
      * original and residual basis; four maturity bands.
       01 WS-RETURN-TABLE.
          03 WS-CCY-ENTRY OCCURS 10 TIMES.
             05 WS-CCY-CODE                 PIC X(3).
             05 WS-CCY-INST OCCURS 2 TIMES.
                07 WS-CCY-SECT OCCURS 4 TIMES.
                   09 WS-CCY-BASIS OCCURS 2 TIMES.
                      11 WS-CELL-TOTAL OCCURS 4 TIMES
                                            PIC S9(13)V99.
                      11 WS-CELL-COUNT OCCURS 4 TIMES
                                            PIC 9(7).
       01 WS-CCY-COUNT                      PIC S9(4) COMP VALUE 0.
       01 WS-CCY-SUB                        PIC S9(4) COMP.
       01 WS-CCY-HIT                        PIC S9(4) COMP.

       01 WS-SECTOR-CODES                   PIC X(4) VALUE 'HNFG'.
       01 WS-SECTOR-CODE-TABLE REDEFINES WS-SECTOR-CODES.
          03 WS-SECTOR-CODE OCCURS 4 TIMES  PIC X.

       01 WS-SECTOR-NAMES.
          03 FILLER                         PIC X(12)
                                            VALUE 'HOUSEHOLDS  '.
          03 FILLER                         PIC X(12)
                                            VALUE 'NON-FIN CORP'.
          03 FILLER                         PIC X(12)
                                            VALUE 'FINANCIAL   '.
          03 FILLER                         PIC X(12)
                                            VALUE 'GOVERNMENT  '.
       01 WS-SECTOR-NAME-TABLE REDEFINES WS-SECTOR-NAMES.
          03 WS-SECTOR-NAME OCCURS 4 TIMES  PIC X(12).

       01 WS-INST-NAMES                     PIC X(16)
                                            VALUE 'DEPOSITSLENDING '.
       01 WS-INST-NAME-TABLE REDEFINES WS-INST-NAMES.
          03 WS-INST-NAME OCCURS 2 TIMES    PIC X(8).

       01 WS-INST-CODES                     PIC X(2) VALUE 'DL'.
       01 WS-INST-CODE-TABLE REDEFINES WS-INST-CODES.
          03 WS-INST-CODE OCCURS 2 TIMES    PIC X.

       01 WS-BASIS-NAMES                    PIC X(16)
                                            VALUE 'ORIGINALRESIDUAL'.
       01 WS-BASIS-NAME-TABLE REDEFINES WS-BASIS-NAMES.
          03 WS-BASIS-NAME OCCURS 2 TIMES   PIC X(8).

       01 WS-BASIS-CODES                    PIC X(2) VALUE 'OR'.
       01 WS-BASIS-CODE-TABLE REDEFINES WS-BASIS-CODES.
          03 WS-BASIS-CODE OCCURS 2 TIMES   PIC X.

      * Account type totals, then the same gathered by the GL
      * account each type's customer balances are held in.
       01 WS-ATYPE-TABLE.
          03 WS-ATYPE-ENTRY OCCURS 20 TIMES.
             05 WS-ATYPE-CODE               PIC X(8).
             05 WS-ATYPE-TOTAL              PIC S9(13)V99.
       01 WS-ATYPE-COUNT                    PIC S9(4) COMP VALUE 0.
       01 WS-ATYPE-SUB                      PIC S9(4) COMP.
       01 WS-ATYPE-HIT                      PIC S9(4) COMP.

       01 WS-GL-TABLE.
          03 WS-GL-ENTRY OCCURS 20 TIMES.
             05 WS-GL-ACCT                  PIC X(8).
             05 WS-GL-EXPECTED              PIC S9(13)V99.
       01 WS-GL-COUNT                       PIC S9(4) COMP VALUE 0.
       01 WS-GL-SUB                         PIC S9(4) COMP.
       01 WS-GL-HIT                         PIC S9(4) COMP.
       01 WS-GL-BALANCE                     PIC S9(13)V99.
       01 WS-GL-DIFFERENCE                  PIC S9(13)V99.

       01 WS-ACCOUNTS-READ                  PIC 9(8) VALUE 0.
       01 WS-ACCOUNTS-REPORTED              PIC 9(8) VALUE 0.
       01 WS-NO-SNAPSHOT                    PIC 9(8) VALUE 0.
       01 WS-NO-CUSTOMER                    PIC 9(8) VALUE 0.
       01 WS-SECTOR-DERIVED                 PIC 9(8) VALUE 0.
       01 WS-TABLE-FULL                     PIC 9(8) VALUE 0.
       01 WS-GL-DIFFERENCES                 PIC 9(4) VALUE 0.
       01 WS-CELLS-WRITTEN                  PIC 9(8) VALUE 0.
       01 WS-TOTAL-DEPOSITS                 PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-LENDING                  PIC S9(13)V99 VALUE 0.
       01 WS-LINE-TOTAL                     PIC S9(13)V99.

       01 WS-PRINT-AMOUNT                   PIC -(12)9.99.
       01 WS-PRINT-AMOUNT2                  PIC -(12)9.99.
       01 WS-PRINT-AMOUNT3                  PIC -(12)9.99.
       01 WS-PRINT-BAND1                    PIC -(12)9.99.
       01 WS-PRINT-BAND2                    PIC -(12)9.99.
       01 WS-PRINT-BAND3                    PIC -(12)9.99.
       01 WS-PRINT-BAND4                    PIC -(12)9.99.
       01 WS-PRINT-SQLCODE                  PIC ----9.

      * The submission shapes, all padded into the one 100-byte
      * record: a header, one 'D' record per non-empty cell and a
      * trailer carrying the counts and totals for the receiver to
      * prove the file against.
       01 WS-SUBMIT-HEADER.
          03 WS-SH-TYPE                     PIC X VALUE 'H'.
          03 WS-SH-RETURN-ID                PIC X(8) VALUE 'DEPLEND '.
          03 WS-SH-SORTCODE                 PIC X(6).
          03 WS-SH-REFERENCE-DATE           PIC X(8).
          03 WS-SH-PERIOD                   PIC X(6).
          03 FILLER                         PIC X(71) VALUE SPACES.

       01 WS-SUBMIT-DETAIL.
          03 WS-SD-TYPE                     PIC X VALUE 'D'.
          03 WS-SD-CURRENCY                 PIC X(3).
          03 WS-SD-INSTRUMENT               PIC X.
          03 WS-SD-SECTOR                   PIC X.
          03 WS-SD-BASIS                    PIC X.
          03 WS-SD-BAND                     PIC 9.
          03 WS-SD-AMOUNT                   PIC S9(13)V99
                SIGN LEADING SEPARATE.
          03 WS-SD-ACCOUNTS                 PIC 9(7).
          03 FILLER                         PIC X(69) VALUE SPACES.

       01 WS-SUBMIT-TRAILER.
          03 WS-ST-TYPE                     PIC X VALUE 'T'.
          03 WS-ST-SORTCODE                 PIC X(6).
          03 WS-ST-CELLS                    PIC 9(8).
          03 WS-ST-DEPOSITS                 PIC S9(13)V99
                SIGN LEADING SEPARATE.
          03 WS-ST-LENDING                  PIC S9(13)V99
                SIGN LEADING SEPARATE.
          03 FILLER                         PIC X(53) VALUE SPACES.

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
           OPEN OUTPUT STAT-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO STAT-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO STAT-REPORT-LINE
              END-STRING
              WRITE STAT-REPORT-LINE
              CLOSE STAT-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT SUBMISSION-FILE.
           OPEN INPUT CUSTOMER-FILE.

           MOVE SPACES TO STAT-REPORT-LINE
           STRING 'DEPOSITS AND LENDING STATISTICAL RETURN - SORTCODE '
               DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' REFERENCE DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO STAT-REPORT-LINE
           END-STRING
           WRITE STAT-REPORT-LINE.

           PERFORM GATHER-THE-ACCOUNTS.

           IF WS-RUN-FAILED
              GO TO A090
           END-IF.

           PERFORM PRINT-THE-RETURN.
           PERFORM WRITE-THE-SUBMISSION.
           PERFORM CROSS-CHECK-THE-LEDGER.
       A090.
           MOVE SPACES TO STAT-REPORT-LINE
           STRING 'ACCOUNTS READ=' DELIMITED BY SIZE
               WS-ACCOUNTS-READ DELIMITED BY SIZE
               ' REPORTED=' DELIMITED BY SIZE
               WS-ACCOUNTS-REPORTED DELIMITED BY SIZE
               ' NO SNAPSHOT=' DELIMITED BY SIZE
               WS-NO-SNAPSHOT DELIMITED BY SIZE
               ' NO CUSTOMER=' DELIMITED BY SIZE
               WS-NO-CUSTOMER DELIMITED BY SIZE
               ' SECTOR DERIVED=' DELIMITED BY SIZE
               WS-SECTOR-DERIVED DELIMITED BY SIZE
               INTO STAT-REPORT-LINE
           END-STRING
           WRITE STAT-REPORT-LINE.

           IF WS-TABLE-FULL > 0
              MOVE SPACES TO STAT-REPORT-LINE
              STRING 'ACCOUNTS LEFT OUT - MORE THAN 10 CURRENCIES OR'
                  DELIMITED BY SIZE
                  ' 20 ACCOUNT TYPES=' DELIMITED BY SIZE
                  WS-TABLE-FULL DELIMITED BY SIZE
                  INTO STAT-REPORT-LINE
              END-STRING
              WRITE STAT-REPORT-LINE
           END-IF.

           CLOSE CUSTOMER-FILE.
           CLOSE SUBMISSION-FILE.
           CLOSE STAT-REPORT.

           EVALUATE TRUE
              WHEN WS-RUN-FAILED
                 MOVE 12 TO RETURN-CODE
              WHEN WS-GL-DIFFERENCES > 0 OR WS-TABLE-FULL > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           PERFORM REGISTER-RUN-END.

           GOBACK.

       A999.
           EXIT.

      *----------------------------------------------------------------
      * Register this run on the RUNCTL ledger - the ledger side of
      * the cross-check is only final once GLPOST has posted the
      * reference date.
      *----------------------------------------------------------------
       REGISTER-RUN-START SECTION.
       RGS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'STATRTN ' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE 'GLPOST  ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-ACCOUNTS-REPORTED TO RUNCTL-RECORD-COUNT.
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

           STRING HV-RUN-DATE(1:4) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               HV-RUN-DATE(5:2) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               HV-RUN-DATE(7:2) DELIMITED BY SIZE
               INTO HV-RUN-DATE-DB2
           END-STRING.

           MOVE HV-RUN-DATE(1:6) TO HV-PERIOD.
           MOVE HV-PERIOD TO HV-PERIOD-FROM(1:6).
           MOVE '01' TO HV-PERIOD-FROM(7:2).

           COMPUTE WS-RUN-MONTHS = WS-RUN-YYYY * 12 + WS-RUN-MM.

           INITIALIZE WS-RETURN-TABLE.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * Every account open at the reference date, with the terms of
      * its open term deposit or active loan where it has one - a
      * loan approved for write-off is still on the book.
      *----------------------------------------------------------------
       GATHER-THE-ACCOUNTS SECTION.
       GTA010.
           EXEC SQL
              DECLARE STAT_CSR CURSOR FOR
                 SELECT A.ACCOUNT_NUMBER, A.ACCOUNT_CUSTOMER_NUMBER,
                        A.ACCOUNT_TYPE,
                        COALESCE(A.ACCOUNT_CURRENCY_CODE, ' '),
                        COALESCE(T.TERMDEP_TERM_MONTHS, 0),
                        COALESCE(T.TERMDEP_MATURITY_DATE, ' '),
                        COALESCE(L.LOANMST_TERM_MONTHS, 0),
                        COALESCE(L.LOANMST_DRAWDOWN_DATE, ' ')
                 FROM ACCOUNT A
                 LEFT JOIN TERMDEP T
                    ON T.TERMDEP_SORTCODE = A.ACCOUNT_SORTCODE
                   AND T.TERMDEP_ACCNO = A.ACCOUNT_NUMBER
                   AND T.TERMDEP_STATUS = 'O'
                 LEFT JOIN LOANMST L
                    ON L.LOANMST_SORTCODE = A.ACCOUNT_SORTCODE
                   AND L.LOANMST_ACCNO = A.ACCOUNT_NUMBER
                   AND L.LOANMST_STATUS NOT IN ('S', 'Z', 'K')
                 WHERE A.ACCOUNT_SORTCODE = :HV-SORTCODE
                   AND A.ACCOUNT_OPENED <= :HV-RUN-DATE-DB2
                 ORDER BY A.ACCOUNT_NUMBER
           END-EXEC.

           EXEC SQL OPEN STAT_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'ACCOUNT' TO WS-FAILED-TABLE
              PERFORM REPORT-SQL-FAILURE
              GO TO GTA999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-ACCOUNT.

           PERFORM UNTIL WS-EOF OR WS-RUN-FAILED
              PERFORM REPORT-ONE-ACCOUNT
              PERFORM FETCH-NEXT-ACCOUNT
           END-PERFORM.

           EXEC SQL CLOSE STAT_CSR END-EXEC.
       GTA999.
           EXIT.

       FETCH-NEXT-ACCOUNT SECTION.
       FNA010.
           EXEC SQL
              FETCH STAT_CSR
              INTO :HV-ACC-NUMBER, :HV-ACC-CUST-NO, :HV-ACC-TYPE,
                   :HV-ACC-CURRENCY,
                   :HV-TERM-MONTHS, :HV-TERM-MATURITY,
                   :HV-LOAN-MONTHS, :HV-LOAN-DRAWDOWN
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-ACCOUNTS-READ
              WHEN 100
                 MOVE 'Y' TO WS-EOF-SW
              WHEN OTHER
                 MOVE 'Y' TO WS-EOF-SW
                 MOVE 'ACCOUNT' TO WS-FAILED-TABLE
                 PERFORM REPORT-SQL-FAILURE
           END-EVALUATE.
       FNA999.
           EXIT.

      *----------------------------------------------------------------
      * One account into its two cells. An account with no snapshot
      * on or before the reference date has nothing to report, and
      * a zero balance is neither a deposit nor lending.
      *----------------------------------------------------------------
       REPORT-ONE-ACCOUNT SECTION.
       ROA010.
           EXEC SQL
              SELECT BALSNAP_ACTUAL_BALANCE
              INTO :HV-SNAP-BALANCE :HV-SNAP-BALANCE-IND
              FROM BALSNAP
              WHERE BALSNAP_SORTCODE = :HV-SORTCODE
                AND BALSNAP_NUMBER = :HV-ACC-NUMBER
                AND BALSNAP_DATE <= :HV-RUN-DATE
              ORDER BY BALSNAP_DATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 IF HV-SNAP-BALANCE-IND < 0
                    MOVE 0 TO HV-SNAP-BALANCE
                 END-IF
              WHEN 100
                 ADD 1 TO WS-NO-SNAPSHOT
                 GO TO ROA999
              WHEN OTHER
                 MOVE 'BALSNAP' TO WS-FAILED-TABLE
                 PERFORM REPORT-SQL-FAILURE
                 GO TO ROA999
           END-EVALUATE.

           IF HV-SNAP-BALANCE = 0
              GO TO ROA999
           END-IF.

           MOVE HV-ACC-CURRENCY TO WS-CELL-CURRENCY.
           IF WS-CELL-CURRENCY = SPACES
              MOVE 'GBP' TO WS-CELL-CURRENCY
           END-IF.

           PERFORM FIND-CURRENCY-SLOT.
           PERFORM FIND-ACCOUNT-TYPE-SLOT.

           IF WS-CCY-HIT = 0 OR WS-ATYPE-HIT = 0
              ADD 1 TO WS-TABLE-FULL
              GO TO ROA999
           END-IF.

           ADD HV-SNAP-BALANCE TO WS-ATYPE-TOTAL(WS-ATYPE-HIT).

           IF HV-SNAP-BALANCE > 0
              MOVE 1 TO WS-INST
              MOVE HV-SNAP-BALANCE TO WS-CELL-AMOUNT
              ADD HV-SNAP-BALANCE TO WS-TOTAL-DEPOSITS
           ELSE
              MOVE 2 TO WS-INST
              COMPUTE WS-CELL-AMOUNT = 0 - HV-SNAP-BALANCE
              ADD WS-CELL-AMOUNT TO WS-TOTAL-LENDING
           END-IF.

           PERFORM FIND-CUSTOMER-SECTOR.
           PERFORM WORK-OUT-MATURITY.

           MOVE 1 TO WS-BASIS.
           MOVE WS-BAND-ORIGINAL TO WS-BAND.
           PERFORM ADD-TO-CELL.

           MOVE 2 TO WS-BASIS.
           MOVE WS-BAND-RESIDUAL TO WS-BAND.
           PERFORM ADD-TO-CELL.

           ADD 1 TO WS-ACCOUNTS-REPORTED.
       ROA999.
           EXIT.

       ADD-TO-CELL SECTION.
       ATC010.
           ADD WS-CELL-AMOUNT
              TO WS-CELL-TOTAL(WS-CCY-HIT, WS-INST, WS-SECT,
                               WS-BASIS, WS-BAND).
           ADD 1
              TO WS-CELL-COUNT(WS-CCY-HIT, WS-INST, WS-SECT,
                               WS-BASIS, WS-BAND).
       ATC999.
           EXIT.

      *----------------------------------------------------------------
      * The owning customer's sector. An unclassified or unusable
      * one is derived the way CRECUST derives it, and counted so
      * the report shows how much of the return SECTVAL still has
      * to clear; an unreadable customer record is a household.
      *----------------------------------------------------------------
       FIND-CUSTOMER-SECTOR SECTION.
       FCU010.
           MOVE HV-SORTCODE TO CUSTOMER-SORTCODE.
           MOVE HV-ACC-CUST-NO TO CUSTOMER-NUMBER.

           READ CUSTOMER-FILE
              INVALID KEY
                 ADD 1 TO WS-NO-CUSTOMER
                 MOVE 'H' TO WS-SECTOR
                 GO TO FCU020
           END-READ.

           IF CUSTOMER-SECTOR-VALID
              MOVE CUSTOMER-SECTOR TO WS-SECTOR
           ELSE
              ADD 1 TO WS-SECTOR-DERIVED
              IF CUSTOMER-LIMITED-COMPANY
                 MOVE 'N' TO WS-SECTOR
              ELSE
                 MOVE 'H' TO WS-SECTOR
              END-IF
           END-IF.
       FCU020.
           PERFORM VARYING WS-SECT FROM 1 BY 1
              UNTIL WS-SECT > 4
                 OR WS-SECTOR-CODE(WS-SECT) = WS-SECTOR
              CONTINUE
           END-PERFORM.
       FCU999.
           EXIT.

      *----------------------------------------------------------------
      * Original maturity is the contractual term; residual is
      * what is left of it at the reference date. A term deposit
      * past its maturity date but not yet paid away, or a loan
      * past its final installment, is repayable on demand.
      *----------------------------------------------------------------
       WORK-OUT-MATURITY SECTION.
       WOM010.
           MOVE 1 TO WS-BAND-ORIGINAL.
           MOVE 1 TO WS-BAND-RESIDUAL.

           EVALUATE TRUE
              WHEN HV-TERM-MONTHS > 0
                 MOVE HV-TERM-MONTHS TO WS-ORIGINAL-MONTHS
                 MOVE HV-TERM-MATURITY TO WS-DATE-WORK
                 COMPUTE WS-MATURITY-MONTHS =
                    WS-DATE-YYYY * 12 + WS-DATE-MM
                 MOVE WS-DATE-DD TO WS-MATURITY-DAY
              WHEN HV-LOAN-MONTHS > 0
                 MOVE HV-LOAN-MONTHS TO WS-ORIGINAL-MONTHS
                 MOVE HV-LOAN-DRAWDOWN TO WS-DATE-WORK
                 COMPUTE WS-MATURITY-MONTHS =
                    WS-DATE-YYYY * 12 + WS-DATE-MM + HV-LOAN-MONTHS
                 MOVE WS-DATE-DD TO WS-MATURITY-DAY
              WHEN OTHER
                 GO TO WOM999
           END-EVALUATE.

           MOVE WS-ORIGINAL-MONTHS TO WS-BAND-MONTHS.
           PERFORM PICK-MATURITY-BAND.
           MOVE WS-BAND TO WS-BAND-ORIGINAL.

           COMPUTE WS-RESIDUAL-MONTHS =
              WS-MATURITY-MONTHS - WS-RUN-MONTHS.
           IF WS-MATURITY-DAY > WS-RUN-DD
              ADD 1 TO WS-RESIDUAL-MONTHS
           END-IF.

           MOVE WS-RESIDUAL-MONTHS TO WS-BAND-MONTHS.
           PERFORM PICK-MATURITY-BAND.
           MOVE WS-BAND TO WS-BAND-RESIDUAL.
       WOM999.
           EXIT.

       PICK-MATURITY-BAND SECTION.
       PMB010.
           EVALUATE TRUE
              WHEN WS-BAND-MONTHS <= 0
                 MOVE 1 TO WS-BAND
              WHEN WS-BAND-MONTHS <= 12
                 MOVE 2 TO WS-BAND
              WHEN WS-BAND-MONTHS <= 60
                 MOVE 3 TO WS-BAND
              WHEN OTHER
                 MOVE 4 TO WS-BAND
           END-EVALUATE.
       PMB999.
           EXIT.

      *----------------------------------------------------------------
       FIND-CURRENCY-SLOT SECTION.
       FCS010.
           MOVE 0 TO WS-CCY-HIT.

           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
              UNTIL WS-CCY-SUB > WS-CCY-COUNT
                 OR WS-CCY-HIT > 0
              IF WS-CCY-CODE(WS-CCY-SUB) = WS-CELL-CURRENCY
                 MOVE WS-CCY-SUB TO WS-CCY-HIT
              END-IF
           END-PERFORM.

           IF WS-CCY-HIT = 0 AND WS-CCY-COUNT < 10
              ADD 1 TO WS-CCY-COUNT
              MOVE WS-CCY-COUNT TO WS-CCY-HIT
              MOVE WS-CELL-CURRENCY TO WS-CCY-CODE(WS-CCY-HIT)
           END-IF.
       FCS999.
           EXIT.

       FIND-ACCOUNT-TYPE-SLOT SECTION.
       FAT010.
           MOVE 0 TO WS-ATYPE-HIT.

           PERFORM VARYING WS-ATYPE-SUB FROM 1 BY 1
              UNTIL WS-ATYPE-SUB > WS-ATYPE-COUNT
                 OR WS-ATYPE-HIT > 0
              IF WS-ATYPE-CODE(WS-ATYPE-SUB) = HV-ACC-TYPE
                 MOVE WS-ATYPE-SUB TO WS-ATYPE-HIT
              END-IF
           END-PERFORM.

           IF WS-ATYPE-HIT = 0 AND WS-ATYPE-COUNT < 20
              ADD 1 TO WS-ATYPE-COUNT
              MOVE WS-ATYPE-COUNT TO WS-ATYPE-HIT
              MOVE HV-ACC-TYPE TO WS-ATYPE-CODE(WS-ATYPE-HIT)
              MOVE 0 TO WS-ATYPE-TOTAL(WS-ATYPE-HIT)
           END-IF.
       FAT999.
           EXIT.

      *----------------------------------------------------------------
      * The reviewable return: for each currency and instrument, a
      * line per sector and basis with the four bands and the total.
      *----------------------------------------------------------------
       PRINT-THE-RETURN SECTION.
       PTR010.
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
              UNTIL WS-CCY-SUB > WS-CCY-COUNT
              PERFORM VARYING WS-INST FROM 1 BY 1
                 UNTIL WS-INST > 2
                 MOVE SPACES TO STAT-REPORT-LINE
                 STRING 'CURRENCY ' DELIMITED BY SIZE
                     WS-CCY-CODE(WS-CCY-SUB) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-INST-NAME(WS-INST) DELIMITED BY SIZE
                     '  BANDS: ON DEMAND / UP TO 1 YEAR / 1 TO 5'
                        DELIMITED BY SIZE
                     ' YEARS / OVER 5 YEARS / TOTAL' DELIMITED BY SIZE
                     INTO STAT-REPORT-LINE
                 END-STRING
                 WRITE STAT-REPORT-LINE
                 PERFORM VARYING WS-SECT FROM 1 BY 1
                    UNTIL WS-SECT > 4
                    PERFORM VARYING WS-BASIS FROM 1 BY 1
                       UNTIL WS-BASIS > 2
                       PERFORM PRINT-ONE-RETURN-LINE
                    END-PERFORM
                 END-PERFORM
              END-PERFORM
           END-PERFORM.

           MOVE WS-TOTAL-DEPOSITS TO WS-PRINT-AMOUNT.
           MOVE WS-TOTAL-LENDING TO WS-PRINT-AMOUNT2.
           MOVE SPACES TO STAT-REPORT-LINE
           STRING 'TOTAL DEPOSITS=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' TOTAL LENDING=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT2 DELIMITED BY SIZE
               INTO STAT-REPORT-LINE
           END-STRING
           WRITE STAT-REPORT-LINE.
       PTR999.
           EXIT.

       PRINT-ONE-RETURN-LINE SECTION.
       PRL010.
           COMPUTE WS-LINE-TOTAL =
                WS-CELL-TOTAL(WS-CCY-SUB, WS-INST, WS-SECT,
                              WS-BASIS, 1)
              + WS-CELL-TOTAL(WS-CCY-SUB, WS-INST, WS-SECT,
                              WS-BASIS, 2)
              + WS-CELL-TOTAL(WS-CCY-SUB, WS-INST, WS-SECT,
                              WS-BASIS, 3)
              + WS-CELL-TOTAL(WS-CCY-SUB, WS-INST, WS-SECT,
                              WS-BASIS, 4).

           IF WS-LINE-TOTAL = 0
              GO TO PRL999
           END-IF.

           MOVE WS-CELL-TOTAL(WS-CCY-SUB, WS-INST, WS-SECT,
                              WS-BASIS, 1) TO WS-PRINT-BAND1.
           MOVE WS-CELL-TOTAL(WS-CCY-SUB, WS-INST, WS-SECT,
                              WS-BASIS, 2) TO WS-PRINT-BAND2.
           MOVE WS-CELL-TOTAL(WS-CCY-SUB, WS-INST, WS-SECT,
                              WS-BASIS, 3) TO WS-PRINT-BAND3.
           MOVE WS-CELL-TOTAL(WS-CCY-SUB, WS-INST, WS-SECT,
                              WS-BASIS, 4) TO WS-PRINT-BAND4.
           MOVE WS-LINE-TOTAL TO WS-PRINT-AMOUNT.

           MOVE SPACES TO STAT-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               WS-SECTOR-NAME(WS-SECT) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-BASIS-NAME(WS-BASIS) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-BAND1 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-BAND2 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-BAND3 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-BAND4 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO STAT-REPORT-LINE
           END-STRING
           WRITE STAT-REPORT-LINE.
       PRL999.
           EXIT.

      *----------------------------------------------------------------
      * The submission file: header, every non-empty cell, trailer.
      *----------------------------------------------------------------
       WRITE-THE-SUBMISSION SECTION.
       WTS010.
           MOVE HV-SORTCODE TO WS-SH-SORTCODE.
           MOVE HV-RUN-DATE TO WS-SH-REFERENCE-DATE.
           MOVE HV-PERIOD TO WS-SH-PERIOD.
           WRITE SUBMISSION-RECORD FROM WS-SUBMIT-HEADER.

           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
              UNTIL WS-CCY-SUB > WS-CCY-COUNT
              PERFORM VARYING WS-INST FROM 1 BY 1
                 UNTIL WS-INST > 2
                 PERFORM VARYING WS-SECT FROM 1 BY 1
                    UNTIL WS-SECT > 4
                    PERFORM VARYING WS-BASIS FROM 1 BY 1
                       UNTIL WS-BASIS > 2
                       PERFORM VARYING WS-BAND FROM 1 BY 1
                          UNTIL WS-BAND > 4
                          PERFORM WRITE-ONE-CELL
                       END-PERFORM
                    END-PERFORM
                 END-PERFORM
              END-PERFORM
           END-PERFORM.

           MOVE HV-SORTCODE TO WS-ST-SORTCODE.
           MOVE WS-CELLS-WRITTEN TO WS-ST-CELLS.
           MOVE WS-TOTAL-DEPOSITS TO WS-ST-DEPOSITS.
           MOVE WS-TOTAL-LENDING TO WS-ST-LENDING.
           WRITE SUBMISSION-RECORD FROM WS-SUBMIT-TRAILER.
       WTS999.
           EXIT.

       WRITE-ONE-CELL SECTION.
       WOC010.
           IF WS-CELL-COUNT(WS-CCY-SUB, WS-INST, WS-SECT,
                            WS-BASIS, WS-BAND) = 0
              GO TO WOC999
           END-IF.

           MOVE WS-CCY-CODE(WS-CCY-SUB) TO WS-SD-CURRENCY.
           MOVE WS-INST-CODE(WS-INST) TO WS-SD-INSTRUMENT.
           MOVE WS-SECTOR-CODE(WS-SECT) TO WS-SD-SECTOR.
           MOVE WS-BASIS-CODE(WS-BASIS) TO WS-SD-BASIS.
           MOVE WS-BAND TO WS-SD-BAND.
           MOVE WS-CELL-TOTAL(WS-CCY-SUB, WS-INST, WS-SECT,
                              WS-BASIS, WS-BAND) TO WS-SD-AMOUNT.
           MOVE WS-CELL-COUNT(WS-CCY-SUB, WS-INST, WS-SECT,
                              WS-BASIS, WS-BAND) TO WS-SD-ACCOUNTS.
           WRITE SUBMISSION-RECORD FROM WS-SUBMIT-DETAIL.

           ADD 1 TO WS-CELLS-WRITTEN.
       WOC999.
           EXIT.

      *----------------------------------------------------------------
      * Agree the return with the ledger. Each account type's total
      * is gathered under the GL account GLMAP credits for a
      * customer credit to that type (falling back to the catch-all
      * row as GLPOST does); the ledger balance, debit positive,
      * must then be the gathered total with the sign reversed.
      * The totals are in account currency as the ledger holds
      * them.
      *----------------------------------------------------------------
       CROSS-CHECK-THE-LEDGER SECTION.
       CCL010.
           MOVE SPACES TO STAT-REPORT-LINE
           MOVE 'LEDGER CROSS-CHECK:' TO STAT-REPORT-LINE
           WRITE STAT-REPORT-LINE.

           PERFORM VARYING WS-ATYPE-SUB FROM 1 BY 1
              UNTIL WS-ATYPE-SUB > WS-ATYPE-COUNT
                 OR WS-RUN-FAILED
              PERFORM GATHER-ONE-ACCOUNT-TYPE
           END-PERFORM.

           PERFORM VARYING WS-GL-SUB FROM 1 BY 1
              UNTIL WS-GL-SUB > WS-GL-COUNT
                 OR WS-RUN-FAILED
              PERFORM CHECK-ONE-GL-ACCOUNT
           END-PERFORM.
       CCL999.
           EXIT.

       GATHER-ONE-ACCOUNT-TYPE SECTION.
       GOA010.
           MOVE WS-ATYPE-CODE(WS-ATYPE-SUB) TO HV-ACC-TYPE.

           EXEC SQL
              SELECT GLMAP_CR_GLACCT
              INTO :HV-GLACCT
              FROM GLMAP
              WHERE GLMAP_PROCTRAN_TYPE = 'CRE'
                AND GLMAP_ACCOUNT_TYPE = :HV-ACC-TYPE
           END-EXEC.

           IF SQLCODE NOT = 0
              EXEC SQL
                 SELECT GLMAP_CR_GLACCT
                 INTO :HV-GLACCT
                 FROM GLMAP
                 WHERE GLMAP_PROCTRAN_TYPE = '***'
                   AND GLMAP_ACCOUNT_TYPE = '*'
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE 'GLSUSPNS' TO HV-GLACCT
              END-IF
           END-IF.

           MOVE 0 TO WS-GL-HIT.

           PERFORM VARYING WS-GL-SUB FROM 1 BY 1
              UNTIL WS-GL-SUB > WS-GL-COUNT
                 OR WS-GL-HIT > 0
              IF WS-GL-ACCT(WS-GL-SUB) = HV-GLACCT
                 MOVE WS-GL-SUB TO WS-GL-HIT
              END-IF
           END-PERFORM.

           IF WS-GL-HIT = 0
              ADD 1 TO WS-GL-COUNT
              MOVE WS-GL-COUNT TO WS-GL-HIT
              MOVE HV-GLACCT TO WS-GL-ACCT(WS-GL-HIT)
              MOVE 0 TO WS-GL-EXPECTED(WS-GL-HIT)
           END-IF.

           SUBTRACT WS-ATYPE-TOTAL(WS-ATYPE-SUB)
              FROM WS-GL-EXPECTED(WS-GL-HIT).
       GOA999.
           EXIT.

      *----------------------------------------------------------------
      * The ledger balance at the reference date, the way GLCLOSE
      * builds it: the period's GLBAL opening balance plus the
      * period's GLENTRY movement to date. A period not yet opened
      * by GLCLOSE has no GLBAL row, and the whole GLENTRY history
      * to date is the balance.
      *----------------------------------------------------------------
       CHECK-ONE-GL-ACCOUNT SECTION.
       COG010.
           MOVE WS-GL-ACCT(WS-GL-SUB) TO HV-GLACCT.
           MOVE HV-PERIOD-FROM TO HV-GL-FROM.

           EXEC SQL
              SELECT GLBAL_OPENING_BALANCE
              INTO :HV-GL-OPENING
              FROM GLBAL
              WHERE GLBAL_SORTCODE = :HV-SORTCODE
                AND GLBAL_PERIOD = :HV-PERIOD
                AND GLBAL_GLACCT = :HV-GLACCT
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 0 TO HV-GL-OPENING
                 MOVE '00000000' TO HV-GL-FROM
              WHEN OTHER
                 MOVE 'GLBAL' TO WS-FAILED-TABLE
                 PERFORM REPORT-SQL-FAILURE
                 GO TO COG999
           END-EVALUATE.

           EXEC SQL
              SELECT COALESCE(SUM(GLENTRY_DR_TOTAL
                                  - GLENTRY_CR_TOTAL), 0)
              INTO :HV-GL-MOVEMENT
              FROM GLENTRY
              WHERE GLENTRY_SORTCODE = :HV-SORTCODE
                AND GLENTRY_GLACCT = :HV-GLACCT
                AND GLENTRY_DATE >= :HV-GL-FROM
                AND GLENTRY_DATE <= :HV-RUN-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'GLENTRY' TO WS-FAILED-TABLE
              PERFORM REPORT-SQL-FAILURE
              GO TO COG999
           END-IF.

           COMPUTE WS-GL-BALANCE = HV-GL-OPENING + HV-GL-MOVEMENT.
           COMPUTE WS-GL-DIFFERENCE =
              WS-GL-BALANCE - WS-GL-EXPECTED(WS-GL-SUB).

           MOVE WS-GL-EXPECTED(WS-GL-SUB) TO WS-PRINT-AMOUNT.
           MOVE WS-GL-BALANCE TO WS-PRINT-AMOUNT2.
           MOVE WS-GL-DIFFERENCE TO WS-PRINT-AMOUNT3.

           MOVE SPACES TO STAT-REPORT-LINE
           STRING '  GL ' DELIMITED BY SIZE
               HV-GLACCT DELIMITED BY SIZE
               ' RETURN=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' LEDGER=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT2 DELIMITED BY SIZE
               ' DIFFERENCE=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT3 DELIMITED BY SIZE
               INTO STAT-REPORT-LINE
           END-STRING.

           IF WS-GL-DIFFERENCE NOT = 0
              ADD 1 TO WS-GL-DIFFERENCES
              MOVE 'DOES NOT AGREE' TO STAT-REPORT-LINE(110:14)
           END-IF.

           WRITE STAT-REPORT-LINE.
       COG999.
           EXIT.

      *----------------------------------------------------------------
       REPORT-SQL-FAILURE SECTION.
       RSF010.
           MOVE 'Y' TO WS-RUN-FAILED-SW.
           MOVE SQLCODE TO WS-PRINT-SQLCODE.
           MOVE SPACES TO STAT-REPORT-LINE
           STRING WS-FAILED-TABLE DELIMITED BY SPACE
               ' ACCESS FAILED SQLCODE=' DELIMITED BY SIZE
               WS-PRINT-SQLCODE DELIMITED BY SIZE
               INTO STAT-REPORT-LINE
           END-STRING
           WRITE STAT-REPORT-LINE.
       RSF999.
           EXIT.
