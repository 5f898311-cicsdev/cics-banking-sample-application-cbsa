      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: RMPORT                                                  *
      *                                                                *
      * Description: Monthly portfolio report, one line per            *
      *              relationship manager over the customers CUSTRM    *
      *              (RMDB2) assigns them:                             *
      *                - the number of customers in the book;          *
      *                - total balances, credit balances and debit     *
      *                  balances shown apart, across every account    *
      *                  the customers hold;                           *
      *                - serviced loans in arrears (LOANMST, live      *
      *                  loans with missed installments);              *
      *                - complaints not yet resolved (COMPLAINT);      *
      *                - KYC checklists still open more than 14 days   *
      *                  after they were raised (KYCCHK - the point    *
      *                  KYCCHASE sends its first chase);              *
      *                - open term deposits maturing within the next   *
      *                  30 days (TERMDEP), with their balance.        *
      *              A total line follows for the whole sort code.     *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the business date (defaults to today).     *
      *                                                                *
      * Output: Sequential report RMPORT.                              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMPORT.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RM-REPORT
                  ASSIGN TO RMPORT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RM-REPORT.
       01  RM-REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE RMDB2 END-EXEC.
           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE LOANDB2 END-EXEC.
           EXEC SQL INCLUDE CMPLDB2 END-EXEC.
           EXEC SQL INCLUDE KYCDB2 END-EXEC.
           EXEC SQL INCLUDE TERMDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 HV-KYC-CUTOFF                     PIC X(8).
       01 HV-MATURITY-HORIZON               PIC X(8).

       01 HV-RM-ID                          PIC X(3).
       01 HV-CUSTOMER-COUNT                 PIC S9(9) COMP.
       01 HV-CREDIT-BALANCES                PIC S9(12)V99 COMP-3.
       01 HV-DEBIT-BALANCES                 PIC S9(12)V99 COMP-3.
       01 HV-ARREARS-COUNT                  PIC S9(9) COMP.
       01 HV-COMPLAINT-COUNT                PIC S9(9) COMP.
       01 HV-KYC-COUNT                      PIC S9(9) COMP.
       01 HV-MATURING-COUNT                 PIC S9(9) COMP.
       01 HV-MATURING-VALUE                 PIC S9(12)V99 COMP-3.

       01 WS-TODAY                          PIC 9(8).
       01 WS-RUN-DATE-NUM                   PIC 9(8).
       01 WS-WORK-INT                       PIC S9(9) COMP.
       01 WS-WORK-DATE                      PIC 9(8).

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-RM-COUNT                       PIC 9(8) VALUE 0.
       01 WS-TOTAL-CUSTOMERS                PIC 9(8) VALUE 0.
       01 WS-TOTAL-CREDIT                   PIC S9(12)V99 VALUE 0.
       01 WS-TOTAL-DEBIT                    PIC S9(12)V99 VALUE 0.
       01 WS-TOTAL-ARREARS                  PIC 9(8) VALUE 0.
       01 WS-TOTAL-COMPLAINTS               PIC 9(8) VALUE 0.
       01 WS-TOTAL-KYC                      PIC 9(8) VALUE 0.
       01 WS-TOTAL-MATURING                 PIC 9(8) VALUE 0.
       01 WS-TOTAL-MATURING-VALUE           PIC S9(12)V99 VALUE 0.

       01 WS-PRINT-RM                       PIC X(5).
       01 WS-PRINT-CUSTOMERS                PIC ZZZZZ9.
       01 WS-PRINT-CREDIT                   PIC Z(10)9.99-.
       01 WS-PRINT-DEBIT                    PIC Z(10)9.99-.
       01 WS-PRINT-ARREARS                  PIC ZZZZZ9.
       01 WS-PRINT-COMPLAINTS               PIC ZZZZZ9.
       01 WS-PRINT-KYC                      PIC ZZZZZ9.
       01 WS-PRINT-MATURING                 PIC ZZZZZ9.
       01 WS-PRINT-MATURING-VALUE           PIC Z(10)9.99-.

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
           OPEN OUTPUT RM-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO RM-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO RM-REPORT-LINE
              END-STRING
              WRITE RM-REPORT-LINE
              CLOSE RM-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO RM-REPORT-LINE
           STRING 'RELATIONSHIP MANAGER PORTFOLIOS - SORTCODE '
                  DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO RM-REPORT-LINE
           END-STRING
           WRITE RM-REPORT-LINE.

           PERFORM REPORT-THE-PORTFOLIOS.

           CLOSE RM-REPORT.

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
       RRS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'RMPORT' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RRS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RRE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-RM-COUNT TO RUNCTL-RECORD-COUNT.
           MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RRE999.
           EXIT.

      *----------------------------------------------------------------
      * The KYC cut-off and the maturity horizon are worked out
      * from the business date once, here.
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

           COMPUTE WS-WORK-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) - 14.
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT) TO WS-WORK-DATE.
           MOVE WS-WORK-DATE TO HV-KYC-CUTOFF.

           COMPUTE WS-WORK-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) + 30.
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT) TO WS-WORK-DATE.
           MOVE WS-WORK-DATE TO HV-MATURITY-HORIZON.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * One line per RM with customers assigned, then the total.
      *----------------------------------------------------------------
       REPORT-THE-PORTFOLIOS SECTION.
       RTP010.
           MOVE 'RM     CUSTS  CREDIT BALANCES   DEBIT BALANCES  ARREARS
      -         ' CMPLNT  KYC-OD  MATURE   MATURING VALUE'
              TO RM-REPORT-LINE.
           WRITE RM-REPORT-LINE.

           EXEC SQL
              DECLARE RM_CSR CURSOR FOR
                 SELECT CUSTRM_RM_ID, COUNT(*)
                 FROM CUSTRM
                 WHERE CUSTRM_SORTCODE = :HV-SORTCODE
                 GROUP BY CUSTRM_RM_ID
                 ORDER BY CUSTRM_RM_ID
           END-EXEC.

           EXEC SQL OPEN RM_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'RMPORT UNABLE TO OPEN RM CURSOR SQLCODE='
                 SQLCODE-DISPLAY
              MOVE 'Y' TO WS-EOF-SW
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM FETCH-NEXT-RM
           END-IF.

           PERFORM UNTIL WS-EOF
              PERFORM REPORT-ONE-RM
              PERFORM FETCH-NEXT-RM
           END-PERFORM.

           EXEC SQL CLOSE RM_CSR END-EXEC.

           MOVE 'TOTAL' TO WS-PRINT-RM.
           MOVE WS-TOTAL-CUSTOMERS TO WS-PRINT-CUSTOMERS.
           MOVE WS-TOTAL-CREDIT TO WS-PRINT-CREDIT.
           MOVE WS-TOTAL-DEBIT TO WS-PRINT-DEBIT.
           MOVE WS-TOTAL-ARREARS TO WS-PRINT-ARREARS.
           MOVE WS-TOTAL-COMPLAINTS TO WS-PRINT-COMPLAINTS.
           MOVE WS-TOTAL-KYC TO WS-PRINT-KYC.
           MOVE WS-TOTAL-MATURING TO WS-PRINT-MATURING.
           MOVE WS-TOTAL-MATURING-VALUE TO WS-PRINT-MATURING-VALUE.
           PERFORM WRITE-PORTFOLIO-LINE.
       RTP999.
           EXIT.

       FETCH-NEXT-RM SECTION.
       FNR010.
           EXEC SQL
              FETCH RM_CSR
              INTO :HV-RM-ID, :HV-CUSTOMER-COUNT
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNR999.
           EXIT.

      *----------------------------------------------------------------
      * Everything for one RM's book, each figure through the
      * customers CUSTRM gives them.
      *----------------------------------------------------------------
       REPORT-ONE-RM SECTION.
       ROR010.
           ADD 1 TO WS-RM-COUNT.

           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN A.ACCOUNT_ACTUAL_BALANCE > 0
                                  THEN A.ACCOUNT_ACTUAL_BALANCE
                                  ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN A.ACCOUNT_ACTUAL_BALANCE < 0
                                  THEN A.ACCOUNT_ACTUAL_BALANCE
                                  ELSE 0 END), 0)
              INTO :HV-CREDIT-BALANCES, :HV-DEBIT-BALANCES
              FROM ACCOUNT A, CUSTRM R
              WHERE R.CUSTRM_SORTCODE = :HV-SORTCODE
                AND R.CUSTRM_RM_ID = :HV-RM-ID
                AND A.ACCOUNT_SORTCODE = R.CUSTRM_SORTCODE
                AND A.ACCOUNT_CUSTOMER_NUMBER = R.CUSTRM_CUSTNO
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-CREDIT-BALANCES HV-DEBIT-BALANCES
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-ARREARS-COUNT
              FROM LOANMST L, ACCOUNT A, CUSTRM R
              WHERE R.CUSTRM_SORTCODE = :HV-SORTCODE
                AND R.CUSTRM_RM_ID = :HV-RM-ID
                AND A.ACCOUNT_SORTCODE = R.CUSTRM_SORTCODE
                AND A.ACCOUNT_CUSTOMER_NUMBER = R.CUSTRM_CUSTNO
                AND L.LOANMST_SORTCODE = A.ACCOUNT_SORTCODE
                AND L.LOANMST_ACCNO = A.ACCOUNT_NUMBER
                AND L.LOANMST_ARREARS_COUNT > 0
                AND L.LOANMST_STATUS NOT IN ('S', 'Z', 'K')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-ARREARS-COUNT
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-COMPLAINT-COUNT
              FROM COMPLAINT C, CUSTRM R
              WHERE R.CUSTRM_SORTCODE = :HV-SORTCODE
                AND R.CUSTRM_RM_ID = :HV-RM-ID
                AND C.COMPLAINT_SORTCODE = R.CUSTRM_SORTCODE
                AND C.COMPLAINT_CUSTNO = R.CUSTRM_CUSTNO
                AND C.COMPLAINT_STATUS <> 'S'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-COMPLAINT-COUNT
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-KYC-COUNT
              FROM KYCCHK K, CUSTRM R
              WHERE R.CUSTRM_SORTCODE = :HV-SORTCODE
                AND R.CUSTRM_RM_ID = :HV-RM-ID
                AND K.KYCCHK_SORTCODE = R.CUSTRM_SORTCODE
                AND K.KYCCHK_CUSTNO = R.CUSTRM_CUSTNO
                AND K.KYCCHK_STATUS = 'O'
                AND K.KYCCHK_RAISED_DATE <= :HV-KYC-CUTOFF
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-KYC-COUNT
           END-IF.

           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(A.ACCOUNT_ACTUAL_BALANCE), 0)
              INTO :HV-MATURING-COUNT, :HV-MATURING-VALUE
              FROM TERMDEP T, ACCOUNT A, CUSTRM R
              WHERE R.CUSTRM_SORTCODE = :HV-SORTCODE
                AND R.CUSTRM_RM_ID = :HV-RM-ID
                AND A.ACCOUNT_SORTCODE = R.CUSTRM_SORTCODE
                AND A.ACCOUNT_CUSTOMER_NUMBER = R.CUSTRM_CUSTNO
                AND T.TERMDEP_SORTCODE = A.ACCOUNT_SORTCODE
                AND T.TERMDEP_ACCNO = A.ACCOUNT_NUMBER
                AND T.TERMDEP_STATUS = 'O'
                AND T.TERMDEP_MATURITY_DATE >= :HV-RUN-DATE
                AND T.TERMDEP_MATURITY_DATE <= :HV-MATURITY-HORIZON
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-MATURING-COUNT HV-MATURING-VALUE
           END-IF.

           ADD HV-CUSTOMER-COUNT TO WS-TOTAL-CUSTOMERS.
           ADD HV-CREDIT-BALANCES TO WS-TOTAL-CREDIT.
           ADD HV-DEBIT-BALANCES TO WS-TOTAL-DEBIT.
           ADD HV-ARREARS-COUNT TO WS-TOTAL-ARREARS.
           ADD HV-COMPLAINT-COUNT TO WS-TOTAL-COMPLAINTS.
           ADD HV-KYC-COUNT TO WS-TOTAL-KYC.
           ADD HV-MATURING-COUNT TO WS-TOTAL-MATURING.
           ADD HV-MATURING-VALUE TO WS-TOTAL-MATURING-VALUE.

           MOVE HV-RM-ID TO WS-PRINT-RM.
           MOVE HV-CUSTOMER-COUNT TO WS-PRINT-CUSTOMERS.
           MOVE HV-CREDIT-BALANCES TO WS-PRINT-CREDIT.
           MOVE HV-DEBIT-BALANCES TO WS-PRINT-DEBIT.
           MOVE HV-ARREARS-COUNT TO WS-PRINT-ARREARS.
           MOVE HV-COMPLAINT-COUNT TO WS-PRINT-COMPLAINTS.
           MOVE HV-KYC-COUNT TO WS-PRINT-KYC.
           MOVE HV-MATURING-COUNT TO WS-PRINT-MATURING.
           MOVE HV-MATURING-VALUE TO WS-PRINT-MATURING-VALUE.
           PERFORM WRITE-PORTFOLIO-LINE.
       ROR999.
           EXIT.

       WRITE-PORTFOLIO-LINE SECTION.
       WPL010.
           MOVE SPACES TO RM-REPORT-LINE
           STRING WS-PRINT-RM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-CUSTOMERS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-CREDIT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-DEBIT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PRINT-ARREARS DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PRINT-COMPLAINTS DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PRINT-KYC DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PRINT-MATURING DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-MATURING-VALUE DELIMITED BY SIZE
               INTO RM-REPORT-LINE
           END-STRING
           WRITE RM-REPORT-LINE.
       WPL999.
           EXIT.
