      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: LTVMON                                                  *
      *                                                                *
      * Description: Monthly loan-to-value monitor over the loan      *
      *              security register (COLLDB2). For every active     *
      *              serviced loan the outstanding principal - the     *
      *              principal of every LOANSCHD installment not yet   *
      *              paid - is set against the collateral linked to    *
      *              it. An item securing several loans counts         *
      *              towards each in proportion to that loan's share   *
      *              of their combined outstanding principal, so the   *
      *              same valuation is never counted twice. A loan     *
      *              whose LTV is above CONTROL LTV-CEILING-PCT (80 by *
      *              default) is reported and put on the exception     *
      *              queue, as is a MORTGAGE with no security          *
      *              registered at all.                                *
      *                                                                *
      *              Collateral still securing an active loan whose    *
      *              valuation is older than CONTROL COLL-VALN-MONTHS  *
      *              months (36 by default) is reported and queued     *
      *              for revaluation too.                              *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the business date (defaults to today).     *
      *                                                                *
      * Output: Sequential report LTVRPT.                              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LTVMON.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LTV-REPORT
                  ASSIGN TO LTVRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LTV-REPORT.
       01  LTV-REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE LOANDB2 END-EXEC.
           EXEC SQL INCLUDE COLLDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 WS-RUN-DATE-X REDEFINES HV-RUN-DATE.
          03 WS-RUN-DATE-YYYY               PIC 9(4).
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.

       01 HV-VALN-CUTOFF                    PIC X(8).
       01 WS-CUTOFF-X REDEFINES HV-VALN-CUTOFF.
          03 WS-CUTOFF-YYYY                 PIC 9(4).
          03 WS-CUTOFF-MM                   PIC 99.
          03 WS-CUTOFF-DD                   PIC 99.

       01 HV-LOAN-ACCNO                     PIC X(8).
       01 HV-LOAN-ACC-TYPE                  PIC X(8).
       01 HV-LOAN-CUSTNO                    PIC X(10).
       01 HV-LOAN-OUTSTANDING               PIC S9(10)V99 COMP-3.

       01 HV-COLLAT-ID                      PIC S9(9) COMP.
       01 HV-COLLAT-VALUATION               PIC S9(10)V99 COMP-3.
       01 HV-COLLAT-VALN-DATE               PIC X(8).
       01 HV-COLLAT-DESC                    PIC X(60).
       01 HV-SHARED-OUTSTANDING             PIC S9(10)V99 COMP-3.
       01 HV-FIRST-LOAN-ACCNO               PIC X(8).

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.

       01 WS-TODAY                          PIC 9(8).
       01 WS-LTV-CEILING                    PIC S9(3) COMP VALUE 80.
       01 WS-VALN-MONTHS                    PIC S9(4) COMP VALUE 36.
       01 WS-MONTH-COUNT                    PIC S9(9) COMP.

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.
       01 WS-ITEM-EOF-SW                    PIC X.
          88 WS-ITEM-EOF                    VALUE 'Y'.

       01 WS-ITEM-COUNT                     PIC S9(4) COMP.
       01 WS-SECURITY-VALUE                 PIC S9(12)V99.
       01 WS-LTV-PCT                        PIC S9(5)V99.

       01 WS-LOANS-READ                     PIC 9(8) VALUE 0.
       01 WS-LOANS-SECURED                  PIC 9(8) VALUE 0.
       01 WS-LOANS-OVER                     PIC 9(8) VALUE 0.
       01 WS-LOANS-UNSECURED                PIC 9(8) VALUE 0.
       01 WS-STALE-COUNT                    PIC 9(8) VALUE 0.

       01 WS-PRINT-AMOUNT                   PIC +9(10).99.
       01 WS-PRINT-VALUE                    PIC +9(12).99.
       01 WS-PRINT-LTV                      PIC ZZZZ9.99.
       01 WS-PRINT-CEILING                  PIC ZZ9.
       01 WS-PRINT-MONTHS                   PIC ZZZ9.
       01 WS-PRINT-ID                       PIC 9(8).

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
           OPEN OUTPUT LTV-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO LTV-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO LTV-REPORT-LINE
              END-STRING
              WRITE LTV-REPORT-LINE
              CLOSE LTV-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM GET-LTV-POLICY.

           MOVE WS-LTV-CEILING TO WS-PRINT-CEILING.
           MOVE WS-VALN-MONTHS TO WS-PRINT-MONTHS.
           MOVE SPACES TO LTV-REPORT-LINE
           STRING 'LOAN-TO-VALUE MONITOR - SORTCODE '
                  DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               ' LTV CEILING ' DELIMITED BY SIZE
               WS-PRINT-CEILING DELIMITED BY SIZE
               '% VALUATIONS WITHIN ' DELIMITED BY SIZE
               WS-PRINT-MONTHS DELIMITED BY SIZE
               ' MONTHS' DELIMITED BY SIZE
               INTO LTV-REPORT-LINE
           END-STRING
           WRITE LTV-REPORT-LINE.

           EXEC SQL
              DECLARE LTV_CSR CURSOR FOR
                 SELECT L.LOANMST_ACCNO, A.ACCOUNT_TYPE,
                        A.ACCOUNT_CUSTOMER_NUMBER
                 FROM LOANMST L, ACCOUNT A
                 WHERE L.LOANMST_SORTCODE = :HV-SORTCODE
                   AND L.LOANMST_STATUS NOT IN ('S', 'Z', 'K')
                   AND A.ACCOUNT_SORTCODE = L.LOANMST_SORTCODE
                   AND A.ACCOUNT_NUMBER = L.LOANMST_ACCNO
                 ORDER BY L.LOANMST_ACCNO
           END-EXEC.

           EXEC SQL OPEN LTV_CSR END-EXEC.

           PERFORM FETCH-NEXT-LOAN.

           PERFORM UNTIL WS-EOF
              PERFORM MEASURE-ONE-LOAN
              PERFORM FETCH-NEXT-LOAN
           END-PERFORM.

           EXEC SQL CLOSE LTV_CSR END-EXEC.

           PERFORM REPORT-STALE-VALUATIONS.

           MOVE SPACES TO LTV-REPORT-LINE
           STRING 'LOANS=' DELIMITED BY SIZE
               WS-LOANS-READ DELIMITED BY SIZE
               ' SECURED=' DELIMITED BY SIZE
               WS-LOANS-SECURED DELIMITED BY SIZE
               ' OVER CEILING=' DELIMITED BY SIZE
               WS-LOANS-OVER DELIMITED BY SIZE
               ' MORTGAGES UNSECURED=' DELIMITED BY SIZE
               WS-LOANS-UNSECURED DELIMITED BY SIZE
               ' STALE VALUATIONS=' DELIMITED BY SIZE
               WS-STALE-COUNT DELIMITED BY SIZE
               INTO LTV-REPORT-LINE
           END-STRING
           WRITE LTV-REPORT-LINE.

           CLOSE LTV-REPORT.

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
           MOVE 'LTVMON' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-LOANS-READ TO RUNCTL-RECORD-COUNT.
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
      * The LTV ceiling and how old a valuation may be, and from
      * the latter the oldest valuation date still acceptable.
      *----------------------------------------------------------------
       GET-LTV-POLICY SECTION.
       GLP010.
           MOVE 'LTV-CEILING-PCT' TO HV-CONTROL-NAME.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              AND HV-CONTROL-VALUE-NUM < 1000
              MOVE HV-CONTROL-VALUE-NUM TO WS-LTV-CEILING
           END-IF.

           MOVE 'COLL-VALN-MONTHS' TO HV-CONTROL-NAME.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              AND HV-CONTROL-VALUE-NUM < 1000
              MOVE HV-CONTROL-VALUE-NUM TO WS-VALN-MONTHS
           END-IF.

           COMPUTE WS-MONTH-COUNT = WS-RUN-DATE-YYYY * 12
              + WS-RUN-DATE-MM - 1 - WS-VALN-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12
              GIVING WS-CUTOFF-YYYY REMAINDER WS-CUTOFF-MM.
           ADD 1 TO WS-CUTOFF-MM.
           MOVE WS-RUN-DATE-DD TO WS-CUTOFF-DD.
       GLP999.
           EXIT.

       FETCH-NEXT-LOAN SECTION.
       FNL010.
           EXEC SQL
              FETCH LTV_CSR
              INTO :HV-LOAN-ACCNO, :HV-LOAN-ACC-TYPE,
                   :HV-LOAN-CUSTNO
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNL999.
           EXIT.

      *----------------------------------------------------------------
      * Outstanding principal against this loan's share of the
      * collateral behind it.
      *----------------------------------------------------------------
       MEASURE-ONE-LOAN SECTION.
       MOL010.
           ADD 1 TO WS-LOANS-READ.

           EXEC SQL
              SELECT COALESCE(SUM(LOANSCHD_PRINCIPAL), 0)
              INTO :HV-LOAN-OUTSTANDING
              FROM LOANSCHD
              WHERE (LOANSCHD_SORTCODE = :HV-SORTCODE AND
                     LOANSCHD_ACCNO = :HV-LOAN-ACCNO AND
                     LOANSCHD_STATUS IN ('D', 'A'))
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-LOAN-OUTSTANDING NOT > 0
              GO TO MOL999
           END-IF.

           MOVE 0 TO WS-ITEM-COUNT.
           MOVE 0 TO WS-SECURITY-VALUE.
           MOVE 'N' TO WS-ITEM-EOF-SW.

           EXEC SQL
              DECLARE LTVC_CSR CURSOR FOR
                 SELECT C.COLLAT_ID, C.COLLAT_VALUATION
                 FROM COLLINK K, COLLAT C
                 WHERE K.COLLINK_SORTCODE = :HV-SORTCODE
                   AND K.COLLINK_LOAN_ACCNO = :HV-LOAN-ACCNO
                   AND K.COLLINK_STATUS = 'A'
                   AND C.COLLAT_SORTCODE = K.COLLINK_SORTCODE
                   AND C.COLLAT_ID = K.COLLINK_COLLAT_ID
                   AND C.COLLAT_STATUS = 'A'
           END-EXEC.

           EXEC SQL OPEN LTVC_CSR END-EXEC.

           PERFORM FETCH-NEXT-ITEM.

           PERFORM UNTIL WS-ITEM-EOF
              PERFORM APPORTION-ONE-ITEM
              PERFORM FETCH-NEXT-ITEM
           END-PERFORM.

           EXEC SQL CLOSE LTVC_CSR END-EXEC.

           MOVE HV-LOAN-OUTSTANDING TO WS-PRINT-AMOUNT.

           IF WS-ITEM-COUNT = 0
              IF HV-LOAN-ACC-TYPE = 'MORTGAGE'
                 PERFORM REPORT-NO-SECURITY
              END-IF
              GO TO MOL999
           END-IF.

           ADD 1 TO WS-LOANS-SECURED.

           IF WS-SECURITY-VALUE > 0
              COMPUTE WS-LTV-PCT ROUNDED =
                 HV-LOAN-OUTSTANDING * 100 / WS-SECURITY-VALUE
                 ON SIZE ERROR
                    MOVE 99999.99 TO WS-LTV-PCT
              END-COMPUTE
           ELSE
              MOVE 99999.99 TO WS-LTV-PCT
           END-IF.

           MOVE WS-SECURITY-VALUE TO WS-PRINT-VALUE.
           MOVE WS-LTV-PCT TO WS-PRINT-LTV.

           MOVE SPACES TO LTV-REPORT-LINE
           STRING 'LOAN ' DELIMITED BY SIZE
               HV-LOAN-ACCNO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-LOAN-ACC-TYPE DELIMITED BY SIZE
               ' OUTSTANDING ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' SECURITY ' DELIMITED BY SIZE
               WS-PRINT-VALUE DELIMITED BY SIZE
               ' LTV ' DELIMITED BY SIZE
               WS-PRINT-LTV DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO LTV-REPORT-LINE
           END-STRING.

           IF WS-LTV-PCT > WS-LTV-CEILING
              MOVE ' ABOVE CEILING' TO LTV-REPORT-LINE(100:14)
              WRITE LTV-REPORT-LINE
              PERFORM REPORT-OVER-CEILING
           ELSE
              WRITE LTV-REPORT-LINE
           END-IF.
       MOL999.
           EXIT.

       FETCH-NEXT-ITEM SECTION.
       FNI010.
           EXEC SQL
              FETCH LTVC_CSR
              INTO :HV-COLLAT-ID, :HV-COLLAT-VALUATION
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-ITEM-EOF-SW
           END-IF.
       FNI999.
           EXIT.

      *----------------------------------------------------------------
      * An item behind several loans is shared between them by
      * outstanding principal.
      *----------------------------------------------------------------
       APPORTION-ONE-ITEM SECTION.
       AOI010.
           ADD 1 TO WS-ITEM-COUNT.

           EXEC SQL
              SELECT COALESCE(SUM(S.LOANSCHD_PRINCIPAL), 0)
              INTO :HV-SHARED-OUTSTANDING
              FROM COLLINK K, LOANMST L, LOANSCHD S
              WHERE K.COLLINK_SORTCODE = :HV-SORTCODE
                AND K.COLLINK_COLLAT_ID = :HV-COLLAT-ID
                AND K.COLLINK_STATUS = 'A'
                AND L.LOANMST_SORTCODE = K.COLLINK_SORTCODE
                AND L.LOANMST_ACCNO = K.COLLINK_LOAN_ACCNO
                AND L.LOANMST_STATUS NOT IN ('S', 'Z', 'K')
                AND S.LOANSCHD_SORTCODE = L.LOANMST_SORTCODE
                AND S.LOANSCHD_ACCNO = L.LOANMST_ACCNO
                AND S.LOANSCHD_STATUS IN ('D', 'A')
           END-EXEC.

           IF SQLCODE NOT = 0 OR
              HV-SHARED-OUTSTANDING NOT > HV-LOAN-OUTSTANDING
              ADD HV-COLLAT-VALUATION TO WS-SECURITY-VALUE
           ELSE
              COMPUTE WS-SECURITY-VALUE ROUNDED = WS-SECURITY-VALUE
                 + HV-COLLAT-VALUATION * HV-LOAN-OUTSTANDING
                   / HV-SHARED-OUTSTANDING
           END-IF.
       AOI999.
           EXIT.

      *----------------------------------------------------------------
       REPORT-OVER-CEILING SECTION.
       ROC010.
           ADD 1 TO WS-LOANS-OVER.

           INITIALIZE EXCPWRT-AREA.
           MOVE 'LTVMON' TO EXCP-SOURCE.
           MOVE HV-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'W' TO EXCP-SEVERITY.
           MOVE HV-LOAN-ACCNO TO EXCP-ACCNO.
           MOVE HV-LOAN-CUSTNO TO EXCP-CUSTNO.
           MOVE SPACES TO EXCP-MESSAGE.
           STRING 'LOAN-TO-VALUE ' DELIMITED BY SIZE
               WS-PRINT-LTV DELIMITED BY SIZE
               '% ABOVE CEILING ' DELIMITED BY SIZE
               WS-PRINT-CEILING DELIMITED BY SIZE
               '% - OUTSTANDING ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO EXCP-MESSAGE
           END-STRING.

           CALL 'EXCPWRT' USING EXCPWRT-AREA.
       ROC999.
           EXIT.

      *----------------------------------------------------------------
       REPORT-NO-SECURITY SECTION.
       RNS010.
           ADD 1 TO WS-LOANS-UNSECURED.

           MOVE SPACES TO LTV-REPORT-LINE
           STRING 'LOAN ' DELIMITED BY SIZE
               HV-LOAN-ACCNO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-LOAN-ACC-TYPE DELIMITED BY SIZE
               ' OUTSTANDING ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' NO SECURITY REGISTERED' DELIMITED BY SIZE
               INTO LTV-REPORT-LINE
           END-STRING
           WRITE LTV-REPORT-LINE.

           INITIALIZE EXCPWRT-AREA.
           MOVE 'LTVMON' TO EXCP-SOURCE.
           MOVE HV-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'E' TO EXCP-SEVERITY.
           MOVE HV-LOAN-ACCNO TO EXCP-ACCNO.
           MOVE HV-LOAN-CUSTNO TO EXCP-CUSTNO.
           MOVE SPACES TO EXCP-MESSAGE.
           STRING 'MORTGAGE WITH NO SECURITY REGISTERED - OUTSTANDING '
                  DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO EXCP-MESSAGE
           END-STRING.

           CALL 'EXCPWRT' USING EXCPWRT-AREA.
       RNS999.
           EXIT.

      *----------------------------------------------------------------
      * Held collateral behind a live loan whose valuation has gone
      * past the policy age - it wants revaluing.
      *----------------------------------------------------------------
       REPORT-STALE-VALUATIONS SECTION.
       RSV010.
           MOVE 'N' TO WS-ITEM-EOF-SW.

           EXEC SQL
              DECLARE LTVS_CSR CURSOR FOR
                 SELECT C.COLLAT_ID, C.COLLAT_VALN_DATE,
                        C.COLLAT_DESC, MIN(K.COLLINK_LOAN_ACCNO)
                 FROM COLLAT C, COLLINK K, LOANMST L
                 WHERE C.COLLAT_SORTCODE = :HV-SORTCODE
                   AND C.COLLAT_STATUS = 'A'
                   AND C.COLLAT_VALN_DATE < :HV-VALN-CUTOFF
                   AND K.COLLINK_SORTCODE = C.COLLAT_SORTCODE
                   AND K.COLLINK_COLLAT_ID = C.COLLAT_ID
                   AND K.COLLINK_STATUS = 'A'
                   AND L.LOANMST_SORTCODE = K.COLLINK_SORTCODE
                   AND L.LOANMST_ACCNO = K.COLLINK_LOAN_ACCNO
                   AND L.LOANMST_STATUS NOT IN ('S', 'Z', 'K')
                 GROUP BY C.COLLAT_ID, C.COLLAT_VALN_DATE,
                          C.COLLAT_DESC
                 ORDER BY C.COLLAT_ID
           END-EXEC.

           EXEC SQL OPEN LTVS_CSR END-EXEC.

           PERFORM FETCH-NEXT-STALE.

           PERFORM UNTIL WS-ITEM-EOF
              PERFORM REPORT-ONE-STALE
              PERFORM FETCH-NEXT-STALE
           END-PERFORM.

           EXEC SQL CLOSE LTVS_CSR END-EXEC.
       RSV999.
           EXIT.

       FETCH-NEXT-STALE SECTION.
       FNS010.
           EXEC SQL
              FETCH LTVS_CSR
              INTO :HV-COLLAT-ID, :HV-COLLAT-VALN-DATE,
                   :HV-COLLAT-DESC, :HV-FIRST-LOAN-ACCNO
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-ITEM-EOF-SW
           END-IF.
       FNS999.
           EXIT.

       REPORT-ONE-STALE SECTION.
       ROS010.
           ADD 1 TO WS-STALE-COUNT.
           MOVE HV-COLLAT-ID TO WS-PRINT-ID.

           MOVE SPACES TO LTV-REPORT-LINE
           STRING 'COLLATERAL ' DELIMITED BY SIZE
               WS-PRINT-ID DELIMITED BY SIZE
               ' VALUED ' DELIMITED BY SIZE
               HV-COLLAT-VALN-DATE DELIMITED BY SIZE
               ' REVALUATION DUE - ' DELIMITED BY SIZE
               HV-COLLAT-DESC DELIMITED BY SIZE
               INTO LTV-REPORT-LINE
           END-STRING
           WRITE LTV-REPORT-LINE.

           INITIALIZE EXCPWRT-AREA.
           MOVE 'LTVMON' TO EXCP-SOURCE.
           MOVE HV-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'W' TO EXCP-SEVERITY.
           MOVE HV-FIRST-LOAN-ACCNO TO EXCP-ACCNO.
           MOVE SPACES TO EXCP-CUSTNO.
           MOVE SPACES TO EXCP-MESSAGE.
           STRING 'COLLATERAL ' DELIMITED BY SIZE
               WS-PRINT-ID DELIMITED BY SIZE
               ' VALUATION OF ' DELIMITED BY SIZE
               HV-COLLAT-VALN-DATE DELIMITED BY SIZE
               ' OLDER THAN ' DELIMITED BY SIZE
               WS-PRINT-MONTHS DELIMITED BY SIZE
               ' MONTHS - REVALUE' DELIMITED BY SIZE
               INTO EXCP-MESSAGE
           END-STRING.

           CALL 'EXCPWRT' USING EXCPWRT-AREA.
       ROS999.
           EXIT.
