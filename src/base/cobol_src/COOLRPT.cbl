      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: COOLRPT                                                 *
      *                                                                *
      * Description: Monthly report of the products customers have     *
      *              cancelled inside their cooling-off period         *
      *              through COOLFUN (COOLDB2), by branch and by       *
      *              product - ordinary account, fixed-term deposit    *
      *              or loan - with the number cancelled, the money    *
      *              returned or collected back, and the fees          *
      *              refunded, and a total for the month.              *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the business date (defaults to today);     *
      *        the report covers that date's calendar month.           *
      *                                                                *
      * Output: Sequential report COOLRPT.                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COOLRPT.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COOL-REPORT
                  ASSIGN TO COOLRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COOL-REPORT.
       01  COOL-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE COOLDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 HV-RUN-MONTH                      PIC X(6).

       01 HV-BRANCH                         PIC S9(9) COMP.
       01 HV-PRODUCT                        PIC X.
       01 HV-CANCEL-COUNT                   PIC S9(9) COMP.
       01 HV-CANCEL-AMOUNT                  PIC S9(10)V99 COMP-3.
       01 HV-FEES-REFUNDED                  PIC S9(10)V99 COMP-3.

       01 WS-TODAY                          PIC 9(8).

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-TOTAL-COUNT                    PIC 9(8) VALUE 0.
       01 WS-TOTAL-AMOUNT                   PIC S9(10)V99 VALUE 0.
       01 WS-TOTAL-FEES                     PIC S9(10)V99 VALUE 0.
       01 WS-PRODUCT-NAME                   PIC X(12).

       01 WS-PRINT-BRANCH                   PIC 9(5).
       01 WS-PRINT-COUNT                    PIC ZZZZZZZ9.
       01 WS-PRINT-AMOUNT                   PIC Z(9)9.99.
       01 WS-PRINT-FEES                     PIC Z(9)9.99.

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
           OPEN OUTPUT COOL-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO COOL-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO COOL-REPORT-LINE
              END-STRING
              WRITE COOL-REPORT-LINE
              CLOSE COOL-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO COOL-REPORT-LINE
           STRING 'COOLING-OFF CANCELLATIONS - SORTCODE '
                  DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' MONTH ' DELIMITED BY SIZE
               HV-RUN-MONTH DELIMITED BY SIZE
               INTO COOL-REPORT-LINE
           END-STRING
           WRITE COOL-REPORT-LINE.

           PERFORM REPORT-CANCELLATIONS.

           CLOSE COOL-REPORT.

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
           MOVE 'COOLRPT' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RRS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RRE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-TOTAL-COUNT TO RUNCTL-RECORD-COUNT.
           MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RRE999.
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

           MOVE HV-RUN-DATE(1:6) TO HV-RUN-MONTH.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * Cancellations taken this month, one line per branch and
      * product, then the month's total.
      *----------------------------------------------------------------
       REPORT-CANCELLATIONS SECTION.
       RC010.
           MOVE 'BRANCH PRODUCT       CANCELLED    AMOUNT RETURNED  FEES
      -         ' REFUNDED' TO COOL-REPORT-LINE.
           WRITE COOL-REPORT-LINE.

           EXEC SQL
              DECLARE COOL_CSR CURSOR FOR
                 SELECT COOLOFF_BRANCH, COOLOFF_PRODUCT, COUNT(*),
                        SUM(COOLOFF_AMOUNT),
                        SUM(COOLOFF_FEES_REFUNDED)
                 FROM COOLOFF
                 WHERE COOLOFF_SORTCODE = :HV-SORTCODE
                   AND SUBSTR(COOLOFF_CANCEL_DATE, 1, 6) =
                          :HV-RUN-MONTH
                 GROUP BY COOLOFF_BRANCH, COOLOFF_PRODUCT
                 ORDER BY COOLOFF_BRANCH, COOLOFF_PRODUCT
           END-EXEC.

           EXEC SQL OPEN COOL_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-GROUP.

           PERFORM UNTIL WS-EOF
              PERFORM REPORT-ONE-GROUP
              PERFORM FETCH-NEXT-GROUP
           END-PERFORM.

           EXEC SQL CLOSE COOL_CSR END-EXEC.

           MOVE WS-TOTAL-COUNT TO WS-PRINT-COUNT.
           MOVE WS-TOTAL-AMOUNT TO WS-PRINT-AMOUNT.
           MOVE WS-TOTAL-FEES TO WS-PRINT-FEES.

           MOVE SPACES TO COOL-REPORT-LINE
           STRING 'TOTAL               ' DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               WS-PRINT-FEES DELIMITED BY SIZE
               INTO COOL-REPORT-LINE
           END-STRING
           WRITE COOL-REPORT-LINE.
       RC999.
           EXIT.

       FETCH-NEXT-GROUP SECTION.
       FNG010.
           EXEC SQL
              FETCH COOL_CSR
              INTO :HV-BRANCH, :HV-PRODUCT, :HV-CANCEL-COUNT,
                   :HV-CANCEL-AMOUNT, :HV-FEES-REFUNDED
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNG999.
           EXIT.

       REPORT-ONE-GROUP SECTION.
       ROG010.
           ADD HV-CANCEL-COUNT TO WS-TOTAL-COUNT.
           ADD HV-CANCEL-AMOUNT TO WS-TOTAL-AMOUNT.
           ADD HV-FEES-REFUNDED TO WS-TOTAL-FEES.

           EVALUATE HV-PRODUCT
              WHEN 'A'
                 MOVE 'ACCOUNT' TO WS-PRODUCT-NAME
              WHEN 'T'
                 MOVE 'TERM DEPOSIT' TO WS-PRODUCT-NAME
              WHEN 'L'
                 MOVE 'LOAN' TO WS-PRODUCT-NAME
              WHEN OTHER
                 MOVE HV-PRODUCT TO WS-PRODUCT-NAME
           END-EVALUATE.

           MOVE HV-BRANCH TO WS-PRINT-BRANCH.
           MOVE HV-CANCEL-COUNT TO WS-PRINT-COUNT.
           MOVE HV-CANCEL-AMOUNT TO WS-PRINT-AMOUNT.
           MOVE HV-FEES-REFUNDED TO WS-PRINT-FEES.

           MOVE SPACES TO COOL-REPORT-LINE
           STRING WS-PRINT-BRANCH DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PRODUCT-NAME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               WS-PRINT-FEES DELIMITED BY SIZE
               INTO COOL-REPORT-LINE
           END-STRING
           WRITE COOL-REPORT-LINE.
       ROG999.
           EXIT.
