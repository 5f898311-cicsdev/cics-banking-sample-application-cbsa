      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: RTOVRPT                                                 *
      *                                                                *
      * Description: Monthly report of negotiated interest rate       *
      *              overrides (see RTOVDB2) due to expire within the  *
      *              next 30 days, so the branch can decide with the   *
      *              customer whether to agree a new one - requested   *
      *              and approved through RTOVFUN and PNDCFUN as       *
      *              before - or let the account go back to its        *
      *              standard rate. Each line shows the agreed and     *
      *              standard rates side by side, the dates, who       *
      *              asked, who approved and why.                      *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the run date (defaults to today).          *
      *                                                                *
      * Output: Sequential report RTOVRPT1.                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTOVRPT.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERRIDE-REPORT
                  ASSIGN TO RTOVRPT1
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OVERRIDE-REPORT.
       01  OVERRIDE-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE RTOVDB2 END-EXEC.
           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 WS-RUN-DATE-NUM REDEFINES HV-RUN-DATE PIC 9(8).
       01 HV-HORIZON-DATE                   PIC X(8).
       01 WS-HORIZON-DATE-NUM REDEFINES HV-HORIZON-DATE PIC 9(8).

       01 HV-ACCNO                          PIC X(8).
       01 HV-CUSTNO                         PIC X(10).
       01 HV-OV-RATE                        PIC S9(2)V99 COMP-3.
       01 HV-INT-RATE                       PIC S9(4)V99 COMP-3.
       01 HV-START-DATE                     PIC X(8).
       01 HV-EXPIRY-DATE                    PIC X(8).
       01 WS-EXPIRY-DATE-NUM REDEFINES HV-EXPIRY-DATE PIC 9(8).
       01 HV-REQUESTED-BY                   PIC X(3).
       01 HV-APPROVED-BY                    PIC X(3).
       01 HV-REASON                         PIC X(40).

       01 WS-TODAY                          PIC 9(8).
       01 WS-DAYS-LEFT                      PIC S9(4) COMP.

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-LISTED-COUNT                   PIC 9(6) VALUE 0.

       01 WS-PRINT-OV-RATE                  PIC Z9.99.
       01 WS-PRINT-STD-RATE                 PIC ZZZ9.99.
       01 WS-PRINT-DAYS                     PIC ZZ9.

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
           OPEN OUTPUT OVERRIDE-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO OVERRIDE-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO OVERRIDE-REPORT-LINE
              END-STRING
              WRITE OVERRIDE-REPORT-LINE
              CLOSE OVERRIDE-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           COMPUTE WS-HORIZON-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) + 30).

           MOVE SPACES TO OVERRIDE-REPORT-LINE
           STRING 'RATE OVERRIDES EXPIRING - SORTCODE '
               DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' FROM ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               HV-HORIZON-DATE DELIMITED BY SIZE
               INTO OVERRIDE-REPORT-LINE
           END-STRING
           WRITE OVERRIDE-REPORT-LINE.

           MOVE SPACES TO OVERRIDE-REPORT-LINE
           STRING 'ACCOUNT  CUSTOMER    AGREED STD     START    '
                  DELIMITED BY SIZE
               'EXPIRY  DAYS  BY  APPR REASON' DELIMITED BY SIZE
               INTO OVERRIDE-REPORT-LINE
           END-STRING
           WRITE OVERRIDE-REPORT-LINE.

           PERFORM LIST-EXPIRING-OVERRIDES.

           MOVE SPACES TO OVERRIDE-REPORT-LINE
           STRING 'OVERRIDES EXPIRING IN THE NEXT 30 DAYS='
                  DELIMITED BY SIZE
               WS-LISTED-COUNT DELIMITED BY SIZE
               INTO OVERRIDE-REPORT-LINE
           END-STRING
           WRITE OVERRIDE-REPORT-LINE.

           CLOSE OVERRIDE-REPORT.

           MOVE 0 TO RETURN-CODE.

           PERFORM REGISTER-RUN-END.

           GOBACK.
       A999.
           EXIT.

      *----------------------------------------------------------------
       REGISTER-RUN-START SECTION.
       RGS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'RTOVRPT ' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-LISTED-COUNT TO RUNCTL-RECORD-COUNT.
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

           MOVE 0 TO RETURN-CODE.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * Every override in force whose last day falls between today
      * and 30 days on, soonest first.
      *----------------------------------------------------------------
       LIST-EXPIRING-OVERRIDES SECTION.
       LEO010.
           EXEC SQL
              DECLARE RTOVR_CSR CURSOR FOR
                 SELECT R.RATEOVR_ACCNO, A.ACCOUNT_CUSTOMER_NUMBER,
                        R.RATEOVR_RATE, A.ACCOUNT_INTEREST_RATE,
                        R.RATEOVR_START_DATE, R.RATEOVR_EXPIRY_DATE,
                        R.RATEOVR_REQUESTED_BY, R.RATEOVR_APPROVED_BY,
                        R.RATEOVR_REASON
                 FROM RATEOVR R, ACCOUNT A
                 WHERE R.RATEOVR_SORTCODE = :HV-SORTCODE
                   AND R.RATEOVR_STATUS = 'A'
                   AND R.RATEOVR_EXPIRY_DATE >= :HV-RUN-DATE
                   AND R.RATEOVR_EXPIRY_DATE <= :HV-HORIZON-DATE
                   AND A.ACCOUNT_SORTCODE = R.RATEOVR_SORTCODE
                   AND A.ACCOUNT_NUMBER = R.RATEOVR_ACCNO
                 ORDER BY R.RATEOVR_EXPIRY_DATE, R.RATEOVR_ACCNO
           END-EXEC.

           EXEC SQL OPEN RTOVR_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-OVERRIDE.

           PERFORM LIST-ONE-OVERRIDE
              UNTIL WS-EOF.

           EXEC SQL CLOSE RTOVR_CSR END-EXEC.
       LEO999.
           EXIT.

       FETCH-NEXT-OVERRIDE SECTION.
       FNO010.
           EXEC SQL
              FETCH RTOVR_CSR
              INTO :HV-ACCNO, :HV-CUSTNO, :HV-OV-RATE,
                   :HV-INT-RATE, :HV-START-DATE, :HV-EXPIRY-DATE,
                   :HV-REQUESTED-BY, :HV-APPROVED-BY, :HV-REASON
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNO999.
           EXIT.

       LIST-ONE-OVERRIDE SECTION.
       LOO010.
           ADD 1 TO WS-LISTED-COUNT.

           COMPUTE WS-DAYS-LEFT =
              FUNCTION INTEGER-OF-DATE(WS-EXPIRY-DATE-NUM)
              - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).

           MOVE HV-OV-RATE TO WS-PRINT-OV-RATE.
           MOVE HV-INT-RATE TO WS-PRINT-STD-RATE.
           MOVE WS-DAYS-LEFT TO WS-PRINT-DAYS.

           MOVE SPACES TO OVERRIDE-REPORT-LINE
           STRING HV-ACCNO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-CUSTNO DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PRINT-OV-RATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-STD-RATE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               HV-START-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-EXPIRY-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-DAYS DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               HV-REQUESTED-BY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-APPROVED-BY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               HV-REASON DELIMITED BY SIZE
               INTO OVERRIDE-REPORT-LINE
           END-STRING
           WRITE OVERRIDE-REPORT-LINE.

           PERFORM FETCH-NEXT-OVERRIDE.
       LOO999.
           EXIT.
