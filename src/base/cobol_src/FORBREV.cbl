      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: FORBREV                                                 *
      *                                                                *
      * Description: Daily forbearance review run over the FORBEAR    *
      *              register (FORBDB2). Every approved arrangement   *
      *              whose end date has passed is marked review due,  *
      *              listed on the credit team's review worklist and   *
      *              put on the exception queue - the supervisor then  *
      *              records the review through FORBFUN. Proposals     *
      *              whose start date has arrived without an approval  *
      *              are listed too, since the schedule they were to   *
      *              change is already running.                        *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the business date (defaults to today).     *
      *                                                                *
      * Output: Sequential report FORBRPT.                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORBREV.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORB-REPORT
                  ASSIGN TO FORBRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FORB-REPORT.
       01  FORB-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE FORBDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).

       01 HV-FORBEAR-ID                     PIC S9(9) COMP.
       01 HV-FORBEAR-ACCNO                  PIC X(8).
       01 HV-FORBEAR-TYPE                   PIC X.
       01 HV-FORBEAR-MONTHS                 PIC S9(9) COMP.
       01 HV-FORBEAR-START-DATE             PIC X(8).
       01 HV-FORBEAR-END-DATE               PIC X(8).
       01 HV-FORBEAR-PROPOSED-BY            PIC X(3).
       01 HV-FORBEAR-NEW-INSTALLMENT        PIC S9(10)V99 COMP-3.
       01 HV-CUSTNO                         PIC X(10).

       01 WS-TODAY                          PIC 9(8).

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-TYPE-TEXT                      PIC X(14).

       01 WS-REVIEWS-DUE                    PIC 9(8) VALUE 0.
       01 WS-UNAPPROVED                     PIC 9(8) VALUE 0.

       01 WS-PRINT-ID                       PIC 9(8).
       01 WS-PRINT-MONTHS                   PIC ZZ9.
       01 WS-PRINT-AMOUNT                   PIC Z(9)9.99.

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
           OPEN OUTPUT FORB-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO FORB-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO FORB-REPORT-LINE
              END-STRING
              WRITE FORB-REPORT-LINE
              CLOSE FORB-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO FORB-REPORT-LINE
           STRING 'FORBEARANCE REVIEW - SORTCODE ' DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO FORB-REPORT-LINE
           END-STRING
           WRITE FORB-REPORT-LINE.

           PERFORM MARK-ENDED-ARRANGEMENTS.

           PERFORM LIST-UNAPPROVED-PROPOSALS.

           MOVE SPACES TO FORB-REPORT-LINE
           STRING 'REVIEWS DUE=' DELIMITED BY SIZE
               WS-REVIEWS-DUE DELIMITED BY SIZE
               ' AWAITING APPROVAL PAST START=' DELIMITED BY SIZE
               WS-UNAPPROVED DELIMITED BY SIZE
               INTO FORB-REPORT-LINE
           END-STRING
           WRITE FORB-REPORT-LINE.

           CLOSE FORB-REPORT.

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
           MOVE 'FORBREV' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RRS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RRE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-REVIEWS-DUE TO RUNCTL-RECORD-COUNT.
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
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * An arrangement past its end date is due its review.
      *----------------------------------------------------------------
       MARK-ENDED-ARRANGEMENTS SECTION.
       MEA010.
           EXEC SQL
              DECLARE FORBE_CSR CURSOR FOR
                 SELECT F.FORBEAR_ID, F.FORBEAR_ACCNO,
                        F.FORBEAR_TYPE, F.FORBEAR_MONTHS,
                        F.FORBEAR_START_DATE, F.FORBEAR_END_DATE,
                        F.FORBEAR_NEW_INSTALLMENT,
                        COALESCE(A.ACCOUNT_CUSTOMER_NUMBER, ' ')
                 FROM FORBEAR F
                 LEFT JOIN ACCOUNT A
                    ON A.ACCOUNT_SORTCODE = F.FORBEAR_SORTCODE
                   AND A.ACCOUNT_NUMBER = F.FORBEAR_ACCNO
                 WHERE F.FORBEAR_SORTCODE = :HV-SORTCODE
                   AND F.FORBEAR_STATUS = 'A'
                   AND F.FORBEAR_END_DATE < :HV-RUN-DATE
                 ORDER BY F.FORBEAR_ID
           END-EXEC.

           EXEC SQL OPEN FORBE_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-ENDED.

           PERFORM UNTIL WS-EOF
              PERFORM MARK-ONE-REVIEW-DUE
              PERFORM FETCH-NEXT-ENDED
           END-PERFORM.

           EXEC SQL CLOSE FORBE_CSR END-EXEC.
       MEA999.
           EXIT.

       FETCH-NEXT-ENDED SECTION.
       FNE010.
           EXEC SQL
              FETCH FORBE_CSR
              INTO :HV-FORBEAR-ID, :HV-FORBEAR-ACCNO,
                   :HV-FORBEAR-TYPE, :HV-FORBEAR-MONTHS,
                   :HV-FORBEAR-START-DATE, :HV-FORBEAR-END-DATE,
                   :HV-FORBEAR-NEW-INSTALLMENT, :HV-CUSTNO
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNE999.
           EXIT.

       MARK-ONE-REVIEW-DUE SECTION.
       MORD010.
           EXEC SQL
              UPDATE FORBEAR
              SET FORBEAR_STATUS = 'V'
              WHERE (FORBEAR_SORTCODE = :HV-SORTCODE AND
                     FORBEAR_ID = :HV-FORBEAR-ID)
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO MORD999
           END-IF.

           ADD 1 TO WS-REVIEWS-DUE.

           PERFORM DESCRIBE-THE-TYPE.
           MOVE HV-FORBEAR-ID TO WS-PRINT-ID.
           MOVE HV-FORBEAR-MONTHS TO WS-PRINT-MONTHS.
           MOVE HV-FORBEAR-NEW-INSTALLMENT TO WS-PRINT-AMOUNT.

           MOVE SPACES TO FORB-REPORT-LINE
           STRING 'REVIEW DUE ARRANGEMENT=' DELIMITED BY SIZE
               WS-PRINT-ID DELIMITED BY SIZE
               ' LOAN=' DELIMITED BY SIZE
               HV-FORBEAR-ACCNO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TYPE-TEXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-MONTHS DELIMITED BY SIZE
               ' MONTHS ' DELIMITED BY SIZE
               HV-FORBEAR-START-DATE DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               HV-FORBEAR-END-DATE DELIMITED BY SIZE
               ' INSTALLMENT NOW ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO FORB-REPORT-LINE
           END-STRING
           WRITE FORB-REPORT-LINE.

           INITIALIZE EXCPWRT-AREA.
           MOVE 'FORBREV' TO EXCP-SOURCE.
           MOVE HV-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'W' TO EXCP-SEVERITY.
           MOVE HV-FORBEAR-ACCNO TO EXCP-ACCNO.
           MOVE HV-CUSTNO TO EXCP-CUSTNO.
           MOVE SPACES TO EXCP-MESSAGE.
           STRING 'FORBEARANCE ' DELIMITED BY SIZE
               WS-PRINT-ID DELIMITED BY SIZE
               ' ENDED ' DELIMITED BY SIZE
               HV-FORBEAR-END-DATE DELIMITED BY SIZE
               ' - REVIEW DUE' DELIMITED BY SIZE
               INTO EXCP-MESSAGE
           END-STRING.

           CALL 'EXCPWRT' USING EXCPWRT-AREA.
       MORD999.
           EXIT.

      *----------------------------------------------------------------
      * Proposals still waiting for a supervisor although their
      * start date has come.
      *----------------------------------------------------------------
       LIST-UNAPPROVED-PROPOSALS SECTION.
       LUP010.
           EXEC SQL
              DECLARE FORBP_CSR CURSOR FOR
                 SELECT FORBEAR_ID, FORBEAR_ACCNO, FORBEAR_TYPE,
                        FORBEAR_MONTHS, FORBEAR_START_DATE,
                        FORBEAR_PROPOSED_BY
                 FROM FORBEAR
                 WHERE FORBEAR_SORTCODE = :HV-SORTCODE
                   AND FORBEAR_STATUS = 'P'
                   AND FORBEAR_START_DATE <= :HV-RUN-DATE
                 ORDER BY FORBEAR_START_DATE, FORBEAR_ID
           END-EXEC.

           EXEC SQL OPEN FORBP_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-PROPOSAL.

           PERFORM UNTIL WS-EOF
              PERFORM LIST-ONE-PROPOSAL
              PERFORM FETCH-NEXT-PROPOSAL
           END-PERFORM.

           EXEC SQL CLOSE FORBP_CSR END-EXEC.
       LUP999.
           EXIT.

       FETCH-NEXT-PROPOSAL SECTION.
       FNP010.
           EXEC SQL
              FETCH FORBP_CSR
              INTO :HV-FORBEAR-ID, :HV-FORBEAR-ACCNO,
                   :HV-FORBEAR-TYPE, :HV-FORBEAR-MONTHS,
                   :HV-FORBEAR-START-DATE, :HV-FORBEAR-PROPOSED-BY
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNP999.
           EXIT.

       LIST-ONE-PROPOSAL SECTION.
       LOP010.
           ADD 1 TO WS-UNAPPROVED.

           PERFORM DESCRIBE-THE-TYPE.
           MOVE HV-FORBEAR-ID TO WS-PRINT-ID.
           MOVE HV-FORBEAR-MONTHS TO WS-PRINT-MONTHS.

           MOVE SPACES TO FORB-REPORT-LINE
           STRING 'NOT YET APPROVED ARRANGEMENT=' DELIMITED BY SIZE
               WS-PRINT-ID DELIMITED BY SIZE
               ' LOAN=' DELIMITED BY SIZE
               HV-FORBEAR-ACCNO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TYPE-TEXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-MONTHS DELIMITED BY SIZE
               ' MONTHS FROM ' DELIMITED BY SIZE
               HV-FORBEAR-START-DATE DELIMITED BY SIZE
               ' PROPOSED BY ' DELIMITED BY SIZE
               HV-FORBEAR-PROPOSED-BY DELIMITED BY SIZE
               INTO FORB-REPORT-LINE
           END-STRING
           WRITE FORB-REPORT-LINE.
       LOP999.
           EXIT.

       DESCRIBE-THE-TYPE SECTION.
       DTT010.
           EVALUATE HV-FORBEAR-TYPE
              WHEN 'H'
                 MOVE 'HOLIDAY' TO WS-TYPE-TEXT
              WHEN 'I'
                 MOVE 'INTEREST ONLY' TO WS-TYPE-TEXT
              WHEN OTHER
                 MOVE 'EXTENSION' TO WS-TYPE-TEXT
           END-EVALUATE.
       DTT999.
           EXIT.
