      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: LAPPRPT                                                 *
      *                                                                *
      * Description: Nightly housekeeping and reporting over the loan  *
      *              applications LAPPFUN records (LAPPDB2):           *
      *                - an offer still open past its OFFER_EXPIRY is  *
      *                  marked lapsed;                                *
      *                - every declined application without a letter  *
      *                  gets its adverse-action letter, giving each   *
      *                  reason the application was declined for. The  *
      *                  letter goes to LAPPLTR for printing and is    *
      *                  registered on the correspondence archive      *
      *                  (document type ADVA), and the application is  *
      *                  marked as written to;                         *
      *                - applications taken this month are counted by  *
      *                  branch - approved, declined and drawn down -  *
      *                  with the approval rate for each.              *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the business date (defaults to today).     *
      *                                                                *
      * Output: Sequential letter file LAPPLTR and report LAPPRPT.     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAPPRPT.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAPP-REPORT
                  ASSIGN TO LAPPRPT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LAPP-LETTERS
                  ASSIGN TO LAPPLTR
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LAPP-REPORT.
       01  LAPP-REPORT-LINE                 PIC X(132).

       FD  LAPP-LETTERS.
       01  LAPP-LETTER-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE LAPPDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 HV-RUN-MONTH                      PIC X(6).

       01 HV-LOANAPP-ID                     PIC S9(9) COMP.
       01 HV-LOANAPP-CUSTNO                 PIC X(10).
       01 HV-LOANAPP-CUST-NAME              PIC X(60).
       01 HV-LOANAPP-AMOUNT                 PIC S9(10)V99 COMP-3.
       01 HV-LOANAPP-TERM-MONTHS            PIC S9(9) COMP.
       01 HV-LOANAPP-APPLIED-DATE           PIC X(8).
       01 HV-LOANAPP-REASONS                PIC X(10).

       01 HV-BRANCH                         PIC S9(9) COMP.
       01 HV-APPLIED-COUNT                  PIC S9(9) COMP.
       01 HV-APPROVED-COUNT                 PIC S9(9) COMP.
       01 HV-DECLINED-COUNT                 PIC S9(9) COMP.
       01 HV-CONVERTED-COUNT                PIC S9(9) COMP.

       01 WS-TODAY                          PIC 9(8).

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-REASON-SUB                     PIC S9(4) COMP.
       01 WS-REASON-POS                     PIC S9(4) COMP.
       01 WS-REASON-CODE                    PIC XX.
       01 WS-REASON-TEXT                    PIC X(70).

       01 WS-OFFERS-LAPSED                  PIC 9(8) VALUE 0.
       01 WS-LETTERS-SENT                   PIC 9(8) VALUE 0.
       01 WS-TOTAL-APPLIED                  PIC 9(8) VALUE 0.
       01 WS-TOTAL-APPROVED                 PIC 9(8) VALUE 0.
       01 WS-TOTAL-DECLINED                 PIC 9(8) VALUE 0.
       01 WS-TOTAL-CONVERTED                PIC 9(8) VALUE 0.
       01 WS-APPROVAL-PCT                   PIC S9(3)V99.

       01 WS-PRINT-AMOUNT                   PIC Z(9)9.99.
       01 WS-PRINT-TERM                     PIC ZZ9.
       01 WS-PRINT-ID                       PIC 9(8).
       01 WS-PRINT-BRANCH                   PIC 9(5).
       01 WS-PRINT-COUNT                    PIC ZZZZZZZ9.
       01 WS-PRINT-APPROVED                 PIC ZZZZZZZ9.
       01 WS-PRINT-DECLINED                 PIC ZZZZZZZ9.
       01 WS-PRINT-CONVERTED                PIC ZZZZZZZ9.
       01 WS-PRINT-PCT                      PIC ZZ9.99.

      * Run-control registration (see RUNCTL) - every overnight
      * program records its run and honours the sequencing rules.
       01 RUNCTL-AREA.
           COPY RUNCTLA.

      * Correspondence archive registration (see CORRWRT) - every
      * document produced is registered with its rendered text.
       01 CORRWRT-AREA.
           COPY CORRWRTA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
           05 PARM                          PIC X(256).

       PROCEDURE DIVISION USING PARM-BUFFER.
       PREMIERE SECTION.
       A010.
           OPEN OUTPUT LAPP-REPORT.
           OPEN OUTPUT LAPP-LETTERS.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO LAPP-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO LAPP-REPORT-LINE
              END-STRING
              WRITE LAPP-REPORT-LINE
              CLOSE LAPP-LETTERS
              CLOSE LAPP-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO LAPP-REPORT-LINE
           STRING 'LOAN APPLICATIONS - SORTCODE ' DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO LAPP-REPORT-LINE
           END-STRING
           WRITE LAPP-REPORT-LINE.

           PERFORM LAPSE-EXPIRED-OFFERS.

           PERFORM SEND-ADVERSE-ACTION-LETTERS.

           PERFORM REPORT-BRANCH-APPROVALS.

           MOVE SPACES TO LAPP-REPORT-LINE
           STRING 'OFFERS LAPSED=' DELIMITED BY SIZE
               WS-OFFERS-LAPSED DELIMITED BY SIZE
               ' DECLINE LETTERS=' DELIMITED BY SIZE
               WS-LETTERS-SENT DELIMITED BY SIZE
               INTO LAPP-REPORT-LINE
           END-STRING
           WRITE LAPP-REPORT-LINE.

           CLOSE LAPP-LETTERS.
           CLOSE LAPP-REPORT.

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
           MOVE 'LAPPRPT' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RRS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RRE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-LETTERS-SENT TO RUNCTL-RECORD-COUNT.
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
      * An offer not taken up by its expiry date has lapsed.
      *----------------------------------------------------------------
       LAPSE-EXPIRED-OFFERS SECTION.
       LEO010.
           EXEC SQL
              UPDATE LOANAPP
              SET LOANAPP_STATUS = 'X',
                  LOANAPP_CLOSED_DATE = :HV-RUN-DATE
              WHERE LOANAPP_SORTCODE = :HV-SORTCODE
                AND LOANAPP_STATUS = 'O'
                AND LOANAPP_OFFER_EXPIRY < :HV-RUN-DATE
           END-EXEC.

           IF SQLCODE = 0
              MOVE SQLERRD(3) TO WS-OFFERS-LAPSED
           END-IF.
       LEO999.
           EXIT.

      *----------------------------------------------------------------
      * One letter per declined application not yet written to.
      *----------------------------------------------------------------
       SEND-ADVERSE-ACTION-LETTERS SECTION.
       SAAL010.
           EXEC SQL
              DECLARE LAPD_CSR CURSOR FOR
                 SELECT LOANAPP_ID, LOANAPP_CUSTNO,
                        LOANAPP_CUST_NAME, LOANAPP_AMOUNT,
                        LOANAPP_TERM_MONTHS, LOANAPP_APPLIED_DATE,
                        LOANAPP_REASONS
                 FROM LOANAPP
                 WHERE LOANAPP_SORTCODE = :HV-SORTCODE
                   AND LOANAPP_STATUS = 'D'
                   AND LOANAPP_LETTER_SENT = 'N'
                 ORDER BY LOANAPP_ID
           END-EXEC.

           EXEC SQL OPEN LAPD_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-DECLINE.

           PERFORM UNTIL WS-EOF
              PERFORM WRITE-ONE-LETTER
              PERFORM FETCH-NEXT-DECLINE
           END-PERFORM.

           EXEC SQL CLOSE LAPD_CSR END-EXEC.
       SAAL999.
           EXIT.

       FETCH-NEXT-DECLINE SECTION.
       FND010.
           EXEC SQL
              FETCH LAPD_CSR
              INTO :HV-LOANAPP-ID, :HV-LOANAPP-CUSTNO,
                   :HV-LOANAPP-CUST-NAME, :HV-LOANAPP-AMOUNT,
                   :HV-LOANAPP-TERM-MONTHS, :HV-LOANAPP-APPLIED-DATE,
                   :HV-LOANAPP-REASONS
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FND999.
           EXIT.

       WRITE-ONE-LETTER SECTION.
       WOL010.
           MOVE HV-LOANAPP-ID TO WS-PRINT-ID.
           MOVE HV-LOANAPP-AMOUNT TO WS-PRINT-AMOUNT.
           MOVE HV-LOANAPP-TERM-MONTHS TO WS-PRINT-TERM.

           MOVE SPACES TO LAPP-LETTER-LINE
           STRING 'DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               '   CUSTOMER ' DELIMITED BY SIZE
               HV-LOANAPP-CUSTNO DELIMITED BY SIZE
               '   APPLICATION ' DELIMITED BY SIZE
               WS-PRINT-ID DELIMITED BY SIZE
               INTO LAPP-LETTER-LINE
           END-STRING
           WRITE LAPP-LETTER-LINE.

           MOVE HV-LOANAPP-CUST-NAME TO LAPP-LETTER-LINE.
           WRITE LAPP-LETTER-LINE.

           MOVE SPACES TO LAPP-LETTER-LINE
           STRING 'WE HAVE CONSIDERED YOUR APPLICATION OF '
                  DELIMITED BY SIZE
               HV-LOANAPP-APPLIED-DATE DELIMITED BY SIZE
               ' FOR A LOAN OF ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' OVER ' DELIMITED BY SIZE
               WS-PRINT-TERM DELIMITED BY SIZE
               ' MONTHS.' DELIMITED BY SIZE
               INTO LAPP-LETTER-LINE
           END-STRING
           WRITE LAPP-LETTER-LINE.

           MOVE 'WE ARE UNABLE TO OFFER YOU THIS LOAN, FOR THE FOLLOWIN
      -         'G REASONS:' TO LAPP-LETTER-LINE.
           WRITE LAPP-LETTER-LINE.

           PERFORM WRITE-ONE-REASON
              VARYING WS-REASON-SUB FROM 1 BY 1
              UNTIL WS-REASON-SUB > 5.

           MOVE 'YOU MAY ASK US TO RECONSIDER, OR FOR MORE DETAIL OF TH
      -         'E INFORMATION WE USED, AT ANY BRANCH.'
              TO LAPP-LETTER-LINE.
           WRITE LAPP-LETTER-LINE.

           MOVE ALL '-' TO LAPP-LETTER-LINE.
           WRITE LAPP-LETTER-LINE.

           PERFORM ARCHIVE-THE-LETTER.

           EXEC SQL
              UPDATE LOANAPP
              SET LOANAPP_LETTER_SENT = 'Y'
              WHERE (LOANAPP_SORTCODE = :HV-SORTCODE AND
                     LOANAPP_ID = :HV-LOANAPP-ID)
           END-EXEC.

           ADD 1 TO WS-LETTERS-SENT.
       WOL999.
           EXIT.

      *----------------------------------------------------------------
      * Spell out one of the stored reason codes, if the slot holds
      * one.
      *----------------------------------------------------------------
       WRITE-ONE-REASON SECTION.
       WOR010.
           COMPUTE WS-REASON-POS = WS-REASON-SUB * 2 - 1.
           MOVE HV-LOANAPP-REASONS(WS-REASON-POS:2) TO WS-REASON-CODE.

           IF WS-REASON-CODE = SPACES
              GO TO WOR999
           END-IF.

           EVALUATE WS-REASON-CODE
              WHEN 'CS'
                 MOVE 'YOUR CREDIT SCORE IS BELOW OUR LENDING MINIMUM'
                    TO WS-REASON-TEXT
              WHEN 'RH'
                 MOVE 'WE HAVE ASSESSED THE RISK OF LENDING TO YOU AS TO
      -              'O HIGH' TO WS-REASON-TEXT
              WHEN 'IN'
                 MOVE 'WE COULD NOT SEE SALARY PAYMENTS TO SUPPORT YOUR
      -              'STATED INCOME' TO WS-REASON-TEXT
              WHEN 'AF'
                 MOVE 'THE REPAYMENTS WOULD NOT BE AFFORDABLE FROM YOUR
      -              'INCOME' TO WS-REASON-TEXT
              WHEN 'EX'
                 MOVE 'YOUR EXISTING BORROWING IS TOO HIGH FOR YOUR INC
      -              'OME' TO WS-REASON-TEXT
              WHEN 'EG'
                 MOVE 'WE COULD NOT CONFIRM YOUR EXISTING BORROWING WIT
      -              'H US' TO WS-REASON-TEXT
              WHEN OTHER
                 MOVE 'OTHER - PLEASE CONTACT YOUR BRANCH'
                    TO WS-REASON-TEXT
           END-EVALUATE.

           MOVE SPACES TO LAPP-LETTER-LINE
           STRING '  - ' DELIMITED BY SIZE
               WS-REASON-TEXT DELIMITED BY SIZE
               INTO LAPP-LETTER-LINE
           END-STRING
           WRITE LAPP-LETTER-LINE.
       WOR999.
           EXIT.

      *----------------------------------------------------------------
      * Register the letter on the correspondence archive.
      *----------------------------------------------------------------
       ARCHIVE-THE-LETTER SECTION.
       ATL010.
           MOVE HV-SORTCODE TO CORR-SORTCODE.
           MOVE HV-LOANAPP-CUSTNO TO CORR-CUSTNO.
           MOVE 'ADVA' TO CORR-DOC-TYPE.
           MOVE HV-RUN-DATE TO CORR-DOC-DATE.
           MOVE 'P' TO CORR-CHANNEL.

           MOVE SPACES TO CORR-TEXT.
           STRING 'LOAN APPLICATION ' DELIMITED BY SIZE
               WS-PRINT-ID DELIMITED BY SIZE
               ' DECLINED AMOUNT ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' REASONS ' DELIMITED BY SIZE
               HV-LOANAPP-REASONS DELIMITED BY SIZE
               INTO CORR-TEXT
           END-STRING.

           CALL 'CORRWRT' USING CORRWRT-AREA.
       ATL999.
           EXIT.

      *----------------------------------------------------------------
      * Applications taken this month by branch. Everything not
      * declined was approved, whatever became of the offer since.
      *----------------------------------------------------------------
       REPORT-BRANCH-APPROVALS SECTION.
       RBA010.
           MOVE SPACES TO LAPP-REPORT-LINE
           STRING 'APPROVAL RATES FOR APPLICATIONS IN '
                  DELIMITED BY SIZE
               HV-RUN-MONTH DELIMITED BY SIZE
               INTO LAPP-REPORT-LINE
           END-STRING
           WRITE LAPP-REPORT-LINE.

           MOVE 'BRANCH    APPLIED  APPROVED  DECLINED DRAWNDOWN  APPROV
      -         'AL%' TO LAPP-REPORT-LINE.
           WRITE LAPP-REPORT-LINE.

           EXEC SQL
              DECLARE LAPB_CSR CURSOR FOR
                 SELECT LOANAPP_BRANCH, COUNT(*),
                        SUM(CASE WHEN LOANAPP_STATUS = 'D'
                                 THEN 0 ELSE 1 END),
                        SUM(CASE WHEN LOANAPP_STATUS = 'D'
                                 THEN 1 ELSE 0 END),
                        SUM(CASE WHEN LOANAPP_STATUS = 'C'
                                 THEN 1 ELSE 0 END)
                 FROM LOANAPP
                 WHERE LOANAPP_SORTCODE = :HV-SORTCODE
                   AND SUBSTR(LOANAPP_APPLIED_DATE, 1, 6) =
                          :HV-RUN-MONTH
                 GROUP BY LOANAPP_BRANCH
                 ORDER BY LOANAPP_BRANCH
           END-EXEC.

           EXEC SQL OPEN LAPB_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-BRANCH.

           PERFORM UNTIL WS-EOF
              PERFORM REPORT-ONE-BRANCH
              PERFORM FETCH-NEXT-BRANCH
           END-PERFORM.

           EXEC SQL CLOSE LAPB_CSR END-EXEC.

           MOVE WS-TOTAL-APPLIED TO HV-APPLIED-COUNT.
           MOVE WS-TOTAL-APPROVED TO HV-APPROVED-COUNT.
           MOVE WS-TOTAL-DECLINED TO HV-DECLINED-COUNT.
           MOVE WS-TOTAL-CONVERTED TO HV-CONVERTED-COUNT.
           PERFORM FORMAT-APPROVAL-LINE.

           MOVE SPACES TO LAPP-REPORT-LINE
           STRING 'TOTAL ' DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PRINT-APPROVED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PRINT-DECLINED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PRINT-CONVERTED DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               WS-PRINT-PCT DELIMITED BY SIZE
               INTO LAPP-REPORT-LINE
           END-STRING
           WRITE LAPP-REPORT-LINE.
       RBA999.
           EXIT.

       FETCH-NEXT-BRANCH SECTION.
       FNB010.
           EXEC SQL
              FETCH LAPB_CSR
              INTO :HV-BRANCH, :HV-APPLIED-COUNT, :HV-APPROVED-COUNT,
                   :HV-DECLINED-COUNT, :HV-CONVERTED-COUNT
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNB999.
           EXIT.

       REPORT-ONE-BRANCH SECTION.
       ROB010.
           ADD HV-APPLIED-COUNT TO WS-TOTAL-APPLIED.
           ADD HV-APPROVED-COUNT TO WS-TOTAL-APPROVED.
           ADD HV-DECLINED-COUNT TO WS-TOTAL-DECLINED.
           ADD HV-CONVERTED-COUNT TO WS-TOTAL-CONVERTED.

           MOVE HV-BRANCH TO WS-PRINT-BRANCH.
           PERFORM FORMAT-APPROVAL-LINE.

           MOVE SPACES TO LAPP-REPORT-LINE
           STRING WS-PRINT-BRANCH DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PRINT-APPROVED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PRINT-DECLINED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PRINT-CONVERTED DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               WS-PRINT-PCT DELIMITED BY SIZE
               INTO LAPP-REPORT-LINE
           END-STRING
           WRITE LAPP-REPORT-LINE.
       ROB999.
           EXIT.

       FORMAT-APPROVAL-LINE SECTION.
       FAL010.
           IF HV-APPLIED-COUNT > 0
              COMPUTE WS-APPROVAL-PCT ROUNDED =
                 HV-APPROVED-COUNT * 100 / HV-APPLIED-COUNT
           ELSE
              MOVE 0 TO WS-APPROVAL-PCT
           END-IF.

           MOVE HV-APPLIED-COUNT TO WS-PRINT-COUNT.
           MOVE HV-APPROVED-COUNT TO WS-PRINT-APPROVED.
           MOVE HV-DECLINED-COUNT TO WS-PRINT-DECLINED.
           MOVE HV-CONVERTED-COUNT TO WS-PRINT-CONVERTED.
           MOVE WS-APPROVAL-PCT TO WS-PRINT-PCT.
       FAL999.
           EXIT.
