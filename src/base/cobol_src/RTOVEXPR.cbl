      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: RTOVEXPR                                                *
      *                                                                *
      * Description: Nightly reversion of negotiated interest rate    *
      *              overrides (see RTOVDB2). INTACCR stops honouring *
      *              an override once its expiry date has passed      *
      *              whether or not this run happens; this run makes  *
      *              the register say so, marking every override in   *
      *              force whose expiry date is before the run date   *
      *              expired, and tells the customer the account has  *
      *              gone back to its standard rate - the same RCHG   *
      *              rate-change notice RATEAPPL sends - so nobody    *
      *              finds out from their statement.                  *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the run date (defaults to today).          *
      *                                                                *
      * Output: Sequential report RTOVEXP1; reversion notices on the   *
      *         NOTIFYFL queue (event type RCHG) for NTFYDSP to        *
      *         deliver.                                               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTOVEXPR.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFY-FILE
                  ASSIGN TO NOTIFYFL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS NOTIFY-VSAM-KEY
                  FILE STATUS  IS WS-NOTIFY-STATUS.

           SELECT EXPIRE-REPORT
                  ASSIGN TO RTOVEXP1
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFY-FILE.
       01  NOTIFY-RECORD-STRUCTURE.
           COPY NOTIFY.

       FD  EXPIRE-REPORT.
       01  EXPIRE-REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE RTOVDB2 END-EXEC.
           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 WS-RUN-DATE-X REDEFINES HV-RUN-DATE.
          03 WS-RUN-DATE-YYYY               PIC 9(4).
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RUN-DATE-NUM REDEFINES HV-RUN-DATE PIC 9(8).

       01 HV-OV-ID                          PIC S9(9) COMP.
       01 HV-ACCNO                          PIC X(8).
       01 HV-OV-RATE                        PIC S9(2)V99 COMP-3.
       01 HV-EXPIRY-DATE                    PIC X(8).
       01 HV-CUSTNO                         PIC X(10).
       01 HV-INT-RATE                       PIC S9(4)V99 COMP-3.

       01 WS-NOTIFY-STATUS                  PIC XX.
          88 WS-NOTIFY-OK                   VALUE '00'.

       01 WS-TODAY                          PIC 9(8).
       01 WS-TIME-NOW                       PIC 9(6) VALUE 0.
       01 WS-NOTIFY-SEQ                     PIC 9(4) VALUE 0.

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-EXPIRED-COUNT                  PIC 9(6) VALUE 0.

       01 WS-PRINT-OV-RATE                  PIC Z9.99.
       01 WS-PRINT-STD-RATE                 PIC ZZZ9.99.

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
           OPEN OUTPUT EXPIRE-REPORT.
           OPEN I-O NOTIFY-FILE.

           IF NOT WS-NOTIFY-OK
              MOVE SPACES TO EXPIRE-REPORT-LINE
              STRING 'UNABLE TO OPEN NOTIFYFL, FILE STATUS='
                  DELIMITED BY SIZE
                  WS-NOTIFY-STATUS DELIMITED BY SIZE
                  ' - REVERSION NOTICES WILL NOT BE QUEUED'
                  DELIMITED BY SIZE
                  INTO EXPIRE-REPORT-LINE
              END-STRING
              WRITE EXPIRE-REPORT-LINE
           END-IF.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO EXPIRE-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO EXPIRE-REPORT-LINE
              END-STRING
              WRITE EXPIRE-REPORT-LINE
              CLOSE EXPIRE-REPORT
              CLOSE NOTIFY-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO EXPIRE-REPORT-LINE
           STRING 'RATE OVERRIDE REVERSION RUN - SORTCODE '
               DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO EXPIRE-REPORT-LINE
           END-STRING
           WRITE EXPIRE-REPORT-LINE.

           PERFORM EXPIRE-DUE-OVERRIDES.

           MOVE SPACES TO EXPIRE-REPORT-LINE
           STRING 'OVERRIDES REVERTED=' DELIMITED BY SIZE
               WS-EXPIRED-COUNT DELIMITED BY SIZE
               INTO EXPIRE-REPORT-LINE
           END-STRING
           WRITE EXPIRE-REPORT-LINE.

           CLOSE EXPIRE-REPORT.
           CLOSE NOTIFY-FILE.

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
           MOVE 'RTOVEXPR' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-EXPIRED-COUNT TO RUNCTL-RECORD-COUNT.
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

           ACCEPT WS-TIME-NOW FROM TIME.

           MOVE 0 TO RETURN-CODE.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * Every override in force whose last day has gone: mark it
      * expired and tell the customer what the account pays now.
      *----------------------------------------------------------------
       EXPIRE-DUE-OVERRIDES SECTION.
       EDO010.
           EXEC SQL
              DECLARE RTOVX_CSR CURSOR FOR
                 SELECT R.RATEOVR_ID, R.RATEOVR_ACCNO,
                        R.RATEOVR_RATE, R.RATEOVR_EXPIRY_DATE,
                        A.ACCOUNT_CUSTOMER_NUMBER,
                        A.ACCOUNT_INTEREST_RATE
                 FROM RATEOVR R, ACCOUNT A
                 WHERE R.RATEOVR_SORTCODE = :HV-SORTCODE
                   AND R.RATEOVR_STATUS = 'A'
                   AND R.RATEOVR_EXPIRY_DATE < :HV-RUN-DATE
                   AND A.ACCOUNT_SORTCODE = R.RATEOVR_SORTCODE
                   AND A.ACCOUNT_NUMBER = R.RATEOVR_ACCNO
                 ORDER BY R.RATEOVR_ACCNO, R.RATEOVR_ID
           END-EXEC.

           EXEC SQL OPEN RTOVX_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-OVERRIDE.

           PERFORM EXPIRE-ONE-OVERRIDE
              UNTIL WS-EOF.

           EXEC SQL CLOSE RTOVX_CSR END-EXEC.
       EDO999.
           EXIT.

       FETCH-NEXT-OVERRIDE SECTION.
       FNO010.
           EXEC SQL
              FETCH RTOVX_CSR
              INTO :HV-OV-ID, :HV-ACCNO, :HV-OV-RATE,
                   :HV-EXPIRY-DATE, :HV-CUSTNO, :HV-INT-RATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNO999.
           EXIT.

       EXPIRE-ONE-OVERRIDE SECTION.
       EOO010.
           EXEC SQL
              UPDATE RATEOVR
              SET RATEOVR_STATUS = 'E',
                  RATEOVR_REVERTED_DATE = :HV-RUN-DATE
              WHERE RATEOVR_ID = :HV-OV-ID
                AND RATEOVR_SORTCODE = :HV-SORTCODE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO EXPIRE-REPORT-LINE
              MOVE 'UPDATE FAILED - RUN ABANDONED' TO
                 EXPIRE-REPORT-LINE
              WRITE EXPIRE-REPORT-LINE
              MOVE 'Y' TO WS-EOF-SW
              GO TO EOO999
           END-IF.

           ADD 1 TO WS-EXPIRED-COUNT.

           MOVE HV-OV-RATE TO WS-PRINT-OV-RATE.
           MOVE HV-INT-RATE TO WS-PRINT-STD-RATE.

           PERFORM QUEUE-REVERSION-NOTICE.

           MOVE SPACES TO EXPIRE-REPORT-LINE
           STRING 'ACCOUNT ' DELIMITED BY SIZE
               HV-ACCNO DELIMITED BY SIZE
               ' CUSTOMER ' DELIMITED BY SIZE
               HV-CUSTNO DELIMITED BY SIZE
               ' AGREED RATE ' DELIMITED BY SIZE
               WS-PRINT-OV-RATE DELIMITED BY SIZE
               ' EXPIRED ' DELIMITED BY SIZE
               HV-EXPIRY-DATE DELIMITED BY SIZE
               ' REVERTED TO ' DELIMITED BY SIZE
               WS-PRINT-STD-RATE DELIMITED BY SIZE
               INTO EXPIRE-REPORT-LINE
           END-STRING
           WRITE EXPIRE-REPORT-LINE.

           PERFORM FETCH-NEXT-OVERRIDE.
       EOO999.
           EXIT.

      *----------------------------------------------------------------
      * The reversion notice, queued for NTFYDSP to deliver by the
      * customer's own preferred channel as a rate change.
      *----------------------------------------------------------------
       QUEUE-REVERSION-NOTICE SECTION.
       QRN010.
           IF NOT WS-NOTIFY-OK
              GO TO QRN999
           END-IF.

           INITIALIZE NOTIFY-RECORD-STRUCTURE.

           ADD 1 TO WS-NOTIFY-SEQ.
           COMPUTE NOTIFY-UTIME-KEY =
              WS-RUN-DATE-NUM * 10000000
              + WS-TIME-NOW / 100 * 10000
              + WS-NOTIFY-SEQ.
           MOVE WS-NOTIFY-SEQ TO NOTIFY-TASKNO-KEY.

           MOVE HV-CUSTNO TO NOTIFY-CUSTOMER-NUMBER.
           MOVE 'RCHG' TO NOTIFY-EVENT-TYPE.

           MOVE SPACES TO NOTIFY-DATE.
           STRING WS-RUN-DATE-DD '.' WS-RUN-DATE-MM '.'
               WS-RUN-DATE-YYYY DELIMITED BY SIZE
               INTO NOTIFY-DATE
           END-STRING.
           MOVE SPACES TO NOTIFY-TIME.

           MOVE SPACES TO NOTIFY-DETAILS.
           STRING 'YOUR AGREED RATE OF ' DELIMITED BY SIZE
               WS-PRINT-OV-RATE DELIMITED BY SIZE
               '% ON ACCOUNT ' DELIMITED BY SIZE
               HV-ACCNO DELIMITED BY SIZE
               ' HAS ENDED. STANDARD RATE NOW ' DELIMITED BY SIZE
               WS-PRINT-STD-RATE DELIMITED BY SIZE
               '%.' DELIMITED BY SIZE
               INTO NOTIFY-DETAILS
           END-STRING.

           WRITE NOTIFY-RECORD-STRUCTURE
              INVALID KEY
                 MOVE SPACES TO EXPIRE-REPORT-LINE
                 STRING 'REVERSION NOTICE NOT QUEUED FOR CUSTOMER '
                     DELIMITED BY SIZE
                     HV-CUSTNO DELIMITED BY SIZE
                     INTO EXPIRE-REPORT-LINE
                 END-STRING
                 WRITE EXPIRE-REPORT-LINE
           END-WRITE.
       QRN999.
           EXIT.
