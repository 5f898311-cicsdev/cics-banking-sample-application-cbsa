      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: PODTRACE                                                *
      *                                                                *
      * Description: Payable-on-death beneficiaries who cannot be     *
      *              traced. Lists, for the sort code, every           *
      *              beneficiary on a PODBEN nomination (see PODFUN)   *
      *              whom the branch has recorded as untraced - still  *
      *              awaiting the account's closure, or already closed *
      *              with the share paid to the estate - and every     *
      *              beneficiary still in force on the account of a    *
      *              deceased customer whose estate was recorded       *
      *              (ESTATE) more than POD-TRACE-DAYS ago on CONTROL  *
      *              and who has been neither verified nor given up.   *
      *              Each is shown with the last contact details the   *
      *              customer gave for them. Ends with return code 4   *
      *              when anybody is listed.                           *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' - sort code and run date         *
      *        (defaults to today).                                    *
      *                                                                *
      * Output: Sequential report PODTRAC1.                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PODTRACE.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACE-REPORT
                  ASSIGN TO PODTRAC1
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRACE-REPORT.
       01  TRACE-REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE PODDB2 END-EXEC.
           EXEC SQL INCLUDE ESTDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).

       01 HV-PODBEN-ACCNO                   PIC X(8).
       01 HV-PODBEN-CUSTNO                  PIC X(10).
       01 HV-PODBEN-SEQ                     PIC S9(4) COMP.
       01 HV-PODBEN-NAME                    PIC X(60).
       01 HV-PODBEN-ADDRESS                 PIC X(100).
       01 HV-PODBEN-PHONE                   PIC X(20).
       01 HV-PODBEN-EMAIL                   PIC X(60).
       01 HV-PODBEN-SHARE                   PIC S9(3)V99 COMP-3.
       01 HV-PODBEN-STATUS                  PIC X.
       01 HV-PODBEN-STATUS-DATE             PIC X(8).
       01 HV-PODBEN-PAID-AMOUNT             PIC S9(10)V99 COMP-3.
       01 HV-ESTATE-RECORDED-DATE           PIC X(10).

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.

       01 WS-TRACE-DAYS                     PIC S9(9) COMP.

       01 WS-TODAY                          PIC 9(8).

      * The estate's recorded date, DD.MM.YYYY on ESTATE, turned
      * round for the day count.
       01 WS-RECORDED-YMD                   PIC 9(8).
       01 WS-RECORDED-YMD-X REDEFINES WS-RECORDED-YMD.
          03 WS-RECORDED-YYYY               PIC X(4).
          03 WS-RECORDED-MM                 PIC X(2).
          03 WS-RECORDED-DD                 PIC X(2).
       01 WS-RUN-YMD                        PIC 9(8).
       01 WS-DAYS-WAITING                   PIC S9(9) COMP.

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-UNTRACED-COUNT                 PIC 9(8) VALUE 0.
       01 WS-OVERDUE-COUNT                  PIC 9(8) VALUE 0.
       01 WS-LISTED-COUNT                   PIC 9(8) VALUE 0.

       01 WS-DETAIL-LINE.
          03 WS-DTL-ACCNO                   PIC X(8).
          03 FILLER                         PIC X(2).
          03 WS-DTL-CUSTNO                  PIC X(10).
          03 FILLER                         PIC X(2).
          03 WS-DTL-SEQ                     PIC 9.
          03 FILLER                         PIC X(2).
          03 WS-DTL-NAME                    PIC X(40).
          03 FILLER                         PIC X(2).
          03 WS-DTL-SHARE                   PIC ZZ9.99.
          03 FILLER                         PIC X(2).
          03 WS-DTL-WHEN                    PIC X(10).
          03 FILLER                         PIC X(2).
          03 WS-DTL-NOTE                    PIC X(28).
          03 WS-DTL-AMOUNT                  PIC ZZZZZZZZZ9.99.
          03 FILLER                         PIC X(4).

       01 WS-HEADING-LINE.
          03 FILLER PIC X(25) VALUE 'ACCOUNT   CUSTOMER    SEQ'.
          03 FILLER PIC X(42) VALUE 'BENEFICIARY'.
          03 FILLER PIC X(20) VALUE ' SHARE  SINCE'.
          03 FILLER PIC X(45) VALUE
             'STATUS                             AMOUNT'.

       01 WS-PRINT-COUNT                    PIC ZZZZZZZ9.
       01 WS-PRINT-DAYS                     PIC ZZZZZZZ9.

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
           OPEN OUTPUT TRACE-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO TRACE-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO TRACE-REPORT-LINE
              END-STRING
              WRITE TRACE-REPORT-LINE
              CLOSE TRACE-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM GET-TRACE-PERIOD.

           MOVE SPACES TO TRACE-REPORT-LINE
           STRING 'PAYABLE-ON-DEATH BENEFICIARIES NOT TRACED - '
               DELIMITED BY SIZE
               'SORTCODE ' DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' AS AT ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO TRACE-REPORT-LINE
           END-STRING
           WRITE TRACE-REPORT-LINE.

           MOVE SPACES TO TRACE-REPORT-LINE.
           WRITE TRACE-REPORT-LINE.

           PERFORM REPORT-UNTRACED.

           PERFORM REPORT-TRACING-OVERDUE.

           MOVE SPACES TO TRACE-REPORT-LINE.
           WRITE TRACE-REPORT-LINE.

           MOVE WS-UNTRACED-COUNT TO WS-PRINT-COUNT.
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING 'BENEFICIARIES RECORDED AS UNTRACED     '
               DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               INTO TRACE-REPORT-LINE
           END-STRING
           WRITE TRACE-REPORT-LINE.

           MOVE WS-OVERDUE-COUNT TO WS-PRINT-COUNT.
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING 'BENEFICIARIES NOT TRACED IN TIME       '
               DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               INTO TRACE-REPORT-LINE
           END-STRING
           WRITE TRACE-REPORT-LINE.

           CLOSE TRACE-REPORT.

           COMPUTE WS-LISTED-COUNT =
              WS-UNTRACED-COUNT + WS-OVERDUE-COUNT.

           IF WS-LISTED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM REGISTER-RUN-END.

           GOBACK.

       A999.
           EXIT.

      *----------------------------------------------------------------
       REGISTER-RUN-START SECTION.
       RRS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'PODTRACE' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RRS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RRE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-LISTED-COUNT TO RUNCTL-RECORD-COUNT.
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

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           IF HV-RUN-DATE = SPACES OR HV-RUN-DATE = LOW-VALUES
              MOVE WS-TODAY TO HV-RUN-DATE
           END-IF.

           MOVE HV-RUN-DATE TO WS-RUN-YMD.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * How long the branch has to trace a beneficiary once the
      * estate is recorded lives on CONTROL; ninety days when it is
      * not set.
      *----------------------------------------------------------------
       GET-TRACE-PERIOD SECTION.
       GTP010.
           MOVE 90 TO WS-TRACE-DAYS.
           MOVE 'POD-TRACE-DAYS' TO HV-CONTROL-NAME.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-TRACE-DAYS
           END-IF.
       GTP999.
           EXIT.

      *----------------------------------------------------------------
      * Beneficiaries the branch has given up on - still awaiting the
      * account's closure ('U'), or closed with the share paid to the
      * estate ('E', with the amount).
      *----------------------------------------------------------------
       REPORT-UNTRACED SECTION.
       RUN010.
           MOVE 'RECORDED AS UNTRACED' TO TRACE-REPORT-LINE.
           WRITE TRACE-REPORT-LINE.

           MOVE WS-HEADING-LINE TO TRACE-REPORT-LINE.
           WRITE TRACE-REPORT-LINE.

           EXEC SQL
              DECLARE UNTR_CSR CURSOR FOR
                 SELECT PODBEN_ACCNO, PODBEN_CUSTNO, PODBEN_SEQ,
                        PODBEN_NAME, PODBEN_ADDRESS, PODBEN_PHONE,
                        PODBEN_EMAIL, PODBEN_SHARE, PODBEN_STATUS,
                        PODBEN_STATUS_DATE, PODBEN_PAID_AMOUNT
                 FROM PODBEN
                 WHERE PODBEN_SORTCODE = :HV-SORTCODE
                   AND PODBEN_STATUS IN ('U', 'E')
                 ORDER BY PODBEN_ACCNO, PODBEN_NOMINATION,
                          PODBEN_SEQ
           END-EXEC.

           EXEC SQL OPEN UNTR_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM REPORT-ONE-UNTRACED
              UNTIL WS-EOF.

           EXEC SQL CLOSE UNTR_CSR END-EXEC.

           IF WS-UNTRACED-COUNT = 0
              MOVE 'NONE' TO TRACE-REPORT-LINE
              WRITE TRACE-REPORT-LINE
           END-IF.

           MOVE SPACES TO TRACE-REPORT-LINE.
           WRITE TRACE-REPORT-LINE.
       RUN999.
           EXIT.

       REPORT-ONE-UNTRACED SECTION.
       ROU010.
           EXEC SQL
              FETCH UNTR_CSR
              INTO :HV-PODBEN-ACCNO, :HV-PODBEN-CUSTNO,
                   :HV-PODBEN-SEQ, :HV-PODBEN-NAME,
                   :HV-PODBEN-ADDRESS, :HV-PODBEN-PHONE,
                   :HV-PODBEN-EMAIL, :HV-PODBEN-SHARE,
                   :HV-PODBEN-STATUS, :HV-PODBEN-STATUS-DATE,
                   :HV-PODBEN-PAID-AMOUNT
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
              GO TO ROU999
           END-IF.

           ADD 1 TO WS-UNTRACED-COUNT.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE HV-PODBEN-STATUS-DATE TO WS-DTL-WHEN.

           IF HV-PODBEN-STATUS = 'E'
              MOVE 'SHARE PAID TO ESTATE' TO WS-DTL-NOTE
              MOVE HV-PODBEN-PAID-AMOUNT TO WS-DTL-AMOUNT
           ELSE
              MOVE 'ACCOUNT STILL OPEN' TO WS-DTL-NOTE
           END-IF.

           PERFORM WRITE-BENEFICIARY-LINES.
       ROU999.
           EXIT.

      *----------------------------------------------------------------
      * Beneficiaries still in force on a deceased customer's
      * account, the estate recorded longer ago than the tracing
      * period allows - nobody has verified them or given them up.
      *----------------------------------------------------------------
       REPORT-TRACING-OVERDUE SECTION.
       RTO010.
           MOVE WS-TRACE-DAYS TO WS-PRINT-DAYS.
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING 'NOT TRACED WITHIN ' DELIMITED BY SIZE
               WS-PRINT-DAYS DELIMITED BY SIZE
               ' DAYS OF THE ESTATE BEING RECORDED (POD-TRACE-DAYS)'
               DELIMITED BY SIZE
               INTO TRACE-REPORT-LINE
           END-STRING
           WRITE TRACE-REPORT-LINE.

           MOVE WS-HEADING-LINE TO TRACE-REPORT-LINE.
           WRITE TRACE-REPORT-LINE.

           EXEC SQL
              DECLARE OVDU_CSR CURSOR FOR
                 SELECT PODBEN_ACCNO, PODBEN_CUSTNO, PODBEN_SEQ,
                        PODBEN_NAME, PODBEN_ADDRESS, PODBEN_PHONE,
                        PODBEN_EMAIL, PODBEN_SHARE,
                        ESTATE_RECORDED_DATE
                 FROM PODBEN, ESTATE
                 WHERE PODBEN_SORTCODE = :HV-SORTCODE
                   AND PODBEN_STATUS = 'A'
                   AND ESTATE_SORTCODE = PODBEN_SORTCODE
                   AND ESTATE_CUSTNO = PODBEN_CUSTNO
                   AND ESTATE_STATUS = 'R'
                 ORDER BY PODBEN_ACCNO, PODBEN_NOMINATION,
                          PODBEN_SEQ
           END-EXEC.

           EXEC SQL OPEN OVDU_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM REPORT-ONE-OVERDUE
              UNTIL WS-EOF.

           EXEC SQL CLOSE OVDU_CSR END-EXEC.

           IF WS-OVERDUE-COUNT = 0
              MOVE 'NONE' TO TRACE-REPORT-LINE
              WRITE TRACE-REPORT-LINE
           END-IF.
       RTO999.
           EXIT.

       REPORT-ONE-OVERDUE SECTION.
       ROO010.
           EXEC SQL
              FETCH OVDU_CSR
              INTO :HV-PODBEN-ACCNO, :HV-PODBEN-CUSTNO,
                   :HV-PODBEN-SEQ, :HV-PODBEN-NAME,
                   :HV-PODBEN-ADDRESS, :HV-PODBEN-PHONE,
                   :HV-PODBEN-EMAIL, :HV-PODBEN-SHARE,
                   :HV-ESTATE-RECORDED-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
              GO TO ROO999
           END-IF.

           MOVE HV-ESTATE-RECORDED-DATE(7:4) TO WS-RECORDED-YYYY.
           MOVE HV-ESTATE-RECORDED-DATE(4:2) TO WS-RECORDED-MM.
           MOVE HV-ESTATE-RECORDED-DATE(1:2) TO WS-RECORDED-DD.

           COMPUTE WS-DAYS-WAITING =
              FUNCTION INTEGER-OF-DATE(WS-RUN-YMD)
              - FUNCTION INTEGER-OF-DATE(WS-RECORDED-YMD).

           IF WS-DAYS-WAITING NOT > WS-TRACE-DAYS
              GO TO ROO999
           END-IF.

           ADD 1 TO WS-OVERDUE-COUNT.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE HV-ESTATE-RECORDED-DATE TO WS-DTL-WHEN.
           MOVE WS-DAYS-WAITING TO WS-PRINT-DAYS.
           STRING 'TRACING ' DELIMITED BY SIZE
               WS-PRINT-DAYS DELIMITED BY SIZE
               ' DAYS' DELIMITED BY SIZE
               INTO WS-DTL-NOTE
           END-STRING.

           PERFORM WRITE-BENEFICIARY-LINES.
       ROO999.
           EXIT.

      *----------------------------------------------------------------
      * The beneficiary's line, then the last contact details the
      * customer gave for them, for whoever picks up the tracing.
      *----------------------------------------------------------------
       WRITE-BENEFICIARY-LINES SECTION.
       WBL010.
           MOVE HV-PODBEN-ACCNO TO WS-DTL-ACCNO.
           MOVE HV-PODBEN-CUSTNO TO WS-DTL-CUSTNO.
           MOVE HV-PODBEN-SEQ TO WS-DTL-SEQ.
           MOVE HV-PODBEN-NAME TO WS-DTL-NAME.
           MOVE HV-PODBEN-SHARE TO WS-DTL-SHARE.

           MOVE WS-DETAIL-LINE TO TRACE-REPORT-LINE.
           WRITE TRACE-REPORT-LINE.

           MOVE SPACES TO TRACE-REPORT-LINE
           STRING '    LAST KNOWN: ' DELIMITED BY SIZE
               HV-PODBEN-ADDRESS(1:60) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-PODBEN-PHONE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-PODBEN-EMAIL(1:34) DELIMITED BY SIZE
               INTO TRACE-REPORT-LINE
           END-STRING
           WRITE TRACE-REPORT-LINE.
       WBL999.
           EXIT.
