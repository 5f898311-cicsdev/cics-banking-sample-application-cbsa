      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: TAXSCFLG                                                *
      *                                                                *
      * Description: Daily check of tax residency self-certification   *
      *              (TAXRDB2). Every account whose holder has no      *
      *              valid self-certification once the grace period    *
      *              (CONTROL TAX-SELFCERT-GRACE-DAYS, default 90) has *
      *              run out is flagged on TAXFLAG and put on the      *
      *              EXCPTION worklist for the branch to chase. The    *
      *              period runs from the day the account was opened   *
      *              or, where a change of circumstances has put the   *
      *              holder's certification up for renewal, from the   *
      *              day that happened. An account is flagged once;    *
      *              its flag is cleared the first run after the       *
      *              holder certifies.                                 *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the run date (defaults to today).          *
      *                                                                *
      * Output: Sequential report TAXFRPT.                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXSCFLG.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXF-REPORT
                  ASSIGN TO TAXFRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TAXF-REPORT.
       01  TAXF-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE TAXRDB2 END-EXEC.
           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 WS-RUN-DATE-NUM REDEFINES HV-RUN-DATE PIC 9(8).

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.

       01 HV-ACC-NUMBER                     PIC X(8).
       01 HV-CUST-NUMBER                    PIC X(10).
       01 HV-ACC-OPENED                     PIC X(10).
       01 HV-CERT-STATUS                    PIC X.
       01 HV-CERT-STATUS-DATE               PIC X(8).
       01 HV-ROW-COUNT                      PIC S9(9) COMP.

       01 WS-TODAY                          PIC 9(8).
       01 WS-GRACE-DAYS                     PIC S9(9) COMP VALUE 90.
       01 WS-DATE-INT                       PIC S9(9) COMP.
       01 WS-DATE-NUM                       PIC 9(8).
      * The latest start date still outside its grace period.
       01 WS-GRACE-CUTOFF                   PIC X(8).
       01 WS-OPENED-YMD                     PIC X(8).
       01 WS-SINCE-YMD                      PIC X(8).

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-ACCOUNTS-CHECKED               PIC 9(8) VALUE 0.
       01 WS-ACCOUNTS-FLAGGED               PIC 9(8) VALUE 0.
       01 WS-ACCOUNTS-STILL-FLAGGED         PIC 9(8) VALUE 0.
       01 WS-FLAGS-CLEARED                  PIC 9(8) VALUE 0.
       01 WS-ACCOUNTS-FAILED                PIC 9(8) VALUE 0.

       01 WS-REASON                         PIC X(30).

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

      * Shared batch exception writer - see EXCPWRT.
       01 EXCPWRT-AREA.
           COPY EXCPWRTA.

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
           OPEN OUTPUT TAXF-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO TAXF-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO TAXF-REPORT-LINE
              END-STRING
              WRITE TAXF-REPORT-LINE
              CLOSE TAXF-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM GET-GRACE-PERIOD.

           MOVE SPACES TO TAXF-REPORT-LINE
           STRING 'TAX SELF-CERTIFICATION FLAGGING - SORTCODE '
                  DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               ' GRACE CUT-OFF ' DELIMITED BY SIZE
               WS-GRACE-CUTOFF DELIMITED BY SIZE
               INTO TAXF-REPORT-LINE
           END-STRING
           WRITE TAXF-REPORT-LINE.

           PERFORM CHECK-ALL-ACCOUNTS.

           MOVE SPACES TO TAXF-REPORT-LINE
           STRING 'ACCOUNTS CHECKED=' DELIMITED BY SIZE
               WS-ACCOUNTS-CHECKED DELIMITED BY SIZE
               ' FLAGGED=' DELIMITED BY SIZE
               WS-ACCOUNTS-FLAGGED DELIMITED BY SIZE
               ' STILL FLAGGED=' DELIMITED BY SIZE
               WS-ACCOUNTS-STILL-FLAGGED DELIMITED BY SIZE
               ' CLEARED=' DELIMITED BY SIZE
               WS-FLAGS-CLEARED DELIMITED BY SIZE
               ' FAILED=' DELIMITED BY SIZE
               WS-ACCOUNTS-FAILED DELIMITED BY SIZE
               INTO TAXF-REPORT-LINE
           END-STRING
           WRITE TAXF-REPORT-LINE.

           CLOSE TAXF-REPORT.

           IF WS-ACCOUNTS-FAILED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

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
           MOVE 'TAXSCFLG' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RRS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RRE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-ACCOUNTS-CHECKED TO RUNCTL-RECORD-COUNT.
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
      * Anything that started on or before the cut-off has had its
      * full grace period.
      *----------------------------------------------------------------
       GET-GRACE-PERIOD SECTION.
       GGP010.
           MOVE 'TAX-SELFCERT-GRACE-DAYS' TO HV-CONTROL-NAME.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM INTO :HV-CONTROL-VALUE-NUM
                FROM CONTROL
               WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-GRACE-DAYS
           END-IF.

           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
              - WS-GRACE-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
              TO WS-DATE-NUM.
           MOVE WS-DATE-NUM TO WS-GRACE-CUTOFF.
       GGP999.
           EXIT.

      *----------------------------------------------------------------
      * Every account on the sort code with its holder's
      * certification, if there is one.
      *----------------------------------------------------------------
       CHECK-ALL-ACCOUNTS SECTION.
       CAA010.
           EXEC SQL
              DECLARE ACC_CSR CURSOR FOR
                 SELECT A.ACCOUNT_NUMBER, A.ACCOUNT_CUSTOMER_NUMBER,
                        A.ACCOUNT_OPENED,
                        COALESCE(S.TAXSCERT_STATUS, ' '),
                        COALESCE(S.TAXSCERT_STATUS_DATE, ' ')
                 FROM ACCOUNT A
                 LEFT OUTER JOIN TAXSCERT S
                   ON S.TAXSCERT_SORTCODE = A.ACCOUNT_SORTCODE
                  AND S.TAXSCERT_CUSTNO = A.ACCOUNT_CUSTOMER_NUMBER
                 WHERE A.ACCOUNT_SORTCODE = :HV-SORTCODE
                 ORDER BY A.ACCOUNT_NUMBER
           END-EXEC.

           EXEC SQL OPEN ACC_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              MOVE SPACES TO TAXF-REPORT-LINE
              STRING 'UNABLE TO OPEN ACCOUNT CURSOR, SQLCODE='
                  DELIMITED BY SIZE
                  SQLCODE-DISPLAY DELIMITED BY SIZE
                  INTO TAXF-REPORT-LINE
              END-STRING
              WRITE TAXF-REPORT-LINE
              ADD 1 TO WS-ACCOUNTS-FAILED
              GO TO CAA999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-ACCOUNT.

           PERFORM UNTIL WS-EOF
              PERFORM CHECK-ONE-ACCOUNT
              PERFORM FETCH-NEXT-ACCOUNT
           END-PERFORM.

           EXEC SQL CLOSE ACC_CSR END-EXEC.
       CAA999.
           EXIT.

       FETCH-NEXT-ACCOUNT SECTION.
       FNA010.
           EXEC SQL
              FETCH ACC_CSR
              INTO :HV-ACC-NUMBER, :HV-CUST-NUMBER, :HV-ACC-OPENED,
                   :HV-CERT-STATUS, :HV-CERT-STATUS-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNA999.
           EXIT.

      *----------------------------------------------------------------
      * A valid certification clears any open flag. Otherwise the
      * grace period runs from the renewal date or the opening date
      * (ACCOUNT_OPENED comes back DD.MM.YYYY).
      *----------------------------------------------------------------
       CHECK-ONE-ACCOUNT SECTION.
       COA010.
           ADD 1 TO WS-ACCOUNTS-CHECKED.

           IF HV-CERT-STATUS = 'V'
              PERFORM CLEAR-THE-FLAG
              GO TO COA999
           END-IF.

           IF HV-CERT-STATUS = 'C'
              MOVE HV-CERT-STATUS-DATE TO WS-SINCE-YMD
              MOVE 'CERTIFICATION AWAITING RENEWAL' TO WS-REASON
           ELSE
              MOVE HV-ACC-OPENED(7:4) TO WS-OPENED-YMD(1:4)
              MOVE HV-ACC-OPENED(4:2) TO WS-OPENED-YMD(5:2)
              MOVE HV-ACC-OPENED(1:2) TO WS-OPENED-YMD(7:2)
              MOVE WS-OPENED-YMD TO WS-SINCE-YMD
              MOVE 'NO SELF-CERTIFICATION' TO WS-REASON
           END-IF.

           IF WS-SINCE-YMD > WS-GRACE-CUTOFF
              GO TO COA999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-ROW-COUNT
              FROM TAXFLAG
              WHERE TAXFLAG_SORTCODE = :HV-SORTCODE
                AND TAXFLAG_ACCNO = :HV-ACC-NUMBER
                AND TAXFLAG_CLEARED_DATE = ' '
           END-EXEC.

           IF SQLCODE NOT = 0
              ADD 1 TO WS-ACCOUNTS-FAILED
              GO TO COA999
           END-IF.

           IF HV-ROW-COUNT > 0
              ADD 1 TO WS-ACCOUNTS-STILL-FLAGGED
              GO TO COA999
           END-IF.

           PERFORM FLAG-THE-ACCOUNT.
       COA999.
           EXIT.

      *----------------------------------------------------------------
       FLAG-THE-ACCOUNT SECTION.
       FTA010.
           EXEC SQL
              INSERT INTO TAXFLAG
                 (TAXFLAG_SORTCODE, TAXFLAG_ACCNO, TAXFLAG_CUSTNO,
                  TAXFLAG_FLAGGED_DATE, TAXFLAG_CLEARED_DATE)
              VALUES
                 (:HV-SORTCODE, :HV-ACC-NUMBER, :HV-CUST-NUMBER,
                  :HV-RUN-DATE, ' ')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'TAXSCFLG UNABLE TO INSERT TAXFLAG ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              ADD 1 TO WS-ACCOUNTS-FAILED
              GO TO FTA999
           END-IF.

           ADD 1 TO WS-ACCOUNTS-FLAGGED.

           INITIALIZE EXCPWRT-AREA.
           MOVE 'TAXSCFLG' TO EXCP-SOURCE.
           MOVE HV-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'W' TO EXCP-SEVERITY.
           MOVE HV-ACC-NUMBER TO EXCP-ACCNO.
           MOVE HV-CUST-NUMBER TO EXCP-CUSTNO.
           STRING 'TAX RESIDENCY - ' DELIMITED BY SIZE
               WS-REASON DELIMITED BY '  '
               ' SINCE ' DELIMITED BY SIZE
               WS-SINCE-YMD DELIMITED BY SIZE
               ', GRACE PERIOD OVER' DELIMITED BY SIZE
               INTO EXCP-MESSAGE
           END-STRING.

           CALL 'EXCPWRT' USING EXCPWRT-AREA.

           MOVE SPACES TO TAXF-REPORT-LINE
           STRING 'FLAGGED  ACCOUNT=' DELIMITED BY SIZE
               HV-ACC-NUMBER DELIMITED BY SIZE
               ' CUSTOMER=' DELIMITED BY SIZE
               HV-CUST-NUMBER DELIMITED BY SIZE
               ' SINCE=' DELIMITED BY SIZE
               WS-SINCE-YMD DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-REASON DELIMITED BY SIZE
               INTO TAXF-REPORT-LINE
           END-STRING
           WRITE TAXF-REPORT-LINE.
       FTA999.
           EXIT.

      *----------------------------------------------------------------
       CLEAR-THE-FLAG SECTION.
       CTF010.
           EXEC SQL
              UPDATE TAXFLAG
              SET TAXFLAG_CLEARED_DATE = :HV-RUN-DATE
              WHERE TAXFLAG_SORTCODE = :HV-SORTCODE
                AND TAXFLAG_ACCNO = :HV-ACC-NUMBER
                AND TAXFLAG_CLEARED_DATE = ' '
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-FLAGS-CLEARED
                 MOVE SPACES TO TAXF-REPORT-LINE
                 STRING 'CLEARED  ACCOUNT=' DELIMITED BY SIZE
                     HV-ACC-NUMBER DELIMITED BY SIZE
                     ' CUSTOMER=' DELIMITED BY SIZE
                     HV-CUST-NUMBER DELIMITED BY SIZE
                     INTO TAXF-REPORT-LINE
                 END-STRING
                 WRITE TAXF-REPORT-LINE
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 ADD 1 TO WS-ACCOUNTS-FAILED
           END-EVALUATE.
       CTF999.
           EXIT.
