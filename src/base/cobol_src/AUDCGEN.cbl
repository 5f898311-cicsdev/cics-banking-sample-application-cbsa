      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: AUDCGEN                                                 *
      *                                                                *
      * Description: Auditor bank confirmation letters. Every request *
      *              AUDCFUN recorded on AUDCONF and still awaiting   *
      *              its letter is answered, once its as-at date has  *
      *              passed, with one letter to the auditor setting   *
      *              out everything the bank held for the business    *
      *              customer on that date:                           *
      *                                                                *
      *              - every account the customer owned, with its     *
      *                closing balance and accrued interest from the  *
      *                BALSNAP snapshot of that day (the latest one   *
      *                before it when the day has none), including    *
      *                accounts closed since;                         *
      *              - every serviced loan (LOANMST) with the         *
      *                principal still outstanding on LOANSCHD and    *
      *                the interest accrued since the last            *
      *                installment fell due;                          *
      *              - every fixed-term deposit (TERMDEP) with its    *
      *                rate, maturity and interest accrued at the     *
      *                locked rate since it was opened;               *
      *              - every guarantee the customer has given, from   *
      *                its 'GUAR' memberships of connected-party      *
      *                groups (CPMEMBER);                             *
      *              - every charge over assets securing its loans    *
      *                (COLLAT/COLLINK);                              *
      *              - every court order hold on its accounts in      *
      *                force on the date (LEGALHLD).                  *
      *                                                                *
      *              The letter quotes the customer's signed          *
      *              authority, is archived through CORRWRT as        *
      *              document type AUDC, and the request is marked    *
      *              sent with its turnaround in calendar days from   *
      *              the request date. The control report lists each *
      *              letter with its turnaround - flagged LATE beyond *
      *              the CONTROL value AUDIT-CONF-DAYS (default 30)   *
      *              - and then every request still unanswered past  *
      *              that target.                                     *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the run date (defaults to today).          *
      *                                                                *
      * Output: Letters AUDCLTR, control report AUDCRPT.               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCGEN.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
                  ASSIGN TO VSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CUSTOMER-KEY
                  ALTERNATE RECORD KEY IS CUSTOMER-FAMILY-NAME
                     WITH DUPLICATES
                  FILE STATUS  IS WS-CUSTOMER-STATUS.

           SELECT AUDC-LETTERS
                  ASSIGN TO AUDCLTR
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDC-REPORT
                  ASSIGN TO AUDCRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD-STRUCTURE.
           COPY CUSTOMER.

       FD  AUDC-LETTERS.
       01  AUDC-LETTER-LINE                 PIC X(132).

       FD  AUDC-REPORT.
       01  AUDC-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE AUDCDB2 END-EXEC.
           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE CLOSECRT END-EXEC.
           EXEC SQL INCLUDE BALSNAP END-EXEC.
           EXEC SQL INCLUDE LOANDB2 END-EXEC.
           EXEC SQL INCLUDE TERMDB2 END-EXEC.
           EXEC SQL INCLUDE CPGDB2 END-EXEC.
           EXEC SQL INCLUDE COLLDB2 END-EXEC.
           EXEC SQL INCLUDE LGLHDB2 END-EXEC.
           EXEC SQL INCLUDE BRDRDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 WS-RUN-DATE-NUM                   PIC 9(8).
       01 WS-RUN-DATE-INT                   PIC S9(9) COMP.

       01 HV-CONTROL-NAME                   PIC X(32)
             VALUE 'AUDIT-CONF-DAYS'.
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.
       01 WS-TARGET-DAYS                    PIC S9(9) COMP VALUE 30.
       01 HV-OVERDUE-BEFORE                 PIC X(8).
       01 WS-OVERDUE-NUM                    PIC 9(8).

      * The request in hand.
       01 HV-AUDCONF-ID                     PIC S9(9) COMP.
       01 HV-AUDCONF-CUSTNO                 PIC X(10).
       01 HV-AUDCONF-AS-AT-DATE             PIC X(8).
       01 HV-AUDCONF-REQUEST-DATE           PIC X(8).
       01 HV-AUDCONF-AUDITOR-NAME           PIC X(40).
       01 HV-AUDCONF-AUDITOR-ADDRESS        PIC X(120).
       01 HV-AUDCONF-AUTHORITY-REF          PIC X(20).
       01 HV-AUDCONF-AUTHORITY-DATE         PIC X(8).
       01 HV-AUDCONF-TURNAROUND             PIC S9(9) COMP.

      * The as-at date as YYYYMMDD for the CHAR(8) date columns and
      * as ISO YYYY-MM-DD for the DATE columns of ACCOUNT and
      * CLOSECRT (the same shape DELPURGE uses).
       01 WS-AS-AT-NUM                      PIC 9(8).
       01 WS-AS-AT-X REDEFINES WS-AS-AT-NUM.
          03 WS-AS-AT-YYYY                  PIC X(4).
          03 WS-AS-AT-MM                    PIC XX.
          03 WS-AS-AT-DD                    PIC XX.
       01 WS-AS-AT-INT                      PIC S9(9) COMP.
       01 HV-AS-AT-ISO                      PIC X(10).
       01 WS-REQUEST-NUM                    PIC 9(8).

       01 HV-ACC-NUMBER                     PIC X(8).
       01 HV-ACC-TYPE                       PIC X(8).

       01 HV-SNAP-DATE                      PIC X(8).
       01 HV-SNAP-BALANCE                   PIC S9(10)V99 COMP-3.
       01 HV-SNAP-ACCRUED                   PIC S9(10)V99 COMP-3.
       01 WS-SNAP-FOUND-SW                  PIC X VALUE 'N'.
          88 WS-SNAP-FOUND                  VALUE 'Y'.

       01 HV-LOAN-ACCNO                     PIC X(8).
       01 HV-LOAN-RATE                      PIC S9(2)V99 COMP-3.
       01 HV-LOAN-DRAWDOWN                  PIC X(8).
       01 HV-LOAN-STATUS                    PIC X.
       01 HV-LOAN-OUTSTANDING               PIC S9(10)V99 COMP-3.
       01 HV-LOAN-PREV-DUE                  PIC X(8).
       01 HV-LOAN-NEXT-DUE                  PIC X(8).
       01 HV-LOAN-NEXT-INTEREST             PIC S9(10)V99 COMP-3.
       01 HV-NULL-IND                       PIC S9(4) COMP.
       01 WS-PREV-DUE-NUM                   PIC 9(8).
       01 WS-NEXT-DUE-NUM                   PIC 9(8).
       01 WS-PERIOD-DAYS                    PIC S9(9) COMP.
       01 WS-ELAPSED-DAYS                   PIC S9(9) COMP.

       01 HV-TERMDEP-ACCNO                  PIC X(8).
       01 HV-TERMDEP-TERM                   PIC S9(9) COMP.
       01 HV-TERMDEP-RATE                   PIC S9(2)V99 COMP-3.
       01 HV-TERMDEP-OPENED                 PIC X(8).
       01 HV-TERMDEP-MATURITY               PIC X(8).
       01 WS-OPENED-NUM                     PIC 9(8).

       01 HV-GROUP-NAME                     PIC X(40).
       01 HV-GUAR-REASON                    PIC X(60).
       01 HV-GUAR-ADDED                     PIC X(8).

       01 HV-COLLAT-ID                      PIC S9(9) COMP.
       01 HV-COLLAT-TYPE                    PIC X.
       01 HV-COLLAT-DESC                    PIC X(60).
       01 HV-COLLAT-VALUATION               PIC S9(10)V99 COMP-3.
       01 HV-COLLAT-VALN-DATE               PIC X(8).
       01 HV-COLLAT-CHARGE-REF              PIC X(20).

       01 HV-LEGALHLD-ACCNO                 PIC X(8).
       01 HV-LEGALHLD-ORDER-REF             PIC X(20).
       01 HV-LEGALHLD-TYPE                  PIC X.
       01 HV-LEGALHLD-AMOUNT                PIC S9(10)V99 COMP-3.
       01 HV-LEGALHLD-START                 PIC X(8).

       01 WS-ACCRUED                        PIC S9(10)V99.
       01 WS-LINES-IN-SECTION               PIC 9(4).

       01 WS-CUSTOMER-STATUS                PIC XX.
          88 WS-CUSTOMER-OK                 VALUE '00'.

       01 WS-TODAY                          PIC 9(8).

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.
       01 WS-LIST-EOF-SW                    PIC X VALUE 'N'.
          88 WS-LIST-EOF                    VALUE 'Y'.
       01 WS-RUN-FAILED-SW                  PIC X VALUE 'N'.
          88 WS-RUN-FAILED                  VALUE 'Y'.

       01 WS-LETTERS-SENT                   PIC 9(8) VALUE 0.
       01 WS-LETTERS-LATE                   PIC 9(8) VALUE 0.
       01 WS-REQUESTS-WAITING               PIC 9(8) VALUE 0.
       01 WS-REQUESTS-OVERDUE               PIC 9(8) VALUE 0.

       01 WS-PRINT-AMOUNT                   PIC +9(10).99.
       01 WS-PRINT-AMOUNT2                  PIC +9(10).99.
       01 WS-PRINT-RATE                     PIC Z9.99.
       01 WS-PRINT-ID                       PIC Z(8)9.
       01 WS-PRINT-DAYS                     PIC Z(4)9.
       01 WS-PRINT-SQLCODE                  PIC ----9.

      * The owning branch's letterhead (see BRDIR), read once per
      * run - a branch with no directory entry prints none.
       01 WS-BRANCH-NAME                    PIC X(40).
       01 WS-BRANCH-ADDRESS                 PIC X(120).
       01 WS-BRANCH-PHONE                   PIC X(15).
       01 WS-BRANCH-FOUND-SW                PIC X VALUE 'N'.
          88 WS-BRANCH-FOUND                VALUE 'Y'.

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
           OPEN OUTPUT AUDC-REPORT.
           OPEN OUTPUT AUDC-LETTERS.
           OPEN INPUT CUSTOMER-FILE.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO AUDC-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO AUDC-REPORT-LINE
              END-STRING
              WRITE AUDC-REPORT-LINE
              CLOSE CUSTOMER-FILE
              CLOSE AUDC-LETTERS
              CLOSE AUDC-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM GET-TARGET-DAYS.

           MOVE WS-TARGET-DAYS TO WS-PRINT-DAYS.
           MOVE SPACES TO AUDC-REPORT-LINE
           STRING 'AUDITOR CONFIRMATION LETTERS - SORTCODE '
               DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               ' TARGET ' DELIMITED BY SIZE
               WS-PRINT-DAYS DELIMITED BY SIZE
               ' DAYS' DELIMITED BY SIZE
               INTO AUDC-REPORT-LINE
           END-STRING
           WRITE AUDC-REPORT-LINE.

           PERFORM GET-BRANCH-LETTERHEAD.

           PERFORM ANSWER-REQUESTS.

           IF WS-RUN-FAILED
              EXEC SQL ROLLBACK WORK END-EXEC
           ELSE
              EXEC SQL COMMIT WORK END-EXEC
              PERFORM REPORT-OVERDUE
           END-IF.

           MOVE SPACES TO AUDC-REPORT-LINE
           STRING 'LETTERS SENT=' DELIMITED BY SIZE
               WS-LETTERS-SENT DELIMITED BY SIZE
               ' LATE=' DELIMITED BY SIZE
               WS-LETTERS-LATE DELIMITED BY SIZE
               ' AWAITING AS-AT DATE=' DELIMITED BY SIZE
               WS-REQUESTS-WAITING DELIMITED BY SIZE
               ' OVERDUE=' DELIMITED BY SIZE
               WS-REQUESTS-OVERDUE DELIMITED BY SIZE
               INTO AUDC-REPORT-LINE
           END-STRING
           WRITE AUDC-REPORT-LINE.

           CLOSE CUSTOMER-FILE.
           CLOSE AUDC-LETTERS.
           CLOSE AUDC-REPORT.

           IF WS-RUN-FAILED
              MOVE 12 TO RETURN-CODE
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
       RGS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'AUDCGEN ' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-LETTERS-SENT TO RUNCTL-RECORD-COUNT.
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

           MOVE HV-RUN-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).

           MOVE 0 TO RETURN-CODE.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * The turnaround target in calendar days, from CONTROL - a
      * missing or nonsensical value leaves the default.
      *----------------------------------------------------------------
       GET-TARGET-DAYS SECTION.
       GTD010.
           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-TARGET-DAYS
           END-IF.

           MOVE FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INT
              - WS-TARGET-DAYS) TO WS-OVERDUE-NUM.
           MOVE WS-OVERDUE-NUM TO HV-OVERDUE-BEFORE.
       GTD999.
           EXIT.

      *----------------------------------------------------------------
      * The run branch's own details off the directory for the
      * letterhead.
      *----------------------------------------------------------------
       GET-BRANCH-LETTERHEAD SECTION.
       GBL010.
           MOVE 'N' TO WS-BRANCH-FOUND-SW.
           MOVE SPACES TO WS-BRANCH-NAME WS-BRANCH-ADDRESS
                          WS-BRANCH-PHONE.

           EXEC SQL
              SELECT BRDIR_NAME, COALESCE(BRDIR_ADDRESS, ' '),
                     COALESCE(BRDIR_PHONE, ' ')
              INTO :WS-BRANCH-NAME, :WS-BRANCH-ADDRESS,
                   :WS-BRANCH-PHONE
              FROM BRDIR
              WHERE BRDIR_SORTCODE = :HV-SORTCODE
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'Y' TO WS-BRANCH-FOUND-SW
           END-IF.
       GBL999.
           EXIT.

      *----------------------------------------------------------------
      * Every request still awaiting its letter, oldest first. One
      * whose as-at date has not yet passed waits - the bank's
      * position on that date is not known until its close.
      *----------------------------------------------------------------
       ANSWER-REQUESTS SECTION.
       AR010.
           EXEC SQL
              DECLARE AUDC_REQ_CSR CURSOR FOR
                 SELECT AUDCONF_ID, AUDCONF_CUSTNO,
                        AUDCONF_AS_AT_DATE, AUDCONF_REQUEST_DATE,
                        AUDCONF_AUDITOR_NAME, AUDCONF_AUDITOR_ADDRESS,
                        AUDCONF_AUTHORITY_REF, AUDCONF_AUTHORITY_DATE
                 FROM AUDCONF
                 WHERE AUDCONF_SORTCODE = :HV-SORTCODE
                   AND AUDCONF_STATUS = 'R'
                 ORDER BY AUDCONF_ID
           END-EXEC.

           EXEC SQL OPEN AUDC_REQ_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-RUN-FAILED-SW
              MOVE SQLCODE TO WS-PRINT-SQLCODE
              MOVE SPACES TO AUDC-REPORT-LINE
              STRING 'REQUEST CURSOR OPEN FAILED SQLCODE='
                  DELIMITED BY SIZE
                  WS-PRINT-SQLCODE DELIMITED BY SIZE
                  INTO AUDC-REPORT-LINE
              END-STRING
              WRITE AUDC-REPORT-LINE
              GO TO AR999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM AR-FETCH-NEXT.

           PERFORM UNTIL WS-EOF
              PERFORM ANSWER-ONE-REQUEST
              PERFORM AR-FETCH-NEXT
           END-PERFORM.

           EXEC SQL CLOSE AUDC_REQ_CSR END-EXEC.
       AR999.
           EXIT.

       AR-FETCH-NEXT SECTION.
       ARF010.
           EXEC SQL
              FETCH AUDC_REQ_CSR
              INTO :HV-AUDCONF-ID, :HV-AUDCONF-CUSTNO,
                   :HV-AUDCONF-AS-AT-DATE, :HV-AUDCONF-REQUEST-DATE,
                   :HV-AUDCONF-AUDITOR-NAME,
                   :HV-AUDCONF-AUDITOR-ADDRESS,
                   :HV-AUDCONF-AUTHORITY-REF,
                   :HV-AUDCONF-AUTHORITY-DATE
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'Y' TO WS-EOF-SW
              WHEN OTHER
                 MOVE 'Y' TO WS-EOF-SW
                 MOVE 'Y' TO WS-RUN-FAILED-SW
                 MOVE SQLCODE TO WS-PRINT-SQLCODE
                 MOVE SPACES TO AUDC-REPORT-LINE
                 STRING 'REQUEST FETCH FAILED SQLCODE='
                     DELIMITED BY SIZE
                     WS-PRINT-SQLCODE DELIMITED BY SIZE
                     INTO AUDC-REPORT-LINE
                 END-STRING
                 WRITE AUDC-REPORT-LINE
           END-EVALUATE.
       ARF999.
           EXIT.

      *----------------------------------------------------------------
      * One request: the letter, its archive entry, the request
      * marked sent and the turnaround on the control report.
      *----------------------------------------------------------------
       ANSWER-ONE-REQUEST SECTION.
       AOR010.
           MOVE HV-AUDCONF-ID TO WS-PRINT-ID.

           IF HV-AUDCONF-AS-AT-DATE NOT < HV-RUN-DATE
              ADD 1 TO WS-REQUESTS-WAITING
              MOVE SPACES TO AUDC-REPORT-LINE
              STRING 'REQUEST ' DELIMITED BY SIZE
                  WS-PRINT-ID DELIMITED BY SIZE
                  ' CUSTOMER ' DELIMITED BY SIZE
                  HV-AUDCONF-CUSTNO DELIMITED BY SIZE
                  ' AWAITING AS-AT DATE ' DELIMITED BY SIZE
                  HV-AUDCONF-AS-AT-DATE DELIMITED BY SIZE
                  INTO AUDC-REPORT-LINE
              END-STRING
              WRITE AUDC-REPORT-LINE
              GO TO AOR999
           END-IF.

           MOVE HV-AUDCONF-AS-AT-DATE TO WS-AS-AT-NUM.
           COMPUTE WS-AS-AT-INT =
              FUNCTION INTEGER-OF-DATE(WS-AS-AT-NUM).
           MOVE SPACES TO HV-AS-AT-ISO.
           STRING WS-AS-AT-YYYY DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-AS-AT-MM DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-AS-AT-DD DELIMITED BY SIZE
               INTO HV-AS-AT-ISO
           END-STRING.

           PERFORM PRINT-LETTER-HEAD.
           PERFORM CONFIRM-ACCOUNTS.
           PERFORM CONFIRM-LOANS.
           PERFORM CONFIRM-TERM-DEPOSITS.
           PERFORM CONFIRM-GUARANTEES.
           PERFORM CONFIRM-CHARGES.
           PERFORM CONFIRM-HOLDS.

           MOVE SPACES TO AUDC-LETTER-LINE.
           WRITE AUDC-LETTER-LINE.
           MOVE 'END OF CONFIRMATION' TO AUDC-LETTER-LINE.
           WRITE AUDC-LETTER-LINE.

           PERFORM ARCHIVE-THE-LETTER.

           MOVE HV-AUDCONF-REQUEST-DATE TO WS-REQUEST-NUM.
           COMPUTE HV-AUDCONF-TURNAROUND = WS-RUN-DATE-INT
              - FUNCTION INTEGER-OF-DATE(WS-REQUEST-NUM).

           EXEC SQL
              UPDATE AUDCONF
              SET AUDCONF_STATUS = 'S',
                  AUDCONF_SENT_DATE = :HV-RUN-DATE,
                  AUDCONF_TURNAROUND_DAYS = :HV-AUDCONF-TURNAROUND
              WHERE AUDCONF_ID = :HV-AUDCONF-ID
                AND AUDCONF_SORTCODE = :HV-SORTCODE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-RUN-FAILED-SW
              MOVE 'Y' TO WS-EOF-SW
              MOVE SQLCODE TO WS-PRINT-SQLCODE
              MOVE SPACES TO AUDC-REPORT-LINE
              STRING 'REQUEST ' DELIMITED BY SIZE
                  WS-PRINT-ID DELIMITED BY SIZE
                  ' AUDCONF UPDATE FAILED SQLCODE=' DELIMITED BY SIZE
                  WS-PRINT-SQLCODE DELIMITED BY SIZE
                  INTO AUDC-REPORT-LINE
              END-STRING
              WRITE AUDC-REPORT-LINE
              GO TO AOR999
           END-IF.

           ADD 1 TO WS-LETTERS-SENT.

           MOVE HV-AUDCONF-TURNAROUND TO WS-PRINT-DAYS.
           MOVE SPACES TO AUDC-REPORT-LINE
           STRING 'REQUEST ' DELIMITED BY SIZE
               WS-PRINT-ID DELIMITED BY SIZE
               ' CUSTOMER ' DELIMITED BY SIZE
               HV-AUDCONF-CUSTNO DELIMITED BY SIZE
               ' AS AT ' DELIMITED BY SIZE
               HV-AUDCONF-AS-AT-DATE DELIMITED BY SIZE
               ' REQUESTED ' DELIMITED BY SIZE
               HV-AUDCONF-REQUEST-DATE DELIMITED BY SIZE
               ' SENT - TURNAROUND ' DELIMITED BY SIZE
               WS-PRINT-DAYS DELIMITED BY SIZE
               ' DAYS' DELIMITED BY SIZE
               INTO AUDC-REPORT-LINE
           END-STRING.

           IF HV-AUDCONF-TURNAROUND > WS-TARGET-DAYS
              ADD 1 TO WS-LETTERS-LATE
              MOVE 'LATE' TO AUDC-REPORT-LINE(101:4)
           END-IF.

           WRITE AUDC-REPORT-LINE.
       AOR999.
           EXIT.

      *----------------------------------------------------------------
      * Letterhead, the auditor's address and the customer's
      * authority for the bank to answer.
      *----------------------------------------------------------------
       PRINT-LETTER-HEAD SECTION.
       PLH010.
           MOVE SPACES TO AUDC-LETTER-LINE
           STRING '----------------------------------------'
                  DELIMITED BY SIZE
               INTO AUDC-LETTER-LINE
           END-STRING
           WRITE AUDC-LETTER-LINE.

           IF WS-BRANCH-FOUND
              MOVE SPACES TO AUDC-LETTER-LINE
              MOVE WS-BRANCH-NAME TO AUDC-LETTER-LINE
              WRITE AUDC-LETTER-LINE
              MOVE SPACES TO AUDC-LETTER-LINE
              MOVE WS-BRANCH-ADDRESS(1:120) TO AUDC-LETTER-LINE
              WRITE AUDC-LETTER-LINE
           END-IF.

           MOVE SPACES TO AUDC-LETTER-LINE.
           MOVE HV-AUDCONF-AUDITOR-NAME TO AUDC-LETTER-LINE.
           WRITE AUDC-LETTER-LINE.
           MOVE SPACES TO AUDC-LETTER-LINE.
           MOVE HV-AUDCONF-AUDITOR-ADDRESS TO AUDC-LETTER-LINE.
           WRITE AUDC-LETTER-LINE.

           MOVE SPACES TO AUDC-LETTER-LINE
           STRING 'DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO AUDC-LETTER-LINE
           END-STRING
           WRITE AUDC-LETTER-LINE.

      *
      *    The customer's name is the registered legal name
      *    CUSTOMER-NAME carries for an organisation.
      *
           MOVE HV-SORTCODE TO CUSTOMER-SORTCODE.
           MOVE HV-AUDCONF-CUSTNO TO CUSTOMER-NUMBER.

           MOVE SPACES TO AUDC-LETTER-LINE.
           READ CUSTOMER-FILE
              INVALID KEY
                 STRING 'BANK CONFIRMATION - CUSTOMER '
                     DELIMITED BY SIZE
                     HV-AUDCONF-CUSTNO DELIMITED BY SIZE
                     INTO AUDC-LETTER-LINE
                 END-STRING
              NOT INVALID KEY
                 STRING 'BANK CONFIRMATION - ' DELIMITED BY SIZE
                     CUSTOMER-NAME DELIMITED BY '  '
                     ' (CUSTOMER ' DELIMITED BY SIZE
                     HV-AUDCONF-CUSTNO DELIMITED BY SIZE
                     ')' DELIMITED BY SIZE
                     INTO AUDC-LETTER-LINE
                 END-STRING
           END-READ.
           WRITE AUDC-LETTER-LINE.

           MOVE HV-AUDCONF-ID TO WS-PRINT-ID.
           MOVE SPACES TO AUDC-LETTER-LINE
           STRING 'POSITION AT CLOSE OF BUSINESS ON ' DELIMITED BY SIZE
               HV-AUDCONF-AS-AT-DATE DELIMITED BY SIZE
               ' - YOUR REQUEST OF ' DELIMITED BY SIZE
               HV-AUDCONF-REQUEST-DATE DELIMITED BY SIZE
               ', OUR REFERENCE ' DELIMITED BY SIZE
               WS-PRINT-ID DELIMITED BY SIZE
               INTO AUDC-LETTER-LINE
           END-STRING
           WRITE AUDC-LETTER-LINE.

           MOVE SPACES TO AUDC-LETTER-LINE
           STRING 'GIVEN ON THE AUTHORITY OF OUR CUSTOMER, REFERENCE '
               DELIMITED BY SIZE
               HV-AUDCONF-AUTHORITY-REF DELIMITED BY SIZE
               ' DATED ' DELIMITED BY SIZE
               HV-AUDCONF-AUTHORITY-DATE DELIMITED BY SIZE
               INTO AUDC-LETTER-LINE
           END-STRING
           WRITE AUDC-LETTER-LINE.
       PLH999.
           EXIT.

      *----------------------------------------------------------------
      * Every account the customer owned on the as-at date: open
      * then and still open, or open then and closed since.
      *----------------------------------------------------------------
       CONFIRM-ACCOUNTS SECTION.
       CA010.
           PERFORM PRINT-SECTION-HEADING.
           MOVE 'ACCOUNTS - CLOSING BALANCE AND ACCRUED INTEREST'
              TO AUDC-LETTER-LINE.
           WRITE AUDC-LETTER-LINE.

           EXEC SQL
              DECLARE AUDC_ACC_CSR CURSOR FOR
                 SELECT ACCOUNT_NUMBER, COALESCE(ACCOUNT_TYPE, ' ')
                 FROM ACCOUNT
                 WHERE ACCOUNT_SORTCODE = :HV-SORTCODE
                   AND ACCOUNT_CUSTOMER_NUMBER = :HV-AUDCONF-CUSTNO
                   AND ACCOUNT_OPENED <= :HV-AS-AT-ISO
                 UNION
                 SELECT CLOSECRT_ACC_NUMBER,
                        COALESCE(CLOSECRT_ACC_TYPE, ' ')
                 FROM CLOSECRT
                 WHERE CLOSECRT_SORTCODE = :HV-SORTCODE
                   AND CLOSECRT_CUST_NUMBER = :HV-AUDCONF-CUSTNO
                   AND CLOSECRT_OPENED <= :HV-AS-AT-ISO
                   AND CLOSECRT_CLOSED_DATE > :HV-AS-AT-ISO
                 ORDER BY 1
           END-EXEC.

           EXEC SQL OPEN AUDC_ACC_CSR END-EXEC.

           IF SQLCODE NOT = 0
              GO TO CA090
           END-IF.

           MOVE 'N' TO WS-LIST-EOF-SW.
           PERFORM CA-FETCH-NEXT.

           PERFORM UNTIL WS-LIST-EOF
              PERFORM CONFIRM-ONE-ACCOUNT
              PERFORM CA-FETCH-NEXT
           END-PERFORM.

           EXEC SQL CLOSE AUDC_ACC_CSR END-EXEC.
       CA090.
           PERFORM PRINT-NONE-IF-EMPTY.
       CA999.
           EXIT.

       CA-FETCH-NEXT SECTION.
       CAF010.
           EXEC SQL
              FETCH AUDC_ACC_CSR
              INTO :HV-ACC-NUMBER, :HV-ACC-TYPE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-LIST-EOF-SW
           END-IF.
       CAF999.
           EXIT.

       CONFIRM-ONE-ACCOUNT SECTION.
       COA010.
           ADD 1 TO WS-LINES-IN-SECTION.

           PERFORM GET-SNAPSHOT-AT-DATE.

           MOVE SPACES TO AUDC-LETTER-LINE.

           IF NOT WS-SNAP-FOUND
              STRING 'ACCOUNT ' DELIMITED BY SIZE
                  HV-SORTCODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HV-ACC-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HV-ACC-TYPE DELIMITED BY SIZE
                  ' NO BALANCE RECORDED ON OR BEFORE THIS DATE'
                     DELIMITED BY SIZE
                  INTO AUDC-LETTER-LINE
              END-STRING
              WRITE AUDC-LETTER-LINE
              GO TO COA999
           END-IF.

           MOVE HV-SNAP-BALANCE TO WS-PRINT-AMOUNT.
           MOVE HV-SNAP-ACCRUED TO WS-PRINT-AMOUNT2.
           STRING 'ACCOUNT ' DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-ACC-NUMBER DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-ACC-TYPE DELIMITED BY SIZE
               ' BALANCE ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' ACCRUED INTEREST ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT2 DELIMITED BY SIZE
               INTO AUDC-LETTER-LINE
           END-STRING.

           IF HV-SNAP-DATE NOT = HV-AUDCONF-AS-AT-DATE
              STRING 'AT ' DELIMITED BY SIZE
                  HV-SNAP-DATE DELIMITED BY SIZE
                  INTO AUDC-LETTER-LINE(95:11)
              END-STRING
           END-IF.

           WRITE AUDC-LETTER-LINE.
       COA999.
           EXIT.

      *----------------------------------------------------------------
      * The account's closing snapshot on the as-at date, or the
      * latest before it (no snapshot is taken on a day the batch
      * did not run). The accrued interest column is only filled in
      * where INTVERIF verified the day's accrual.
      *----------------------------------------------------------------
       GET-SNAPSHOT-AT-DATE SECTION.
       GSD010.
           MOVE 'N' TO WS-SNAP-FOUND-SW.
           MOVE 0 TO HV-SNAP-BALANCE HV-SNAP-ACCRUED.

           EXEC SQL
              SELECT BALSNAP_DATE,
                     COALESCE(BALSNAP_ACTUAL_BALANCE, 0),
                     COALESCE(BALSNAP_ACCRUED_INTEREST, 0)
              INTO :HV-SNAP-DATE, :HV-SNAP-BALANCE, :HV-SNAP-ACCRUED
              FROM BALSNAP
              WHERE BALSNAP_SORTCODE = :HV-SORTCODE
                AND BALSNAP_NUMBER = :HV-ACC-NUMBER
                AND BALSNAP_DATE <= :HV-AUDCONF-AS-AT-DATE
              ORDER BY BALSNAP_DATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'Y' TO WS-SNAP-FOUND-SW
           END-IF.
       GSD999.
           EXIT.

      *----------------------------------------------------------------
      * Serviced loans drawn by the as-at date. The principal still
      * outstanding is every installment's principal not yet due
      * then plus any due and still in arrears; the interest accrued
      * is the part of the next installment's interest earned
      * between the previous due date (or drawdown) and the date.
      *----------------------------------------------------------------
       CONFIRM-LOANS SECTION.
       CL010.
           PERFORM PRINT-SECTION-HEADING.
           MOVE 'LOANS - PRINCIPAL OUTSTANDING AND ACCRUED INTEREST'
              TO AUDC-LETTER-LINE.
           WRITE AUDC-LETTER-LINE.

           EXEC SQL
              DECLARE AUDC_LOAN_CSR CURSOR FOR
                 SELECT L.LOANMST_ACCNO, L.LOANMST_RATE,
                        L.LOANMST_DRAWDOWN_DATE, L.LOANMST_STATUS
                 FROM LOANMST L, ACCOUNT A
                 WHERE L.LOANMST_SORTCODE = :HV-SORTCODE
                   AND A.ACCOUNT_SORTCODE = L.LOANMST_SORTCODE
                   AND A.ACCOUNT_NUMBER = L.LOANMST_ACCNO
                   AND A.ACCOUNT_CUSTOMER_NUMBER = :HV-AUDCONF-CUSTNO
                   AND L.LOANMST_DRAWDOWN_DATE
                          <= :HV-AUDCONF-AS-AT-DATE
                   AND L.LOANMST_STATUS NOT = 'K'
                 ORDER BY L.LOANMST_ACCNO
           END-EXEC.

           EXEC SQL OPEN AUDC_LOAN_CSR END-EXEC.

           IF SQLCODE NOT = 0
              GO TO CL090
           END-IF.

           MOVE 'N' TO WS-LIST-EOF-SW.
           PERFORM CL-FETCH-NEXT.

           PERFORM UNTIL WS-LIST-EOF
              PERFORM CONFIRM-ONE-LOAN
              PERFORM CL-FETCH-NEXT
           END-PERFORM.

           EXEC SQL CLOSE AUDC_LOAN_CSR END-EXEC.
       CL090.
           PERFORM PRINT-NONE-IF-EMPTY.
       CL999.
           EXIT.

       CL-FETCH-NEXT SECTION.
       CLF010.
           EXEC SQL
              FETCH AUDC_LOAN_CSR
              INTO :HV-LOAN-ACCNO, :HV-LOAN-RATE,
                   :HV-LOAN-DRAWDOWN, :HV-LOAN-STATUS
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-LIST-EOF-SW
           END-IF.
       CLF999.
           EXIT.

       CONFIRM-ONE-LOAN SECTION.
       COL010.
           ADD 1 TO WS-LINES-IN-SECTION.
           MOVE 0 TO WS-ACCRUED.

           EXEC SQL
              SELECT COALESCE(SUM(LOANSCHD_PRINCIPAL), 0)
              INTO :HV-LOAN-OUTSTANDING
              FROM LOANSCHD
              WHERE LOANSCHD_SORTCODE = :HV-SORTCODE
                AND LOANSCHD_ACCNO = :HV-LOAN-ACCNO
                AND (LOANSCHD_DUE_DATE > :HV-AUDCONF-AS-AT-DATE
                     OR LOANSCHD_STATUS = 'A')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-LOAN-OUTSTANDING
           END-IF.

           EXEC SQL
              SELECT MAX(LOANSCHD_DUE_DATE)
              INTO :HV-LOAN-PREV-DUE :HV-NULL-IND
              FROM LOANSCHD
              WHERE LOANSCHD_SORTCODE = :HV-SORTCODE
                AND LOANSCHD_ACCNO = :HV-LOAN-ACCNO
                AND LOANSCHD_DUE_DATE <= :HV-AUDCONF-AS-AT-DATE
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-NULL-IND < 0
              MOVE HV-LOAN-DRAWDOWN TO HV-LOAN-PREV-DUE
           END-IF.

           EXEC SQL
              SELECT LOANSCHD_DUE_DATE, LOANSCHD_INTEREST
              INTO :HV-LOAN-NEXT-DUE, :HV-LOAN-NEXT-INTEREST
              FROM LOANSCHD
              WHERE LOANSCHD_SORTCODE = :HV-SORTCODE
                AND LOANSCHD_ACCNO = :HV-LOAN-ACCNO
                AND LOANSCHD_DUE_DATE > :HV-AUDCONF-AS-AT-DATE
              ORDER BY LOANSCHD_DUE_DATE
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 0
              MOVE HV-LOAN-PREV-DUE TO WS-PREV-DUE-NUM
              MOVE HV-LOAN-NEXT-DUE TO WS-NEXT-DUE-NUM
              COMPUTE WS-PERIOD-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-NEXT-DUE-NUM)
                 - FUNCTION INTEGER-OF-DATE(WS-PREV-DUE-NUM)
              COMPUTE WS-ELAPSED-DAYS = WS-AS-AT-INT
                 - FUNCTION INTEGER-OF-DATE(WS-PREV-DUE-NUM)
              IF WS-PERIOD-DAYS > 0
                 COMPUTE WS-ACCRUED ROUNDED =
                    HV-LOAN-NEXT-INTEREST * WS-ELAPSED-DAYS
                    / WS-PERIOD-DAYS
              END-IF
           END-IF.

           MOVE HV-LOAN-OUTSTANDING TO WS-PRINT-AMOUNT.
           MOVE WS-ACCRUED TO WS-PRINT-AMOUNT2.
           MOVE HV-LOAN-RATE TO WS-PRINT-RATE.
           MOVE SPACES TO AUDC-LETTER-LINE
           STRING 'LOAN ' DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-LOAN-ACCNO DELIMITED BY SIZE
               ' DRAWN ' DELIMITED BY SIZE
               HV-LOAN-DRAWDOWN DELIMITED BY SIZE
               ' RATE ' DELIMITED BY SIZE
               WS-PRINT-RATE DELIMITED BY SIZE
               '% OUTSTANDING ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' ACCRUED INTEREST ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT2 DELIMITED BY SIZE
               INTO AUDC-LETTER-LINE
           END-STRING
           WRITE AUDC-LETTER-LINE.
       COL999.
           EXIT.

      *----------------------------------------------------------------
      * Fixed-term deposits running on the as-at date. The principal
      * is the account's balance that day; interest accrues simply
      * at the locked rate from opening, the way TRMDMAT pays it.
      *----------------------------------------------------------------
       CONFIRM-TERM-DEPOSITS SECTION.
       CTD010.
           PERFORM PRINT-SECTION-HEADING.
           MOVE 'TERM DEPOSITS - PRINCIPAL AND ACCRUED INTEREST'
              TO AUDC-LETTER-LINE.
           WRITE AUDC-LETTER-LINE.

           EXEC SQL
              DECLARE AUDC_TERM_CSR CURSOR FOR
                 SELECT T.TERMDEP_ACCNO, T.TERMDEP_TERM_MONTHS,
                        T.TERMDEP_RATE, T.TERMDEP_OPENED_DATE,
                        T.TERMDEP_MATURITY_DATE
                 FROM TERMDEP T, ACCOUNT A
                 WHERE T.TERMDEP_SORTCODE = :HV-SORTCODE
                   AND A.ACCOUNT_SORTCODE = T.TERMDEP_SORTCODE
                   AND A.ACCOUNT_NUMBER = T.TERMDEP_ACCNO
                   AND A.ACCOUNT_CUSTOMER_NUMBER = :HV-AUDCONF-CUSTNO
                   AND T.TERMDEP_OPENED_DATE <= :HV-AUDCONF-AS-AT-DATE
                   AND T.TERMDEP_STATUS NOT = 'K'
                   AND (T.TERMDEP_STATUS = 'O' OR
                        T.TERMDEP_MATURITY_DATE >
                           :HV-AUDCONF-AS-AT-DATE)
                 ORDER BY T.TERMDEP_ACCNO
           END-EXEC.

           EXEC SQL OPEN AUDC_TERM_CSR END-EXEC.

           IF SQLCODE NOT = 0
              GO TO CTD090
           END-IF.

           MOVE 'N' TO WS-LIST-EOF-SW.
           PERFORM CTD-FETCH-NEXT.

           PERFORM UNTIL WS-LIST-EOF
              PERFORM CONFIRM-ONE-DEPOSIT
              PERFORM CTD-FETCH-NEXT
           END-PERFORM.

           EXEC SQL CLOSE AUDC_TERM_CSR END-EXEC.
       CTD090.
           PERFORM PRINT-NONE-IF-EMPTY.
       CTD999.
           EXIT.

       CTD-FETCH-NEXT SECTION.
       CTDF010.
           EXEC SQL
              FETCH AUDC_TERM_CSR
              INTO :HV-TERMDEP-ACCNO, :HV-TERMDEP-TERM,
                   :HV-TERMDEP-RATE, :HV-TERMDEP-OPENED,
                   :HV-TERMDEP-MATURITY
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-LIST-EOF-SW
           END-IF.
       CTDF999.
           EXIT.

       CONFIRM-ONE-DEPOSIT SECTION.
       COD010.
           ADD 1 TO WS-LINES-IN-SECTION.

           MOVE HV-TERMDEP-ACCNO TO HV-ACC-NUMBER.
           PERFORM GET-SNAPSHOT-AT-DATE.

           MOVE HV-TERMDEP-OPENED TO WS-OPENED-NUM.
           COMPUTE WS-ELAPSED-DAYS = WS-AS-AT-INT
              - FUNCTION INTEGER-OF-DATE(WS-OPENED-NUM).
           COMPUTE WS-ACCRUED ROUNDED =
              HV-SNAP-BALANCE * HV-TERMDEP-RATE / 100
                 * WS-ELAPSED-DAYS / 365.

           MOVE HV-SNAP-BALANCE TO WS-PRINT-AMOUNT.
           MOVE WS-ACCRUED TO WS-PRINT-AMOUNT2.
           MOVE HV-TERMDEP-RATE TO WS-PRINT-RATE.
           MOVE SPACES TO AUDC-LETTER-LINE
           STRING 'DEPOSIT ' DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-TERMDEP-ACCNO DELIMITED BY SIZE
               ' RATE ' DELIMITED BY SIZE
               WS-PRINT-RATE DELIMITED BY SIZE
               '% MATURES ' DELIMITED BY SIZE
               HV-TERMDEP-MATURITY DELIMITED BY SIZE
               ' PRINCIPAL ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' ACCRUED INTEREST ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT2 DELIMITED BY SIZE
               INTO AUDC-LETTER-LINE
           END-STRING
           WRITE AUDC-LETTER-LINE.
       COD999.
           EXIT.

      *----------------------------------------------------------------
      * Guarantees the customer has given - its membership, as
      * guarantor, of a connected-party group recorded by the date.
      *----------------------------------------------------------------
       CONFIRM-GUARANTEES SECTION.
       CG010.
           PERFORM PRINT-SECTION-HEADING.
           MOVE 'GUARANTEES GIVEN BY THE CUSTOMER' TO AUDC-LETTER-LINE.
           WRITE AUDC-LETTER-LINE.

           EXEC SQL
              DECLARE AUDC_GUAR_CSR CURSOR FOR
                 SELECT G.CPGROUP_NAME, M.CPMEMBER_REASON,
                        M.CPMEMBER_ADDED_DATE
                 FROM CPMEMBER M, CPGROUP G
                 WHERE M.CPMEMBER_SORTCODE = :HV-SORTCODE
                   AND M.CPMEMBER_CUSTNO = :HV-AUDCONF-CUSTNO
                   AND M.CPMEMBER_REL_TYPE = 'GUAR'
                   AND M.CPMEMBER_ADDED_DATE <= :HV-AUDCONF-AS-AT-DATE
                   AND G.CPGROUP_SORTCODE = M.CPMEMBER_SORTCODE
                   AND G.CPGROUP_ID = M.CPMEMBER_GROUP_ID
                 ORDER BY M.CPMEMBER_ADDED_DATE
           END-EXEC.

           EXEC SQL OPEN AUDC_GUAR_CSR END-EXEC.

           IF SQLCODE NOT = 0
              GO TO CG090
           END-IF.

           MOVE 'N' TO WS-LIST-EOF-SW.
           PERFORM CG-FETCH-NEXT.

           PERFORM UNTIL WS-LIST-EOF
              ADD 1 TO WS-LINES-IN-SECTION
              MOVE SPACES TO AUDC-LETTER-LINE
              STRING 'GUARANTOR IN ' DELIMITED BY SIZE
                  HV-GROUP-NAME DELIMITED BY '  '
                  ' SINCE ' DELIMITED BY SIZE
                  HV-GUAR-ADDED DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  HV-GUAR-REASON DELIMITED BY '  '
                  INTO AUDC-LETTER-LINE
              END-STRING
              WRITE AUDC-LETTER-LINE
              PERFORM CG-FETCH-NEXT
           END-PERFORM.

           EXEC SQL CLOSE AUDC_GUAR_CSR END-EXEC.
       CG090.
           PERFORM PRINT-NONE-IF-EMPTY.
       CG999.
           EXIT.

       CG-FETCH-NEXT SECTION.
       CGF010.
           EXEC SQL
              FETCH AUDC_GUAR_CSR
              INTO :HV-GROUP-NAME, :HV-GUAR-REASON, :HV-GUAR-ADDED
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-LIST-EOF-SW
           END-IF.
       CGF999.
           EXIT.

      *----------------------------------------------------------------
      * Charges the bank holds over assets securing the customer's
      * loans, taken by the date and not since discharged.
      *----------------------------------------------------------------
       CONFIRM-CHARGES SECTION.
       CC010.
           PERFORM PRINT-SECTION-HEADING.
           MOVE 'CHARGES OVER ASSETS HELD AS SECURITY'
              TO AUDC-LETTER-LINE.
           WRITE AUDC-LETTER-LINE.

           EXEC SQL
              DECLARE AUDC_CHRG_CSR CURSOR FOR
                 SELECT DISTINCT C.COLLAT_ID, C.COLLAT_TYPE,
                        C.COLLAT_DESC, C.COLLAT_VALUATION,
                        C.COLLAT_VALN_DATE, C.COLLAT_CHARGE_REF
                 FROM COLLAT C, COLLINK K, ACCOUNT A
                 WHERE K.COLLINK_SORTCODE = :HV-SORTCODE
                   AND K.COLLINK_STATUS = 'A'
                   AND K.COLLINK_LINKED_DATE <= :HV-AUDCONF-AS-AT-DATE
                   AND A.ACCOUNT_SORTCODE = K.COLLINK_SORTCODE
                   AND A.ACCOUNT_NUMBER = K.COLLINK_LOAN_ACCNO
                   AND A.ACCOUNT_CUSTOMER_NUMBER = :HV-AUDCONF-CUSTNO
                   AND C.COLLAT_SORTCODE = K.COLLINK_SORTCODE
                   AND C.COLLAT_ID = K.COLLINK_COLLAT_ID
                   AND C.COLLAT_STATUS = 'A'
                 ORDER BY C.COLLAT_ID
           END-EXEC.

           EXEC SQL OPEN AUDC_CHRG_CSR END-EXEC.

           IF SQLCODE NOT = 0
              GO TO CC090
           END-IF.

           MOVE 'N' TO WS-LIST-EOF-SW.
           PERFORM CC-FETCH-NEXT.

           PERFORM UNTIL WS-LIST-EOF
              ADD 1 TO WS-LINES-IN-SECTION
              MOVE HV-COLLAT-VALUATION TO WS-PRINT-AMOUNT
              MOVE SPACES TO AUDC-LETTER-LINE
              STRING 'CHARGE ' DELIMITED BY SIZE
                  HV-COLLAT-CHARGE-REF DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HV-COLLAT-DESC DELIMITED BY SIZE
                  ' VALUED ' DELIMITED BY SIZE
                  WS-PRINT-AMOUNT DELIMITED BY SIZE
                  ' ON ' DELIMITED BY SIZE
                  HV-COLLAT-VALN-DATE DELIMITED BY SIZE
                  INTO AUDC-LETTER-LINE
              END-STRING
              WRITE AUDC-LETTER-LINE
              PERFORM CC-FETCH-NEXT
           END-PERFORM.

           EXEC SQL CLOSE AUDC_CHRG_CSR END-EXEC.
       CC090.
           PERFORM PRINT-NONE-IF-EMPTY.
       CC999.
           EXIT.

       CC-FETCH-NEXT SECTION.
       CCF010.
           EXEC SQL
              FETCH AUDC_CHRG_CSR
              INTO :HV-COLLAT-ID, :HV-COLLAT-TYPE,
                   :HV-COLLAT-DESC, :HV-COLLAT-VALUATION,
                   :HV-COLLAT-VALN-DATE, :HV-COLLAT-CHARGE-REF
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-LIST-EOF-SW
           END-IF.
       CCF999.
           EXIT.

      *----------------------------------------------------------------
      * Court order holds on the customer's accounts in force on the
      * date: started by then, and either still active with no end
      * date or ending on or after it.
      *----------------------------------------------------------------
       CONFIRM-HOLDS SECTION.
       CH010.
           PERFORM PRINT-SECTION-HEADING.
           MOVE 'HOLDS AND COURT ORDERS ON ACCOUNTS'
              TO AUDC-LETTER-LINE.
           WRITE AUDC-LETTER-LINE.

           EXEC SQL
              DECLARE AUDC_HOLD_CSR CURSOR FOR
                 SELECT H.LEGALHLD_ACCNO, H.LEGALHLD_ORDER_REF,
                        H.LEGALHLD_TYPE, H.LEGALHLD_AMOUNT,
                        H.LEGALHLD_START_DATE
                 FROM LEGALHLD H, ACCOUNT A
                 WHERE H.LEGALHLD_SORTCODE = :HV-SORTCODE
                   AND A.ACCOUNT_SORTCODE = H.LEGALHLD_SORTCODE
                   AND A.ACCOUNT_NUMBER = H.LEGALHLD_ACCNO
                   AND A.ACCOUNT_CUSTOMER_NUMBER = :HV-AUDCONF-CUSTNO
                   AND H.LEGALHLD_START_DATE <= :HV-AUDCONF-AS-AT-DATE
                   AND ((H.LEGALHLD_END_DATE = ' ' AND
                         H.LEGALHLD_STATUS = 'A') OR
                        (H.LEGALHLD_END_DATE NOT = ' ' AND
                         H.LEGALHLD_END_DATE >=
                            :HV-AUDCONF-AS-AT-DATE))
                 ORDER BY H.LEGALHLD_ACCNO, H.LEGALHLD_START_DATE
           END-EXEC.

           EXEC SQL OPEN AUDC_HOLD_CSR END-EXEC.

           IF SQLCODE NOT = 0
              GO TO CH090
           END-IF.

           MOVE 'N' TO WS-LIST-EOF-SW.
           PERFORM CH-FETCH-NEXT.

           PERFORM UNTIL WS-LIST-EOF
              ADD 1 TO WS-LINES-IN-SECTION
              PERFORM CONFIRM-ONE-HOLD
              PERFORM CH-FETCH-NEXT
           END-PERFORM.

           EXEC SQL CLOSE AUDC_HOLD_CSR END-EXEC.
       CH090.
           PERFORM PRINT-NONE-IF-EMPTY.
       CH999.
           EXIT.

       CH-FETCH-NEXT SECTION.
       CHF010.
           EXEC SQL
              FETCH AUDC_HOLD_CSR
              INTO :HV-LEGALHLD-ACCNO, :HV-LEGALHLD-ORDER-REF,
                   :HV-LEGALHLD-TYPE, :HV-LEGALHLD-AMOUNT,
                   :HV-LEGALHLD-START
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-LIST-EOF-SW
           END-IF.
       CHF999.
           EXIT.

       CONFIRM-ONE-HOLD SECTION.
       COH010.
           MOVE HV-LEGALHLD-AMOUNT TO WS-PRINT-AMOUNT.
           MOVE SPACES TO AUDC-LETTER-LINE.

           EVALUATE HV-LEGALHLD-TYPE
              WHEN 'F'
                 STRING 'ACCOUNT ' DELIMITED BY SIZE
                     HV-LEGALHLD-ACCNO DELIMITED BY SIZE
                     ' FROZEN UNDER ORDER ' DELIMITED BY SIZE
                     HV-LEGALHLD-ORDER-REF DELIMITED BY SIZE
                     ' FROM ' DELIMITED BY SIZE
                     HV-LEGALHLD-START DELIMITED BY SIZE
                     INTO AUDC-LETTER-LINE
                 END-STRING
              WHEN 'G'
                 STRING 'ACCOUNT ' DELIMITED BY SIZE
                     HV-LEGALHLD-ACCNO DELIMITED BY SIZE
                     ' GARNISHMENT ' DELIMITED BY SIZE
                     HV-LEGALHLD-ORDER-REF DELIMITED BY SIZE
                     ' DEDUCTING ' DELIMITED BY SIZE
                     WS-PRINT-AMOUNT DELIMITED BY SIZE
                     ' FROM ' DELIMITED BY SIZE
                     HV-LEGALHLD-START DELIMITED BY SIZE
                     INTO AUDC-LETTER-LINE
                 END-STRING
              WHEN OTHER
                 STRING 'ACCOUNT ' DELIMITED BY SIZE
                     HV-LEGALHLD-ACCNO DELIMITED BY SIZE
                     ' AMOUNT HELD ' DELIMITED BY SIZE
                     WS-PRINT-AMOUNT DELIMITED BY SIZE
                     ' UNDER ORDER ' DELIMITED BY SIZE
                     HV-LEGALHLD-ORDER-REF DELIMITED BY SIZE
                     ' FROM ' DELIMITED BY SIZE
                     HV-LEGALHLD-START DELIMITED BY SIZE
                     INTO AUDC-LETTER-LINE
                 END-STRING
           END-EVALUATE.

           WRITE AUDC-LETTER-LINE.
       COH999.
           EXIT.

       PRINT-SECTION-HEADING SECTION.
       PSH010.
           MOVE 0 TO WS-LINES-IN-SECTION.
           MOVE SPACES TO AUDC-LETTER-LINE.
           WRITE AUDC-LETTER-LINE.
       PSH999.
           EXIT.

       PRINT-NONE-IF-EMPTY SECTION.
       PNE010.
           IF WS-LINES-IN-SECTION = 0
              MOVE SPACES TO AUDC-LETTER-LINE
              MOVE 'NONE' TO AUDC-LETTER-LINE
              WRITE AUDC-LETTER-LINE
           END-IF.
       PNE999.
           EXIT.

      *----------------------------------------------------------------
      * Register the letter on the correspondence archive against
      * the customer it discloses.
      *----------------------------------------------------------------
       ARCHIVE-THE-LETTER SECTION.
       ATL010.
           MOVE HV-SORTCODE TO CORR-SORTCODE.
           MOVE HV-AUDCONF-CUSTNO TO CORR-CUSTNO.
           MOVE 'AUDC' TO CORR-DOC-TYPE.
           MOVE HV-RUN-DATE TO CORR-DOC-DATE.
           MOVE 'P' TO CORR-CHANNEL.

           MOVE HV-AUDCONF-ID TO WS-PRINT-ID.
           MOVE SPACES TO CORR-TEXT.
           STRING 'AUDITOR CONFIRMATION ' DELIMITED BY SIZE
               WS-PRINT-ID DELIMITED BY SIZE
               ' AS AT ' DELIMITED BY SIZE
               HV-AUDCONF-AS-AT-DATE DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               HV-AUDCONF-AUDITOR-NAME DELIMITED BY '  '
               ' AUTHORITY ' DELIMITED BY SIZE
               HV-AUDCONF-AUTHORITY-REF DELIMITED BY SIZE
               INTO CORR-TEXT
           END-STRING.

           CALL 'CORRWRT' USING CORRWRT-AREA.
       ATL999.
           EXIT.

      *----------------------------------------------------------------
      * Every request still unanswered after the target - waiting on
      * its as-at date or not - for the relationship team to chase.
      *----------------------------------------------------------------
       REPORT-OVERDUE SECTION.
       RO010.
           EXEC SQL
              DECLARE AUDC_OVD_CSR CURSOR FOR
                 SELECT AUDCONF_ID, AUDCONF_CUSTNO,
                        AUDCONF_AS_AT_DATE, AUDCONF_REQUEST_DATE,
                        AUDCONF_AUDITOR_NAME
                 FROM AUDCONF
                 WHERE AUDCONF_SORTCODE = :HV-SORTCODE
                   AND AUDCONF_STATUS = 'R'
                   AND AUDCONF_REQUEST_DATE < :HV-OVERDUE-BEFORE
                 ORDER BY AUDCONF_REQUEST_DATE, AUDCONF_ID
           END-EXEC.

           EXEC SQL OPEN AUDC_OVD_CSR END-EXEC.

           IF SQLCODE NOT = 0
              GO TO RO999
           END-IF.

           MOVE 'N' TO WS-LIST-EOF-SW.
           PERFORM RO-FETCH-NEXT.

           PERFORM UNTIL WS-LIST-EOF
              PERFORM REPORT-ONE-OVERDUE
              PERFORM RO-FETCH-NEXT
           END-PERFORM.

           EXEC SQL CLOSE AUDC_OVD_CSR END-EXEC.
       RO999.
           EXIT.

       RO-FETCH-NEXT SECTION.
       ROF010.
           EXEC SQL
              FETCH AUDC_OVD_CSR
              INTO :HV-AUDCONF-ID, :HV-AUDCONF-CUSTNO,
                   :HV-AUDCONF-AS-AT-DATE, :HV-AUDCONF-REQUEST-DATE,
                   :HV-AUDCONF-AUDITOR-NAME
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-LIST-EOF-SW
           END-IF.
       ROF999.
           EXIT.

       REPORT-ONE-OVERDUE SECTION.
       ROO010.
           ADD 1 TO WS-REQUESTS-OVERDUE.

           MOVE HV-AUDCONF-REQUEST-DATE TO WS-REQUEST-NUM.
           COMPUTE HV-AUDCONF-TURNAROUND = WS-RUN-DATE-INT
              - FUNCTION INTEGER-OF-DATE(WS-REQUEST-NUM).

           MOVE HV-AUDCONF-ID TO WS-PRINT-ID.
           MOVE HV-AUDCONF-TURNAROUND TO WS-PRINT-DAYS.
           MOVE SPACES TO AUDC-REPORT-LINE
           STRING 'OVERDUE REQUEST ' DELIMITED BY SIZE
               WS-PRINT-ID DELIMITED BY SIZE
               ' CUSTOMER ' DELIMITED BY SIZE
               HV-AUDCONF-CUSTNO DELIMITED BY SIZE
               ' AS AT ' DELIMITED BY SIZE
               HV-AUDCONF-AS-AT-DATE DELIMITED BY SIZE
               ' REQUESTED ' DELIMITED BY SIZE
               HV-AUDCONF-REQUEST-DATE DELIMITED BY SIZE
               ' OPEN ' DELIMITED BY SIZE
               WS-PRINT-DAYS DELIMITED BY SIZE
               ' DAYS ' DELIMITED BY SIZE
               HV-AUDCONF-AUDITOR-NAME DELIMITED BY '  '
               INTO AUDC-REPORT-LINE
           END-STRING
           WRITE AUDC-REPORT-LINE.
       ROO999.
           EXIT.
