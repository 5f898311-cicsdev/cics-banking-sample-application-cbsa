      *              over six months - never below the customer's          *
      *              current usage, with a letter at every step. A         *
      *              case whose account is back in credit closes.          *
      *              A customer with an active vulnerability               *
      *              indicator (VULNIND) is held out of all this:          *
      *              treatment 'P' pauses the case where it stands,        *
      *              'S' opens it or lets it fall due without letter       *
      *              or reduction and refers it to the specialist          *
      *              team's worklist.                                      *
      *                                                                    *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code        *
      *        and yyyymmdd the run date (defaults to today).              *
           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE BALSNAP END-EXEC.
           EXEC SQL INCLUDE OVDRDB2 END-EXEC.
           EXEC SQL INCLUDE VULNDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-CASE-ORIG-LIMIT                PIC S9(9) COMP.
       01 HV-CASE-LAST-ACTION               PIC X(8).

       01 HV-VULN-TREATMENT                 PIC X.

       01 WS-NOTIFY-STATUS                  PIC XX.
          88 WS-NOTIFY-OK                   VALUE '00'.

       01 WS-CASES-OPENED                   PIC 9(8) VALUE 0.
       01 WS-STEPS-APPLIED                  PIC 9(8) VALUE 0.
       01 WS-CASES-CLOSED                   PIC 9(8) VALUE 0.
       01 WS-VULNERABLE-HELD                PIC 9(8) VALUE 0.
       01 WS-VULNERABLE-REFERRED            PIC 9(8) VALUE 0.

      * Batch exception writer (see EXCPWRT).
       01 EXCP-AREA.
           COPY EXCPWRTA.

      * Run-control registration (see RUNCTL) - every overnight
      * program records its run and honours the sequencing rules.
           END-STRING
           WRITE OVDR-REPORT-LINE.

           MOVE SPACES TO OVDR-REPORT-LINE
           STRING 'VULNERABLE CUSTOMERS - HELD=' DELIMITED BY SIZE
               WS-VULNERABLE-HELD DELIMITED BY SIZE
               ' REFERRED TO SPECIALIST TEAM=' DELIMITED BY SIZE
               WS-VULNERABLE-REFERRED DELIMITED BY SIZE
               INTO OVDR-REPORT-LINE
           END-STRING
           WRITE OVDR-REPORT-LINE.

           CLOSE NOTIFY-FILE.
           CLOSE OVDR-REPORT.

           END-EXEC.

           IF SQLCODE = 100
              PERFORM CHECK-VULNERABILITY
              IF HV-VULN-TREATMENT = 'P'
                 PERFORM HOLD-FOR-VULNERABILITY
              ELSE
                 PERFORM OPEN-NEW-CASE
              END-IF
              GO TO WTC999
           END-IF.

              GO TO WTC999
           END-IF.

      *
      *    A vulnerable customer's limit is not reduced by the
      *    schedule. A pause leaves the step due until the
      *    indicator ends; the specialist route moves the clock on
      *    and hands this step to the team.
      *
           PERFORM CHECK-VULNERABILITY.

           IF HV-VULN-TREATMENT = 'P'
              PERFORM HOLD-FOR-VULNERABILITY
              GO TO WTC999
           END-IF.

           IF HV-VULN-TREATMENT = 'S'
              EXEC SQL
                 UPDATE OVDRCASE
                 SET OVDRCASE_LAST_ACTION_DATE = :HV-RUN-DATE
                 WHERE (OVDRCASE_SORTCODE = :HV-SORTCODE AND
                        OVDRCASE_ACCNO = :HV-ACC-NUMBER AND
                        OVDRCASE_STATUS = 'O')
              END-EXEC
              MOVE 'OVERDRAFT REDUCTION STEP DUE, NOT APPLIED'
                 TO WS-LETTER-TEXT
              PERFORM REFER-TO-SPECIALIST
              GO TO WTC999
           END-IF.

           PERFORM APPLY-REDUCTION-STEP.
       WTC999.
           EXIT.

      *----------------------------------------------------------------
      * The treatment of the customer's active vulnerability
      * indicators, space when there are none. Where several are
      * held the specialist route ('S') outranks a pause ('P').
      *----------------------------------------------------------------
       CHECK-VULNERABILITY SECTION.
       CVU010.
           EXEC SQL
              SELECT COALESCE(MAX(VULNIND_TREATMENT), ' ')
              INTO :HV-VULN-TREATMENT
              FROM VULNIND
              WHERE (VULNIND_SORTCODE = :HV-SORTCODE AND
                     VULNIND_CUSTNO = :HV-ACC-CUST-NO AND
                     VULNIND_STATUS = 'A')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACE TO HV-VULN-TREATMENT
           END-IF.
       CVU999.
           EXIT.

      *----------------------------------------------------------------
       HOLD-FOR-VULNERABILITY SECTION.
       HFV010.
           ADD 1 TO WS-VULNERABLE-HELD.

           MOVE SPACES TO OVDR-REPORT-LINE
           STRING 'ACCOUNT=' DELIMITED BY SIZE
               HV-ACC-NUMBER DELIMITED BY SIZE
               ' HARDCORE OVERDRAWN - HELD, VULNERABLE CUSTOMER'
               DELIMITED BY SIZE
               INTO OVDR-REPORT-LINE
           END-STRING
           WRITE OVDR-REPORT-LINE.
       HFV999.
           EXIT.

      *----------------------------------------------------------------
      * What the run would have done, described in WS-LETTER-TEXT,
      * goes to the specialist team's worklist instead.
      *----------------------------------------------------------------
       REFER-TO-SPECIALIST SECTION.
       RTS010.
           ADD 1 TO WS-VULNERABLE-REFERRED.

           INITIALIZE EXCP-AREA.
           MOVE 'OVDREVW' TO EXCP-SOURCE.
           MOVE HV-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'W' TO EXCP-SEVERITY.
           MOVE HV-ACC-NUMBER TO EXCP-ACCNO.
           MOVE HV-ACC-CUST-NO TO EXCP-CUSTNO.
           STRING 'VULNERABLE CUSTOMER - ' DELIMITED BY SIZE
               WS-LETTER-TEXT DELIMITED BY SIZE
               INTO EXCP-MESSAGE
           END-STRING.

           CALL 'EXCPWRT' USING EXCP-AREA.

           MOVE SPACES TO OVDR-REPORT-LINE
           STRING 'ACCOUNT=' DELIMITED BY SIZE
               HV-ACC-NUMBER DELIMITED BY SIZE
               ' REFERRED TO SPECIALIST TEAM - ' DELIMITED BY SIZE
               WS-LETTER-TEXT DELIMITED BY SIZE
               INTO OVDR-REPORT-LINE
           END-STRING
           WRITE OVDR-REPORT-LINE.
       RTS999.
           EXIT.

      *----------------------------------------------------------------
       OPEN-NEW-CASE SECTION.
       ONC010.

           ADD 1 TO WS-CASES-OPENED.

           IF HV-VULN-TREATMENT = 'S'
              MOVE 'PERSISTENT OVERDRAFT CASE OPENED, NO LETTER SENT'
                 TO WS-LETTER-TEXT
              PERFORM REFER-TO-SPECIALIST
              GO TO ONC999
           END-IF.

           MOVE 'OVDP' TO WS-EVENT-TYPE.
           MOVE SPACES TO WS-LETTER-TEXT.
           STRING 'PERSISTENT OVERDRAFT REVIEW OPENED ACCOUNT '
