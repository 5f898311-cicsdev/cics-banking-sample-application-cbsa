      *              - an open promise to pay (PROMPAY, logged            *
      *                through PRPYFUN) whose date has not passed          *
      *                suppresses the next letter;                         *
      *              - a loan under a running forbearance arrangement     *
      *                (FORBEAR, through FORBFUN) is neither lettered     *
      *                nor marked in default until it ends;               *
      *              - promises whose date has passed with arrears        *
      *                still standing are marked broken and listed        *
      *                on the day's broken-promise worklist, with an      *
      *                with a type LWO PROCTRAN row - GLPOST maps         *
      *                it to the write-off GL account overnight -         *
      *                and the master marked 'Z'.                         *
      *              - a customer with an active vulnerability            *
      *                indicator (VULNIND, through VULNFUN) is not        *
      *                sent the standard letter: treatment 'P'            *
      *                pauses the ladder, treatment 'S' refers the        *
      *                stage to the specialist team's worklist            *
      *                instead.                                           *
      *                                                                   *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code       *
      *        and yyyymmdd the run date (defaults to today).             *

           EXEC SQL INCLUDE LOANDB2 END-EXEC.
           EXEC SQL INCLUDE PRPYDB2 END-EXEC.
           EXEC SQL INCLUDE FORBDB2 END-EXEC.
           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE VULNDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-OLDEST-DUE                     PIC X(8).
       01 HV-PROMISE-DATE                   PIC X(8).
       01 HV-PROMISE-AMOUNT                 PIC S9(10)V99 COMP-3.
       01 HV-FORBEAR-END-DATE               PIC X(8).

       01 HV-VULN-TREATMENT                 PIC X.

       01 HV-LOAN-BALANCE                   PIC S9(10)V99 COMP-3.


       01 WS-LETTERS-SENT                   PIC 9(8) VALUE 0.
       01 WS-LETTERS-HELD                   PIC 9(8) VALUE 0.
       01 WS-FORBEARANCE-HELD               PIC 9(8) VALUE 0.
       01 WS-VULNERABLE-PAUSED              PIC 9(8) VALUE 0.
       01 WS-VULNERABLE-REFERRED            PIC 9(8) VALUE 0.
       01 WS-DEFAULTS-MARKED                PIC 9(8) VALUE 0.
       01 WS-WRITEOFFS-POSTED               PIC 9(8) VALUE 0.
       01 WS-PROMISES-BROKEN                PIC 9(8) VALUE 0.
       01 RUNCTL-AREA.
           COPY RUNCTLA.

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
               WS-PROMISES-BROKEN DELIMITED BY SIZE
               ' KEPT=' DELIMITED BY SIZE
               WS-PROMISES-KEPT DELIMITED BY SIZE
               ' HELD BY FORBEARANCE=' DELIMITED BY SIZE
               WS-FORBEARANCE-HELD DELIMITED BY SIZE
               INTO LOANC-REPORT-LINE
           END-STRING
           WRITE LOANC-REPORT-LINE.

           MOVE SPACES TO LOANC-REPORT-LINE
           STRING 'VULNERABLE CUSTOMERS - LETTERS PAUSED='
               DELIMITED BY SIZE
               WS-VULNERABLE-PAUSED DELIMITED BY SIZE
               ' REFERRED TO SPECIALIST TEAM=' DELIMITED BY SIZE
               WS-VULNERABLE-REFERRED DELIMITED BY SIZE
               INTO LOANC-REPORT-LINE
           END-STRING
           WRITE LOANC-REPORT-LINE.
                 WHERE M.LOANMST_SORTCODE = :HV-SORTCODE
                   AND (M.LOANMST_ARREARS_COUNT > 0
                        OR M.LOANMST_STATUS = 'W')
                   AND M.LOANMST_STATUS NOT IN ('S', 'Z', 'K')
                 ORDER BY M.LOANMST_ACCNO
           END-EXEC.

              GO TO WOL999
           END-IF.

      *
      *    Arrears counting is suspended while a forbearance
      *    arrangement runs, and so is the ladder.
      *
           EXEC SQL
              SELECT FORBEAR_END_DATE
              INTO :HV-FORBEAR-END-DATE
              FROM FORBEAR
              WHERE (FORBEAR_SORTCODE = :HV-SORTCODE AND
                     FORBEAR_ACCNO = :HV-LOAN-ACCNO AND
                     FORBEAR_STATUS = 'A' AND
                     FORBEAR_START_DATE <= :HV-RUN-DATE AND
                     FORBEAR_END_DATE >= :HV-RUN-DATE)
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 0
              ADD 1 TO WS-FORBEARANCE-HELD
              MOVE SPACES TO LOANC-REPORT-LINE
              STRING 'LOAN=' DELIMITED BY SIZE
                  HV-LOAN-ACCNO DELIMITED BY SIZE
                  ' HELD - FORBEARANCE TO ' DELIMITED BY SIZE
                  HV-FORBEAR-END-DATE DELIMITED BY SIZE
                  INTO LOANC-REPORT-LINE
              END-STRING
              WRITE LOANC-REPORT-LINE
              GO TO WOL999
           END-IF.

           PERFORM CHECK-FOR-DEFAULT.

           IF HV-ARREARS-STATUS = '4'
              GO TO WOL999
           END-IF.

      *
      *    A vulnerable customer gets no standard letter: the ladder
      *    waits while the indicator pauses it, or the stage goes to
      *    the specialist team instead.
      *
           PERFORM CHECK-VULNERABILITY.

           IF HV-VULN-TREATMENT = 'P'
              ADD 1 TO WS-VULNERABLE-PAUSED
              MOVE SPACES TO LOANC-REPORT-LINE
              STRING 'LOAN=' DELIMITED BY SIZE
                  HV-LOAN-ACCNO DELIMITED BY SIZE
                  ' LETTER PAUSED - VULNERABLE CUSTOMER'
                  DELIMITED BY SIZE
                  INTO LOANC-REPORT-LINE
              END-STRING
              WRITE LOANC-REPORT-LINE
              GO TO WOL999
           END-IF.

           IF HV-VULN-TREATMENT = 'S'
              PERFORM REFER-TO-SPECIALIST
              GO TO WOL999
           END-IF.

           PERFORM QUEUE-REMINDER-LETTER.
       WOL999.
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
                     VULNIND_CUSTNO = :HV-CUST-NO AND
                     VULNIND_STATUS = 'A')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACE TO HV-VULN-TREATMENT
           END-IF.
       CVU999.
           EXIT.

      *----------------------------------------------------------------
      * The stage goes to the specialist team's worklist in place
      * of the letter, and is remembered as the letter would have
      * been so the referral is made once per stage.
      *----------------------------------------------------------------
       REFER-TO-SPECIALIST SECTION.
       RTS010.
           ADD 1 TO WS-VULNERABLE-REFERRED.

           INITIALIZE EXCP-AREA.
           MOVE 'LOANCOLL' TO EXCP-SOURCE.
           MOVE HV-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'W' TO EXCP-SEVERITY.
           MOVE HV-LOAN-ACCNO TO EXCP-ACCNO.
           MOVE HV-CUST-NO TO EXCP-CUSTNO.
           STRING 'VULNERABLE CUSTOMER - ARREARS STAGE '
               DELIMITED BY SIZE
               WS-LETTER-STAGE DELIMITED BY SIZE
               ' FOR SPECIALIST TEAM, NO LETTER SENT'
               DELIMITED BY SIZE
               INTO EXCP-MESSAGE
           END-STRING.

           CALL 'EXCPWRT' USING EXCP-AREA.

           MOVE WS-LETTER-STAGE TO HV-LAST-LETTER.

           EXEC SQL
              UPDATE LOANMST
              SET LOANMST_LAST_LETTER = :HV-LAST-LETTER
              WHERE (LOANMST_SORTCODE = :HV-SORTCODE AND
                     LOANMST_ACCNO = :HV-LOAN-ACCNO)
           END-EXEC.

           MOVE SPACES TO LOANC-REPORT-LINE
           STRING 'LOAN=' DELIMITED BY SIZE
               HV-LOAN-ACCNO DELIMITED BY SIZE
               ' STAGE ' DELIMITED BY SIZE
               WS-LETTER-STAGE DELIMITED BY SIZE
               ' REFERRED TO SPECIALIST TEAM - VULNERABLE CUSTOMER'
               DELIMITED BY SIZE
               INTO LOANC-REPORT-LINE
           END-STRING
           WRITE LOANC-REPORT-LINE.
       RTS999.
           EXIT.

      *----------------------------------------------------------------
      * 90 days past the oldest unpaid installment is default -
      * marked once, raised severity E, and the ladder stops
                  :HV-PROCTRAN-AMOUNT)
           END-EXEC.

           IF SQLCODE = 0
              INITIALIZE EVNT-AREA
              SET EVNT-POSTING TO TRUE
              MOVE HV-SORTCODE TO EVNT-SORTCODE
              MOVE HV-LOAN-ACCNO TO EVNT-ACCNO
              MOVE HV-PROCTRAN-DATE TO EVNT-PROC-DATE
              MOVE HV-PROCTRAN-TIME TO EVNT-PROC-TIME
              MOVE HV-PROCTRAN-REF TO EVNT-REF
              MOVE HV-PROCTRAN-TYPE TO EVNT-TYPE
              MOVE HV-PROCTRAN-DESC TO EVNT-DESC
              MOVE HV-PROCTRAN-AMOUNT TO EVNT-AMOUNT
              PERFORM WRITE-BUSINESS-EVENT
           END-IF.

           EXEC SQL
              UPDATE LOANSCHD
              SET LOANSCHD_STATUS = 'C'
           CALL 'EXCPWRT' USING EXCP-AREA.
       SOP999.
           EXIT.

      *----------------------------------------------------------------
      * The change just posted, as a business event in the same unit
      * of work (see EVNTWRT). A failure to record it comes back in
      * SQLCODE, so it is handled exactly as a failed PROCTRAN insert.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           MOVE 'LOANCOLL' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
