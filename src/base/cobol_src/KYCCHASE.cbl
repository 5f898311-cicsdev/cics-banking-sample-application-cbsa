      *              payments stay blocked throughout - that is           *
      *              KYCFUN's CHECK in the posting programs, not           *
      *              this run - so the letters are how they find           *
      *              out why. A customer with an active                    *
      *              vulnerability indicator (VULNIND) gets no chase       *
      *              letter: treatment 'P' holds the chase where it        *
      *              is, 'S' refers the stage to the specialist            *
      *              team's worklist in its place.                         *
      *                                                                     *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code         *
      *        and yyyymmdd the run date (defaults to today).               *
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE KYCDB2 END-EXEC.
           EXEC SQL INCLUDE VULNDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-CUSTNO                         PIC X(10).
       01 HV-RAISED-DATE                    PIC X(8).
       01 HV-CHASE-STAGE                    PIC S9(9) COMP.
       01 HV-VULN-TREATMENT                 PIC X.

       01 WS-NOTIFY-STATUS                  PIC XX.
          88 WS-NOTIFY-OK                   VALUE '00'.
       01 WS-EVENT-TYPE                     PIC X(4).

       01 WS-LETTERS-SENT                   PIC 9(8) VALUE 0.
       01 WS-VULNERABLE-PAUSED              PIC 9(8) VALUE 0.
       01 WS-VULNERABLE-REFERRED            PIC 9(8) VALUE 0.

      * Batch exception writer (see EXCPWRT).
       01 EXCP-AREA.
           COPY EXCPWRTA.

      * Run-control registration (see RUNCTL) - every overnight
      * program records its run and honours the sequencing rules.
           MOVE SPACES TO KYCC-REPORT-LINE
           STRING 'CHASE LETTERS QUEUED=' DELIMITED BY SIZE
               WS-LETTERS-SENT DELIMITED BY SIZE
               ' VULNERABLE - PAUSED=' DELIMITED BY SIZE
               WS-VULNERABLE-PAUSED DELIMITED BY SIZE
               ' REFERRED TO SPECIALIST TEAM=' DELIMITED BY SIZE
               WS-VULNERABLE-REFERRED DELIMITED BY SIZE
               INTO KYCC-REPORT-LINE
           END-STRING
           WRITE KYCC-REPORT-LINE.
                 GO TO COK999
           END-EVALUATE.

      *
      *    A vulnerable customer is not chased by letter. A pause
      *    leaves the stage where it was, to be chased once the
      *    indicator ends; the specialist route takes the stage.
      *
           PERFORM CHECK-VULNERABILITY.

           IF HV-VULN-TREATMENT = 'P'
              ADD 1 TO WS-VULNERABLE-PAUSED
              MOVE SPACES TO KYCC-REPORT-LINE
              STRING 'CUSTOMER=' DELIMITED BY SIZE
                  HV-CUSTNO DELIMITED BY SIZE
                  ' CHASE ' DELIMITED BY SIZE
                  WS-EVENT-TYPE DELIMITED BY SIZE
                  ' PAUSED - VULNERABLE CUSTOMER' DELIMITED BY SIZE
                  INTO KYCC-REPORT-LINE
              END-STRING
              WRITE KYCC-REPORT-LINE
              GO TO COK999
           END-IF.

           IF HV-VULN-TREATMENT = 'S'
              PERFORM REFER-TO-SPECIALIST
              GO TO COK999
           END-IF.

           PERFORM QUEUE-CHASE-LETTER.

           EXEC SQL
       COK999.
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
                     VULNIND_CUSTNO = :HV-CUSTNO AND
                     VULNIND_STATUS = 'A')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACE TO HV-VULN-TREATMENT
           END-IF.
       CVU999.
           EXIT.

      *----------------------------------------------------------------
      * The chase stage goes to the specialist team's worklist in
      * place of the letter and is recorded on the checklist as the
      * letter would have been, so the referral is made once.
      *----------------------------------------------------------------
       REFER-TO-SPECIALIST SECTION.
       RTS010.
           ADD 1 TO WS-VULNERABLE-REFERRED.

           INITIALIZE EXCP-AREA.
           MOVE 'KYCCHASE' TO EXCP-SOURCE.
           MOVE HV-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'W' TO EXCP-SEVERITY.
           MOVE SPACES TO EXCP-ACCNO.
           MOVE HV-CUSTNO TO EXCP-CUSTNO.
           STRING 'VULNERABLE CUSTOMER - KYC CHASE ' DELIMITED BY SIZE
               WS-EVENT-TYPE DELIMITED BY SIZE
               ' FOR SPECIALIST TEAM, NO LETTER SENT'
               DELIMITED BY SIZE
               INTO EXCP-MESSAGE
           END-STRING.

           CALL 'EXCPWRT' USING EXCP-AREA.

           EXEC SQL
              UPDATE KYCCHK
              SET KYCCHK_CHASE_STAGE = :HV-CHASE-STAGE
              WHERE (KYCCHK_SORTCODE = :HV-SORTCODE AND
                     KYCCHK_CUSTNO = :HV-CUSTNO)
           END-EXEC.

           MOVE SPACES TO KYCC-REPORT-LINE
           STRING 'CUSTOMER=' DELIMITED BY SIZE
               HV-CUSTNO DELIMITED BY SIZE
               ' CHASE ' DELIMITED BY SIZE
               WS-EVENT-TYPE DELIMITED BY SIZE
               ' REFERRED TO SPECIALIST TEAM - VULNERABLE CUSTOMER'
               DELIMITED BY SIZE
               INTO KYCC-REPORT-LINE
           END-STRING
           WRITE KYCC-REPORT-LINE.
       RTS999.
           EXIT.

      *----------------------------------------------------------------
      * One letter through the dispatcher, the same NOTIFYFL
      * queueing idiom RATEAPPL uses.
