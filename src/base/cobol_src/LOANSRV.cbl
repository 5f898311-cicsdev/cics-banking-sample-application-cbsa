      *              outstanding balance (held negative on ACCOUNT,    *
      *              the way BANKDATA creates loans) becomes the        *
      *              principal, the account's own rate is fixed for     *
      *              the life of the loan, the term is the one the      *
      *              customer applied for when the loan was drawn       *
      *              down from a LAPPFUN offer, otherwise the           *
      *              CONTROL value LOAN-TERM-MONTHS (default 60),       *
      *              the monthly installment is computed by the         *
      *              standard amortization formula, and a full          *
      *              marks the row in arrears and escalates the         *
      *              master's arrears status ('1' first letter, '2'     *
      *              final letter, '3' passed to collections).          *
      *              While an approved forbearance arrangement          *
      *              (FORBEAR) is running, a missed installment is      *
      *              still marked in arrears but does not count         *
      *              towards the master's position.                     *
      *                                                                 *
      *              Pass 3 (arrears report): every loan with a         *
      *              non-zero arrears position is listed for the        *
           EXEC SQL INCLUDE LOANDB2 END-EXEC.
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE LAPPDB2 END-EXEC.
           EXEC SQL INCLUDE FORBDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
             VALUE 'LOAN-TERM-MONTHS'.
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.

       01 HV-LOANAPP-TERM-MONTHS            PIC S9(9) COMP.
       01 HV-FORBEAR-COUNT                  PIC S9(9) COMP.

       01 HV-PROCTRAN-EYECATCHER            PIC X(4) VALUE 'PRTR'.
       01 HV-PROCTRAN-ACC                   PIC X(8).
       01 HV-PROCTRAN-DATE                  PIC X(10).
       01 WS-ARRS-EOF-SW                    PIC X VALUE 'N'.
          88 WS-ARRS-EOF                    VALUE 'Y'.

       01 WS-DEFAULT-TERM                   PIC S9(9) COMP VALUE 60.
       01 WS-TERM-MONTHS                    PIC S9(9) COMP VALUE 60.
       01 WS-MONTHLY-RATE                   PIC S9V9(9) COMP-3.
       01 WS-COMPOUND-FACTOR                PIC S9(7)V9(9) COMP-3.
       01 WS-PRINT-AMOUNT                   PIC +9(10).99.
       01 WS-PRINT-COUNT                    PIC 9(3).

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-DEFAULT-TERM
           END-IF.
       GLT999.
           EXIT.
              GO TO SOL999
           END-IF.

      *
      *    A loan drawn down from an accepted application runs over
      *    the term the customer applied for.
      *
           MOVE WS-DEFAULT-TERM TO WS-TERM-MONTHS.

           EXEC SQL
              SELECT LOANAPP_TERM_MONTHS
              INTO :HV-LOANAPP-TERM-MONTHS
              FROM LOANAPP
              WHERE LOANAPP_SORTCODE = :HV-SORTCODE
                AND LOANAPP_LOAN_ACCNO = :HV-ACC-NUMBER
                AND LOANAPP_STATUS = 'C'
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 0 AND HV-LOANAPP-TERM-MONTHS > 0
              MOVE HV-LOANAPP-TERM-MONTHS TO WS-TERM-MONTHS
           END-IF.

           IF HV-ACC-RATE = 0
              COMPUTE WS-INSTALLMENT ROUNDED =
                 WS-OUTSTANDING / WS-TERM-MONTHS
      * A missed installment: the schedule row goes to arrears and
      * the master's position escalates - one miss is a first
      * letter, two a final letter, three or more goes to the
      * collections team. Under a running forbearance arrangement
      * the miss is recorded but the position does not move.
      *----------------------------------------------------------------
       MARK-INSTALLMENT-MISSED SECTION.
       MIM010.
                     LOANSCHD_INST_NO = :HV-LOANSCHD-INST-NO)
           END-EXEC.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-FORBEAR-COUNT
              FROM FORBEAR
              WHERE (FORBEAR_SORTCODE = :HV-SORTCODE AND
                     FORBEAR_ACCNO = :HV-ACC-NUMBER AND
                     FORBEAR_STATUS = 'A' AND
                     FORBEAR_START_DATE <= :HV-RUN-DATE AND
                     FORBEAR_END_DATE >= :HV-RUN-DATE)
           END-EXEC.

           IF SQLCODE = 0 AND HV-FORBEAR-COUNT > 0
              MOVE HV-LOANSCHD-TOTAL TO WS-PRINT-AMOUNT
              MOVE SPACES TO LOAN-REPORT-LINE
              STRING 'MISSED LOAN=' DELIMITED BY SIZE
                  HV-ACC-NUMBER DELIMITED BY SIZE
                  ' INSTALLMENT=' DELIMITED BY SIZE
                  WS-PRINT-AMOUNT DELIMITED BY SIZE
                  ' UNDER FORBEARANCE - NOT COUNTED'
                  DELIMITED BY SIZE
                  INTO LOAN-REPORT-LINE
              END-STRING
              WRITE LOAN-REPORT-LINE
              GO TO MIM999
           END-IF.

           COMPUTE HV-LOANMST-ARREARS-COUNT =
              HV-LOANMST-ARREARS-COUNT + 1.

                  :HV-PROCTRAN-AMOUNT)
           END-EXEC.

           IF SQLCODE = 0
              INITIALIZE EVNT-AREA
              SET EVNT-POSTING TO TRUE
              MOVE HV-SORTCODE TO EVNT-SORTCODE
              MOVE HV-PROCTRAN-ACC TO EVNT-ACCNO
              MOVE HV-PROCTRAN-DATE TO EVNT-PROC-DATE
              MOVE HV-PROCTRAN-TIME TO EVNT-PROC-TIME
              MOVE HV-PROCTRAN-REF TO EVNT-REF
              MOVE HV-PROCTRAN-TYPE TO EVNT-TYPE
              MOVE HV-PROCTRAN-DESC TO EVNT-DESC
              MOVE HV-PROCTRAN-AMOUNT TO EVNT-AMOUNT
              PERFORM WRITE-BUSINESS-EVENT
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SPACES TO LOAN-REPORT-LINE
              STRING 'PROCTRAN WRITE FAILED FOR ACCOUNT '
           END-IF.
       WTP999.
           EXIT.

      *----------------------------------------------------------------
      * The change just posted, as a business event in the same unit
      * of work (see EVNTWRT). A failure to record it comes back in
      * SQLCODE, so it is handled exactly as a failed PROCTRAN insert.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           MOVE 'LOANSRV' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
