      *              written to FEEADVC with a collection date        *
      *              fourteen days out and a customer-facing line on  *
      *              the FEEADV pre-advice extract, exactly as the    *
      *              regulator requires. A fee on an account whose    *
      *              holder has an active vulnerability indicator      *
      *              (VULNIND) is booked referred instead - no        *
      *              pre-advice and no collection - and put on the    *
      *              specialist team's worklist.                      *
      *                                                                *
      *              Collection: every FEEADVC row still advised      *
      *              whose collection date has arrived is posted as   *
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE TRFDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE VULNDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-TARIFF-DESC                    PIC X(30).

       01 HV-ACC-NUMBER                     PIC X(8).
       01 HV-ACC-CUST-NO                    PIC X(10).
       01 HV-VULN-TREATMENT                 PIC X.
       01 HV-EVENT-COUNT                    PIC S9(9) COMP.
       01 HV-EVENT-VALUE                    PIC S9(12)V99 COMP-3.
       01 HV-TRIGGER-TYPE                   PIC X(3).
       01 HV-FEEADVC-ACCNO                  PIC X(8).
       01 HV-FEEADVC-FEE-CODE               PIC X(4).
       01 HV-FEEADVC-AMOUNT                 PIC S9(10)V99 COMP-3.
       01 HV-FEEADVC-STATUS                 PIC X.
       01 HV-COLLECT-DATE                   PIC X(8).
       01 WS-COLLECT-NUM REDEFINES HV-COLLECT-DATE PIC 9(8).

       01 WS-FEES-COLLECTED                 PIC 9(8) VALUE 0.
       01 WS-VALUE-ADVISED                  PIC S9(12)V99 VALUE 0.
       01 WS-VALUE-COLLECTED                PIC S9(12)V99 VALUE 0.
       01 WS-FEES-REFERRED                  PIC 9(8) VALUE 0.
       01 WS-VALUE-REFERRED                 PIC S9(12)V99 VALUE 0.

      * Fee-income summary accumulators per fee code.
       01 WS-INCOME-TABLE.
       01 WS-PRINT-AMOUNT                   PIC +9(10).99.
       01 WS-PRINT-TOTAL                    PIC +9(12).99.

      * Batch exception writer (see EXCPWRT).
       01 EXCP-AREA.
           COPY EXCPWRTA.

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
           END-STRING
           WRITE FEE-REPORT-LINE.

           MOVE WS-VALUE-REFERRED TO WS-PRINT-TOTAL.
           MOVE SPACES TO FEE-REPORT-LINE
           STRING 'FEES REFERRED (VULNERABLE CUSTOMER)='
               DELIMITED BY SIZE
               WS-FEES-REFERRED DELIMITED BY SIZE
               ' VALUE=' DELIMITED BY SIZE
               WS-PRINT-TOTAL DELIMITED BY SIZE
               INTO FEE-REPORT-LINE
           END-STRING
           WRITE FEE-REPORT-LINE.

           MOVE WS-VALUE-COLLECTED TO WS-PRINT-TOTAL.
           MOVE SPACES TO FEE-REPORT-LINE
           STRING 'FEES COLLECTED=' DELIMITED BY SIZE

      *----------------------------------------------------------------
      * Pass 1: every tariff row against every account of its type.
      * Late-payment ('L') rows are event-driven - CCCOLL advises
      * them on the day a card's minimum payment is missed - so
      * they take no part in the monthly assessment.
      *----------------------------------------------------------------
       ASSESS-TARIFF SECTION.
       AT010.
                        TARIFF_TRIGGER, TARIFF_AMOUNT, TARIFF_PCT,
                        TARIFF_DESC
                 FROM TARIFF
                 WHERE TARIFF_TRIGGER NOT = 'L'
                 ORDER BY TARIFF_FEE_CODE
           END-EXEC.


           EXEC SQL
              DECLARE TRFACC_CSR CURSOR FOR
                 SELECT ACCOUNT_NUMBER, ACCOUNT_CUSTOMER_NUMBER
                 FROM ACCOUNT
                 WHERE ACCOUNT_SORTCODE = :HV-SORTCODE
                   AND ACCOUNT_TYPE = :HV-TARIFF-ACC-TYPE
       FNTA010.
           EXEC SQL
              FETCH TRFACC_CSR
              INTO :HV-ACC-NUMBER, :HV-ACC-CUST-NO
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO AOA999
           END-IF.

      *
      *    Any active vulnerability indicator, whatever its
      *    treatment, refers the fee rather than charging it.
      *
           PERFORM CHECK-VULNERABILITY.

           IF HV-VULN-TREATMENT = SPACE
              MOVE 'A' TO HV-FEEADVC-STATUS
           ELSE
              MOVE 'V' TO HV-FEEADVC-STATUS
           END-IF.

           PERFORM WRITE-FEE-ADVICE.
       AOA999.
           EXIT.
              VALUES
                 (:HV-FEEADVC-ID, :HV-SORTCODE, :HV-ACC-NUMBER,
                  :HV-TARIFF-FEE-CODE, :HV-FEEADVC-AMOUNT,
                  :HV-RUN-DATE, :HV-COLLECT-DATE,
                  :HV-FEEADVC-STATUS)
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO WFA999
           END-IF.

           IF HV-FEEADVC-STATUS = 'V'
              PERFORM REFER-TO-SPECIALIST
              GO TO WFA999
           END-IF.

           ADD 1 TO WS-FEES-ADVISED.
           ADD WS-FEE-AMOUNT TO WS-VALUE-ADVISED.

       WFA999.
           EXIT.

      *----------------------------------------------------------------
      * The treatment of the account holder's active vulnerability
      * indicators, space when there are none.
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
      * A referred fee: no pre-advice goes to the customer; the
      * specialist team sees it on the worklist and decides whether
      * it is waived.
      *----------------------------------------------------------------
       REFER-TO-SPECIALIST SECTION.
       RTS010.
           ADD 1 TO WS-FEES-REFERRED.
           ADD WS-FEE-AMOUNT TO WS-VALUE-REFERRED.

           MOVE WS-FEE-AMOUNT TO WS-PRINT-AMOUNT.

           INITIALIZE EXCP-AREA.
           MOVE 'FEEASSES' TO EXCP-SOURCE.
           MOVE HV-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'W' TO EXCP-SEVERITY.
           MOVE HV-ACC-NUMBER TO EXCP-ACCNO.
           MOVE HV-ACC-CUST-NO TO EXCP-CUSTNO.
           STRING 'VULNERABLE CUSTOMER - FEE ' DELIMITED BY SIZE
               HV-TARIFF-FEE-CODE DELIMITED BY SIZE
               ' OF ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' REFERRED, NOT CHARGED' DELIMITED BY SIZE
               INTO EXCP-MESSAGE
           END-STRING.

           CALL 'EXCPWRT' USING EXCP-AREA.

           MOVE SPACES TO FEE-REPORT-LINE
           STRING 'ACCOUNT=' DELIMITED BY SIZE
               HV-ACC-NUMBER DELIMITED BY SIZE
               ' FEE ' DELIMITED BY SIZE
               HV-TARIFF-FEE-CODE DELIMITED BY SIZE
               ' OF ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' REFERRED TO SPECIALIST TEAM - VULNERABLE CUSTOMER'
               DELIMITED BY SIZE
               INTO FEE-REPORT-LINE
           END-STRING
           WRITE FEE-REPORT-LINE.
       RTS999.
           EXIT.

      *----------------------------------------------------------------
      * Pass 2: collect every advised fee whose fourteen days are
      * up, as a PROCTRAN row of type FEE.
                  :HV-PROCTRAN-AMOUNT)
           END-EXEC.

           IF SQLCODE = 0
              INITIALIZE EVNT-AREA
              SET EVNT-POSTING TO TRUE
              MOVE HV-SORTCODE TO EVNT-SORTCODE
              MOVE HV-FEEADVC-ACCNO TO EVNT-ACCNO
              MOVE HV-PROCTRAN-DATE TO EVNT-PROC-DATE
              MOVE HV-PROCTRAN-TIME TO EVNT-PROC-TIME
              MOVE HV-PROCTRAN-REF TO EVNT-REF
              MOVE HV-PROCTRAN-TYPE TO EVNT-TYPE
              MOVE HV-PROCTRAN-DESC TO EVNT-DESC
              MOVE HV-PROCTRAN-AMOUNT TO EVNT-AMOUNT
              PERFORM WRITE-BUSINESS-EVENT
           END-IF.

           EXEC SQL
              UPDATE FEEADVC
              SET FEEADVC_STATUS = 'C'
           END-IF.
       ANFI999.
           EXIT.

      *----------------------------------------------------------------
      * The change just posted, as a business event in the same unit
      * of work (see EVNTWRT). A failure to record it comes back in
      * SQLCODE, so it is handled exactly as a failed PROCTRAN insert.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           MOVE 'FEEASSES' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
