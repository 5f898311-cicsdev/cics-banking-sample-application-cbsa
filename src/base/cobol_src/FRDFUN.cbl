      *              parks on XFRSETL exactly as XFRFUN would               *
      *              have), 'X' rejects it, either way under the            *
      *              signed-on operator's id for the audit.                 *
      *              The takeover rule follows the usual order of an        *
      *              account takeover - static data changed, PIN reset,     *
      *              new payee, large transfer - and holds the payment      *
      *              for call-back with the event chain on the EXCPTION     *
      *              worklist; TAKEOVER runs the first two steps for        *
      *              PAYEFUN as the payee is added.                         *
      *                                                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE XFRSETL END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE CUSTHIST END-EXEC.
           EXEC SQL INCLUDE CNTHDB2 END-EXEC.
           EXEC SQL INCLUDE EXCPDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-PROCTRAN-ACC                   PIC X(8).
       01 HV-PROCTRAN-SORT                  PIC X(6).

       01 HV-EXCPTION-ID                    PIC S9(9) COMP.
       01 HV-EXCP-SEVERITY                  PIC X.
       01 HV-EXCP-ACCNO                     PIC X(8).
       01 HV-EXCP-DATE                      PIC X(8).
       01 HV-EXCP-MESSAGE                   PIC X(80).

      * Takeover chain - each step's date as held (DD.MM.YYYY or
      * DD/MM/YYYY) and as a day number for the ordering.
       01 HV-CHANGE-KIND                    PIC X(4).
       01 HV-CHANGE-DATE                    PIC X(10).
       01 WS-CHAIN-CHANGE-KIND              PIC X(4).
       01 WS-CHAIN-CHANGE-DATE              PIC X(10).
       01 WS-CHAIN-CHANGE-INTEGER           PIC S9(9) COMP.
       01 WS-CHAIN-PIN-DATE                 PIC X(10).
       01 WS-CHAIN-PIN-INTEGER              PIC S9(9) COMP.
       01 WS-CHAIN-PAYEE-DATE               PIC X(10).
       01 WS-LEAD-UP-SW                     PIC X.
          88 WS-LEAD-UP-FOUND               VALUE 'Y'.
       01 WS-EVENT-DATE                     PIC X(10).
       01 WS-EVENT-YMD                      PIC X(8).
       01 WS-EVENT-YMD-NUM REDEFINES WS-EVENT-YMD PIC 9(8).
       01 WS-EVENT-INTEGER                  PIC S9(9) COMP.
       01 WS-EVENT-AGE                      PIC S9(9) COMP.
       01 WS-PRINT-AMOUNT                   PIC Z(9)9.99.

       01 WS-CRED-AREA.
           COPY CREDFL.

       01 WS-PAYEE-AREA.
           COPY PAYEE.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY FRDFUN.
                 PERFORM BROWSE-HELD-ITEMS
              WHEN FRDFUN-DECIDE
                 PERFORM DECIDE-HELD-ITEM
              WHEN FRDFUN-TAKEOVER
                 PERFORM CHECK-PAYEE-TAKEOVER
              WHEN OTHER
                 MOVE 'N' TO FRDFUN-SUCCESS
                 MOVE '9' TO FRDFUN-FAIL-CODE

           IF WS-RULE-TRIPPED
              PERFORM HOLD-THE-PAYMENT
              IF FRDFUN-HELD AND HV-RULE-TYPE = 'ATO'
                 PERFORM RAISE-TAKEOVER-EXCEPTION
              END-IF
           END-IF.
       STP999.
           EXIT.
                 PERFORM CHECK-OUT-OF-PATTERN
              WHEN 'NEW'
                 PERFORM CHECK-NEW-PAYEE-COOLING
              WHEN 'ATO'
                 PERFORM CHECK-ACCOUNT-TAKEOVER
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       SOP999.
           EXIT.

      *----------------------------------------------------------------
      * The takeover rule: a sizeable payment to a payee added
      * after the customer's static data was changed and their PIN
      * then reset, all inside the rule's window. Each step on its
      * own is routine; it is the order that gives it away.
      *----------------------------------------------------------------
       CHECK-ACCOUNT-TAKEOVER SECTION.
       CAT010.
           IF FRDFUN-TARGET-ACCNO = SPACES
              OR FRDFUN-TARGET-ACCNO = LOW-VALUES
              GO TO CAT999
           END-IF.

           IF HV-AMOUNT <= HV-THRESHOLD
              GO TO CAT999
           END-IF.

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER
              INTO :HV-ACC-CUST-NO
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-ACCNO)
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO CAT999
           END-IF.

           PERFORM FIND-TAKEOVER-LEAD-UP.

           IF NOT WS-LEAD-UP-FOUND
              GO TO CAT999
           END-IF.

           MOVE HV-SORTCODE TO WS-PAYEE-KEY-SORTCODE.
           MOVE HV-ACC-CUST-NO TO WS-PAYEE-KEY-CUSTNO.
           MOVE 0 TO WS-PAYEE-KEY-SEQ.

           EXEC CICS STARTBR
              FILE('PAYEE')
              RIDFLD(WS-PAYEE-KEY)
              GTEQ
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              GO TO CAT999
           END-IF.

           MOVE 'Y' TO WS-BROWSING-SW.
           PERFORM SCAN-TAKEOVER-PAYEE
              UNTIL NOT WS-STILL-BROWSING OR WS-RULE-TRIPPED.

           EXEC CICS ENDBR
              FILE('PAYEE')
              RESP(WS-CICS-RESP)
           END-EXEC.
       CAT999.
           EXIT.

      *----------------------------------------------------------------
      * The payee for this target must have been added inside the
      * window and no earlier than the PIN reset.
      *----------------------------------------------------------------
       SCAN-TAKEOVER-PAYEE SECTION.
       STK010.
           EXEC CICS READNEXT
              FILE('PAYEE')
              INTO(WS-PAYEE-AREA)
              RIDFLD(WS-PAYEE-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'N' TO WS-BROWSING-SW
              GO TO STK999
           END-IF.

           IF PAYEE-SORTCODE NOT = WS-PAYEE-KEY-SORTCODE OR
              PAYEE-CUSTNO NOT = WS-PAYEE-KEY-CUSTNO
              MOVE 'N' TO WS-BROWSING-SW
              GO TO STK999
           END-IF.

           IF PAYEE-TARGET-SORTCODE NOT = FRDFUN-TARGET-SORTCODE
              OR PAYEE-TARGET-ACCNO NOT = FRDFUN-TARGET-ACCNO
              GO TO STK999
           END-IF.

           MOVE PAYEE-CREATED-DATE TO WS-EVENT-DATE.
           PERFORM AGE-ONE-EVENT.

           IF WS-EVENT-INTEGER = 0
              OR WS-EVENT-AGE < 0
              OR WS-EVENT-AGE > HV-WINDOW-UNITS
              OR WS-EVENT-INTEGER < WS-CHAIN-PIN-INTEGER
              GO TO STK999
           END-IF.

           MOVE PAYEE-CREATED-DATE TO WS-CHAIN-PAYEE-DATE.
           MOVE 'Y' TO WS-TRIPPED-SW.
       STK999.
           EXIT.

      *----------------------------------------------------------------
      * TAKEOVER, from PAYEFUN as a payee is added: the payee is
      * today's step, so only the two before it are looked for,
      * under the window of the first active ATO rule. No active
      * rule, no check.
      *----------------------------------------------------------------
       CHECK-PAYEE-TAKEOVER SECTION.
       CPT010.
           MOVE 'P' TO FRDFUN-VERDICT.
           MOVE 0 TO FRDFUN-RULE-ID.
           MOVE 0 TO FRDFUN-HOLD-ID.

           MOVE FRDFUN-SORTCODE TO HV-SORTCODE.
           MOVE FRDFUN-CUSTNO TO HV-ACC-CUST-NO.
           MOVE SPACES TO HV-ACCNO.
           MOVE 0 TO HV-AMOUNT.

           EXEC SQL
              SELECT FRAUDRUL_RULE_ID,
                     COALESCE(FRAUDRUL_WINDOW_UNITS, 0)
              INTO :HV-RULE-ID, :HV-WINDOW-UNITS
              FROM FRAUDRUL
              WHERE FRAUDRUL_RULE_ID =
                    (SELECT MIN(FRAUDRUL_RULE_ID)
                     FROM FRAUDRUL
                     WHERE FRAUDRUL_RULE_TYPE = 'ATO'
                       AND FRAUDRUL_STATUS = 'A')
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO CPT999
           END-IF.

           PERFORM FIND-TAKEOVER-LEAD-UP.

           IF NOT WS-LEAD-UP-FOUND
              GO TO CPT999
           END-IF.

           MOVE WS-ORIG-DATE TO WS-CHAIN-PAYEE-DATE.
           MOVE 'H' TO FRDFUN-VERDICT.
           MOVE HV-RULE-ID TO FRDFUN-RULE-ID.

           PERFORM RAISE-TAKEOVER-EXCEPTION.
       CPT999.
           EXIT.

      *----------------------------------------------------------------
      * The first two steps of the chain for HV-ACC-CUST-NO: the
      * earliest static-data change inside the window - name or
      * address on CUSTHIST, phone or email on CONTHIST - and a
      * PIN set on CREDFL on or after it, also inside the window.
      *----------------------------------------------------------------
       FIND-TAKEOVER-LEAD-UP SECTION.
       FTL010.
           MOVE 'N' TO WS-LEAD-UP-SW.
           MOVE SPACES TO WS-CHAIN-CHANGE-KIND WS-CHAIN-CHANGE-DATE
                          WS-CHAIN-PIN-DATE WS-CHAIN-PAYEE-DATE.
           MOVE 0 TO WS-CHAIN-CHANGE-INTEGER WS-CHAIN-PIN-INTEGER.

           MOVE WS-ORIG-DATE-YYYY TO WS-TODAY-YMD(1:4).
           MOVE WS-ORIG-DATE-MM TO WS-TODAY-YMD(5:2).
           MOVE WS-ORIG-DATE-DD TO WS-TODAY-YMD(7:2).
           COMPUTE WS-NOW-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).

           EXEC SQL
              DECLARE TKOV_CSR CURSOR FOR
                 SELECT 'ADDR', CUSTHIST_CHANGE_DATE
                 FROM CUSTHIST
                 WHERE CUSTHIST_SORTCODE = :HV-SORTCODE
                   AND CUSTHIST_NUMBER = :HV-ACC-CUST-NO
                 UNION ALL
                 SELECT 'CONT', CONTHIST_CHANGE_DATE
                 FROM CONTHIST
                 WHERE CONTHIST_SORTCODE = :HV-SORTCODE
                   AND CONTHIST_CUSTNO = :HV-ACC-CUST-NO
           END-EXEC.

           EXEC SQL OPEN TKOV_CSR END-EXEC.

           IF SQLCODE NOT = 0
              GO TO FTL999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-ONE-CHANGE
              UNTIL WS-EOF.

           EXEC SQL CLOSE TKOV_CSR END-EXEC.

           IF WS-CHAIN-CHANGE-INTEGER = 0
              GO TO FTL999
           END-IF.

           INITIALIZE WS-CRED-AREA.
           MOVE HV-SORTCODE TO CRED-SORTCODE.
           MOVE HV-ACC-CUST-NO TO CRED-CUSTOMER-NUMBER.

           EXEC CICS READ
              FILE('CREDFL')
              INTO(WS-CRED-AREA)
              RIDFLD(CRED-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              GO TO FTL999
           END-IF.

           MOVE CRED-PIN-SET-DATE TO WS-EVENT-DATE.
           PERFORM AGE-ONE-EVENT.

           IF WS-EVENT-INTEGER = 0
              OR WS-EVENT-AGE < 0
              OR WS-EVENT-AGE > HV-WINDOW-UNITS
              OR WS-EVENT-INTEGER < WS-CHAIN-CHANGE-INTEGER
              GO TO FTL999
           END-IF.

           MOVE CRED-PIN-SET-DATE TO WS-CHAIN-PIN-DATE.
           MOVE WS-EVENT-INTEGER TO WS-CHAIN-PIN-INTEGER.
           MOVE 'Y' TO WS-LEAD-UP-SW.
       FTL999.
           EXIT.

       FETCH-ONE-CHANGE SECTION.
       FOC010.
           EXEC SQL
              FETCH TKOV_CSR
              INTO :HV-CHANGE-KIND, :HV-CHANGE-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
              GO TO FOC999
           END-IF.

           MOVE HV-CHANGE-DATE TO WS-EVENT-DATE.
           PERFORM AGE-ONE-EVENT.

           IF WS-EVENT-INTEGER = 0
              OR WS-EVENT-AGE < 0
              OR WS-EVENT-AGE > HV-WINDOW-UNITS
              GO TO FOC999
           END-IF.

           IF WS-CHAIN-CHANGE-INTEGER = 0
              OR WS-EVENT-INTEGER < WS-CHAIN-CHANGE-INTEGER
              MOVE WS-EVENT-INTEGER TO WS-CHAIN-CHANGE-INTEGER
              MOVE HV-CHANGE-KIND TO WS-CHAIN-CHANGE-KIND
              MOVE HV-CHANGE-DATE TO WS-CHAIN-CHANGE-DATE
           END-IF.
       FOC999.
           EXIT.

      *----------------------------------------------------------------
      * Day number and age in days of WS-EVENT-DATE, held DD.MM.YYYY
      * or DD/MM/YYYY depending on which program stamped it. A date
      * that will not parse comes back as day zero.
      *----------------------------------------------------------------
       AGE-ONE-EVENT SECTION.
       AOE010.
           MOVE 0 TO WS-EVENT-INTEGER WS-EVENT-AGE.

           MOVE WS-EVENT-DATE(7:4) TO WS-EVENT-YMD(1:4).
           MOVE WS-EVENT-DATE(4:2) TO WS-EVENT-YMD(5:2).
           MOVE WS-EVENT-DATE(1:2) TO WS-EVENT-YMD(7:2).

           IF WS-EVENT-YMD NOT NUMERIC
              GO TO AOE999
           END-IF.

           COMPUTE WS-EVENT-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-EVENT-YMD-NUM).
           COMPUTE WS-EVENT-AGE = WS-NOW-INTEGER - WS-EVENT-INTEGER.
       AOE999.
           EXIT.

      *----------------------------------------------------------------
      * The event chain onto the EXCPTION worklist for the call-back
      * team - an error for a held payment, a warning for a payee
      * added on the back of the first two steps. The id comes off
      * the shared counter EXCPWRT uses.
      *----------------------------------------------------------------
       RAISE-TAKEOVER-EXCEPTION SECTION.
       RTE010.
           MOVE SPACES TO HV-EXCP-MESSAGE.

           IF FRDFUN-TAKEOVER
              MOVE 'W' TO HV-EXCP-SEVERITY
              MOVE SPACES TO HV-EXCP-ACCNO
              STRING 'TAKEOVER CHAIN ' DELIMITED BY SIZE
                  WS-CHAIN-CHANGE-KIND DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CHAIN-CHANGE-DATE DELIMITED BY SIZE
                  ' PIN ' DELIMITED BY SIZE
                  WS-CHAIN-PIN-DATE DELIMITED BY SIZE
                  ' NEW PAYEE ' DELIMITED BY SIZE
                  FRDFUN-TARGET-SORTCODE DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  FRDFUN-TARGET-ACCNO DELIMITED BY SIZE
                  INTO HV-EXCP-MESSAGE
              END-STRING
           ELSE
              MOVE 'E' TO HV-EXCP-SEVERITY
              MOVE HV-ACCNO TO HV-EXCP-ACCNO
              MOVE HV-AMOUNT TO WS-PRINT-AMOUNT
              STRING 'TAKEOVER CHAIN ' DELIMITED BY SIZE
                  WS-CHAIN-CHANGE-KIND DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CHAIN-CHANGE-DATE DELIMITED BY SIZE
                  ' PIN ' DELIMITED BY SIZE
                  WS-CHAIN-PIN-DATE DELIMITED BY SIZE
                  ' PAYEE ' DELIMITED BY SIZE
                  WS-CHAIN-PAYEE-DATE DELIMITED BY SIZE
                  ' PAY' DELIMITED BY SIZE
                  WS-PRINT-AMOUNT DELIMITED BY SIZE
                  INTO HV-EXCP-MESSAGE
              END-STRING
           END-IF.

           MOVE 'EXCPTION-LAST-ID' TO HV-CONTROL-NAME.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO HV-CONTROL-VALUE-NUM
                 EXEC SQL
                    UPDATE CONTROL
                    SET CONTROL_VALUE_NUM = :HV-CONTROL-VALUE-NUM
                    WHERE CONTROL_NAME = :HV-CONTROL-NAME
                 END-EXEC
              WHEN 100
                 MOVE 1 TO HV-CONTROL-VALUE-NUM
                 EXEC SQL
                    INSERT INTO CONTROL
                           (CONTROL_NAME, CONTROL_VALUE_NUM,
                            CONTROL_VALUE_STR)
                    VALUES (:HV-CONTROL-NAME,
                            :HV-CONTROL-VALUE-NUM, ' ')
                 END-EXEC
              WHEN OTHER
                 GO TO RTE999
           END-EVALUATE.

           MOVE HV-CONTROL-VALUE-NUM TO HV-EXCPTION-ID.
           MOVE WS-TODAY-YMD TO HV-EXCP-DATE.

           EXEC SQL
              INSERT INTO EXCPTION
                 (EXCPTION_ID, EXCPTION_SORTCODE, EXCPTION_SOURCE,
                  EXCPTION_BUSINESS_DATE, EXCPTION_SEVERITY,
                  EXCPTION_ACCNO, EXCPTION_CUSTNO,
                  EXCPTION_MESSAGE, EXCPTION_STATUS)
              VALUES
                 (:HV-EXCPTION-ID, :HV-SORTCODE, 'FRDFUN',
                  :HV-EXCP-DATE, :HV-EXCP-SEVERITY, :HV-EXCP-ACCNO,
                  :HV-ACC-CUST-NO, :HV-EXCP-MESSAGE, 'O')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'FRDFUN UNABLE TO RAISE TAKEOVER EXCEPTION'
                 ' SQLCODE=' SQLCODE-DISPLAY
           END-IF.
       RTE999.
           EXIT.

      *----------------------------------------------------------------
      * Park the payment on the review queue. The id comes off the
      * same CONTROL counter idiom the settlement programs use.
                  :HV-PROCTRAN-AMOUNT)
           END-EXEC.

           IF SQLCODE = 0
              INITIALIZE EVNT-AREA
              SET EVNT-POSTING TO TRUE
              MOVE HV-PROCTRAN-SORT TO EVNT-SORTCODE
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
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'FRDFUN UNABLE TO WRITE TO PROCTRAN'
           GOBACK.
       GMOOH999.
           EXIT.

      *----------------------------------------------------------------
      * The change just posted, as a business event in the same unit
      * of work (see EVNTWRT). A failure to record it comes back in
      * SQLCODE, so it is handled exactly as a failed PROCTRAN insert.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           MOVE 'FRDFUN' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
