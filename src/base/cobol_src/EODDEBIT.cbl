      *              operations schedule either EODDEBIT or the              *
      *              three singles, never both.                              *
      *                                                                      *
      *              An item that would take its account past the            *
      *              limit by no more than CONTROL                           *
      *              DEBIT-REFERRAL-MARGIN (whole pounds; zero or            *
      *              absent refers nothing) is not returned on the           *
      *              night but held on the REFERRAL queue with the           *
      *              customer's history, for the RM or a supervisor          *
      *              to decide pay or return through PNPFUN before           *
      *              the cut-off - CONTROL DEBIT-REFERRAL-CUTOFF             *
      *              (HHMMSS, default 110000) on the day after the           *
      *              business date. The RESOLVE pass, run at the             *
      *              cut-off with the same business date, pays the           *
      *              items decided pay and gives every other referral        *
      *              the unpaid treatment it would have had on the           *
      *              night.                                                  *
      *                                                                      *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code           *
      *        and yyyymmdd the business date (defaults to today);            *
      *        parm='ssssss,yyyymmdd,R' runs the RESOLVE pass.                *
      *        Collection file DDCOLIN as DDCOLLCT reads it.                  *
      *                                                                       *
      * Output: Returns file DDRETOUT (as DDCOLLCT writes it) and             *
           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE MANDDB2 END-EXEC.
           EXEC SQL INCLUDE LOANDB2 END-EXEC.
           EXEC SQL INCLUDE FORBDB2 END-EXEC.
           EXEC SQL INCLUDE STORDDB2 END-EXEC.
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE RSTRDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE REFRDB2 END-EXEC.
           EXEC SQL INCLUDE RMDB2 END-EXEC.
           EXEC SQL INCLUDE BALSNAP END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RUN-DATE-NUM REDEFINES HV-RUN-DATE PIC 9(8).

       01 WS-RUN-MODE                       PIC X VALUE SPACE.
          88 WS-RESOLVE-PASS                VALUE 'R'.

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-STR              PIC X(40).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.

       01 HV-LOAN-ACCNO                     PIC X(8).
       01 HV-LOANSCHD-INST-NO               PIC S9(9) COMP.
       01 HV-LINKED-ACCNO                   PIC X(8).
       01 HV-LOANMST-ARREARS-COUNT          PIC S9(9) COMP.
       01 HV-LOANMST-ARREARS-STATUS         PIC X.
       01 HV-FORBEAR-COUNT                  PIC S9(9) COMP.

       01 HV-ORIGINATOR-ID                  PIC X(10).
       01 HV-ORIGINATOR-NAME                PIC X(30).
       01 WS-OWNER-DECEASED-SW              PIC X VALUE 'N'.
          88 OWNER-IS-DECEASED              VALUE 'Y'.

       01 WS-ACCOUNT-READ-SW                PIC X VALUE 'N'.
          88 WS-ACCOUNT-READ                VALUE 'Y'.
       01 WS-RESTRAINED-SW                  PIC X VALUE 'N'.
          88 WS-RESTRAINED                  VALUE 'Y'.

      * Referral settings - a zero margin refers nothing, which is
      * how every item was treated before the queue existed.
       01 WS-REFERRAL-MARGIN                PIC S9(9) COMP VALUE 0.
       01 WS-SHORTFALL                      PIC S9(10)V99.

       01 HV-REFERRAL-ID                    PIC S9(9) COMP.
       01 HV-REFERRAL-DECISION              PIC X.
       01 HV-REFERRAL-OUTCOME               PIC X.
       01 HV-ITEM-TYPE                      PIC X.
       01 HV-SHORTFALL                      PIC S9(10)V99 COMP-3.
       01 HV-CUTOFF-DATE                    PIC X(8).
       01 HV-CUTOFF-TIME                    PIC X(6) VALUE '110000'.
       01 HV-NOW-STAMP                      PIC X(14).

      * The customer history a referral carries for its decision.
      * PROCTRAN dates are held DD.MM.YY, so the salary window is
      * compared as YYMMDD and the century taken from the run date.
       01 HV-HISTORY-FROM                   PIC X(8).
       01 HV-HISTORY-FROM-YMD               PIC X(6).
       01 HV-CENTURY                        PIC X(2).
       01 HV-AVG-BALANCE                    PIC S9(10)V99 COMP-3.
       01 HV-SAL-COUNT                      PIC S9(9) COMP.
       01 HV-SAL-AVG-AMOUNT                 PIC S9(10)V99 COMP-3.
       01 HV-SAL-LAST-DATE                  PIC X(8).
       01 HV-RISK-SEGMENT                   PIC X.
       01 HV-RM-ID                          PIC X(3).

       01 HV-AUDIT-DATE                     PIC X(8).
       01 HV-AUDIT-TIME                     PIC X(6).
       01 HV-AUDIT-ACTION                   PIC X.
       01 HV-AUDIT-NOTE                     PIC X(40).

       01 WS-CLOCK                          PIC 9(8).
       01 WS-CLOCK-X REDEFINES WS-CLOCK.
          03 WS-CLOCK-HHMMSS                PIC X(6).
          03 FILLER                         PIC X(2).

      * The gathered book of debits due today, every source in one
      * shape. DI-PRIORITY is derived from the type's position in
      * CONTROL DEBIT-PRIORITY-ORDER; DI-DONE flips as the payment
             05 DI-TO-ACC                   PIC X(8).
             05 DI-FREQUENCY                PIC X.
             05 DI-NEXT-DATE                PIC X(10).
             05 DI-REFERRAL-ID              PIC S9(9) COMP.
             05 DI-DECISION                 PIC X.
       01 WS-DUE-COUNT                      PIC S9(4) COMP VALUE 0.
       01 WS-DUE-SUB                        PIC S9(4) COMP.
       01 WS-SCAN-SUB                       PIC S9(4) COMP.
       01 WS-ORDERS-EXPIRED                 PIC 9(8) VALUE 0.
       01 WS-ORDERS-SUPPRESSED              PIC 9(8) VALUE 0.
       01 WS-TABLE-OVERFLOWS                PIC 9(8) VALUE 0.
       01 WS-ITEMS-REFERRED                 PIC 9(8) VALUE 0.
       01 WS-REFERRALS-NOT-DUE              PIC S9(9) COMP VALUE 0.
       01 WS-TOTAL-PAID                     PIC S9(12)V99 VALUE 0.

       01 WS-PRINT-AMOUNT                   PIC +9(10).99.
       01 RUNCTL-AREA.
           COPY RUNCTLA.

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.

           PERFORM GET-PRIORITY-ORDER.

           PERFORM GET-REFERRAL-SETTINGS.

           MOVE SPACES TO EODD-REPORT-LINE
           STRING 'END OF DAY DEBIT SCHEDULE - SORTCODE '
               DELIMITED BY SIZE
           END-STRING
           WRITE EODD-REPORT-LINE.

           IF WS-RESOLVE-PASS
              MOVE SPACES TO EODD-REPORT-LINE
              MOVE 'RESOLVE PASS - REFERRALS PAST THEIR CUT-OFF' TO
                 EODD-REPORT-LINE
              WRITE EODD-REPORT-LINE
           END-IF.

           MOVE WS-RUN-DATE-DD   TO HV-PROCTRAN-DATE(1:2)
           MOVE '.'              TO HV-PROCTRAN-DATE(3:1)
           MOVE WS-RUN-DATE-MM   TO HV-PROCTRAN-DATE(4:2)
           MOVE '.'              TO HV-PROCTRAN-DATE(6:1)
           MOVE WS-RUN-DATE-YYYY TO HV-PROCTRAN-DATE(7:4).

           IF WS-RESOLVE-PASS
              PERFORM GATHER-DUE-REFERRALS
              PERFORM RESOLVE-EACH-REFERRAL
           ELSE
              PERFORM GATHER-DUE-LOANS
              PERFORM GATHER-DUE-COLLECTIONS
              PERFORM GATHER-DUE-ORDERS
              PERFORM PAY-EACH-ACCOUNT
           END-IF.

           MOVE WS-TOTAL-PAID TO WS-PRINT-AMOUNT.
           MOVE SPACES TO EODD-REPORT-LINE
           END-STRING
           WRITE EODD-REPORT-LINE.

           MOVE SPACES TO EODD-REPORT-LINE
           STRING 'REFERRED FOR PAY/NO-PAY=' DELIMITED BY SIZE
               WS-ITEMS-REFERRED DELIMITED BY SIZE
               INTO EODD-REPORT-LINE
           END-STRING
           WRITE EODD-REPORT-LINE.

           IF WS-TABLE-OVERFLOWS > 0
              MOVE SPACES TO EODD-REPORT-LINE
              STRING 'DUE TABLE OVERFLOWED ' DELIMITED BY SIZE
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

      *    The resolve pass is its own run of the business date, and
      *    only once the night's schedule has completed.
           IF WS-RESOLVE-PASS
              MOVE 'EODDRSLV' TO RUNCTL-PROGRAM
              MOVE 'EODDEBIT' TO RUNCTL-PREDECESSOR
           END-IF.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.
      *----------------------------------------------------------------
       GET-RUN-PARMS SECTION.
       GRP010.
           MOVE SPACES TO HV-SORTCODE HV-RUN-DATE WS-RUN-MODE.

           IF PARM-LENGTH > 0
              UNSTRING PARM(1:PARM-LENGTH) DELIMITED BY ','
                 INTO HV-SORTCODE HV-RUN-DATE WS-RUN-MODE
           END-IF.

           IF HV-RUN-DATE = SPACES OR HV-RUN-DATE = LOW-VALUES
       GPO999.
           EXIT.

      *----------------------------------------------------------------
      * The referral margin and cut-off, and the dates the referral
      * rows need: the cut-off is the next calendar day at the
      * CONTROL time, and the history window the 90 days to the
      * business date. The clock is read here for the resolve
      * pass, which only settles referrals already past cut-off.
      *----------------------------------------------------------------
       GET-REFERRAL-SETTINGS SECTION.
       GRS010.
           MOVE 'DEBIT-REFERRAL-MARGIN' TO HV-CONTROL-NAME.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-REFERRAL-MARGIN
           END-IF.

           MOVE 'DEBIT-REFERRAL-CUTOFF' TO HV-CONTROL-NAME.

           EXEC SQL
              SELECT CONTROL_VALUE_STR
              INTO :HV-CONTROL-VALUE-STR
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-VALUE-STR(1:6) IS NUMERIC
              MOVE HV-CONTROL-VALUE-STR(1:6) TO HV-CUTOFF-TIME
           END-IF.

           COMPUTE WS-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).

           COMPUTE WS-NEXT-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-INTEGER + 1).
           MOVE WS-NEXT-DATE-9 TO HV-CUTOFF-DATE.

           COMPUTE WS-NEXT-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-INTEGER - 90).
           MOVE WS-NEXT-DATE-9 TO HV-HISTORY-FROM.
           MOVE HV-HISTORY-FROM(3:6) TO HV-HISTORY-FROM-YMD.
           MOVE HV-RUN-DATE(1:2) TO HV-CENTURY.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK FROM TIME.
           MOVE WS-TODAY TO HV-AUDIT-DATE.
           MOVE WS-CLOCK-HHMMSS TO HV-AUDIT-TIME.
           STRING HV-AUDIT-DATE DELIMITED BY SIZE
                  HV-AUDIT-TIME DELIMITED BY SIZE
                  INTO HV-NOW-STAMP
           END-STRING.
       GRS999.
           EXIT.

       DERIVE-TYPE-PRIORITY SECTION.
       DTP010.
           MOVE 9 TO WS-TYPE-PRIORITY.

           ADD 1 TO WS-DUE-COUNT.
           ADD 1 TO WS-ITEMS-GATHERED.
           INITIALIZE WS-DUE-ITEM(WS-DUE-COUNT).
           MOVE 'N' TO DI-DONE(WS-DUE-COUNT).
       ADI999.
           EXIT.
                   AND M.LOANMST_ACCNO = S.LOANSCHD_ACCNO
                   AND S.LOANSCHD_STATUS = 'D'
                   AND S.LOANSCHD_DUE_DATE <= :HV-RUN-DATE
                   AND NOT EXISTS
                       (SELECT 1 FROM REFERRAL R
                        WHERE R.REFERRAL_SORTCODE = S.LOANSCHD_SORTCODE
                          AND R.REFERRAL_ITEM_TYPE = 'L'
                          AND R.REFERRAL_LOAN_ACCNO = S.LOANSCHD_ACCNO
                          AND R.REFERRAL_INST_NO = S.LOANSCHD_INST_NO
                          AND R.REFERRAL_STATUS = 'O')
                 ORDER BY S.LOANSCHD_ACCNO, S.LOANSCHD_INST_NO
           END-EXEC.

                   AND SUBSTR(STANDORD_NEXT_DATE,1,4) ||
                       SUBSTR(STANDORD_NEXT_DATE,6,2) ||
                       SUBSTR(STANDORD_NEXT_DATE,9,2) <= :HV-RUN-DATE
                   AND NOT EXISTS
                       (SELECT 1 FROM REFERRAL R
                        WHERE R.REFERRAL_SORTCODE = STANDORD_SORTCODE
                          AND R.REFERRAL_ITEM_TYPE = 'S'
                          AND R.REFERRAL_STANDORD_ID = STANDORD_ID
                          AND R.REFERRAL_STATUS = 'O')
                 ORDER BY STANDORD_ID
           END-EXEC.

       POA010.
           MOVE WS-WORK-ACC TO HV-ACC-NUMBER.

           MOVE 'N' TO WS-ACCOUNT-READ-SW.
           MOVE SPACES TO HV-ACC-CUST-NO.

           EXEC SQL
              SELECT ACCOUNT_OVERDRAFT_LIMIT,
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE,
                     ACCOUNT_CUSTOMER_NUMBER
              INTO :HV-ACCOUNT-OVERDRAFT-LIM,
                   :HV-ACCOUNT-AVAIL-BAL,
                   :HV-ACCOUNT-ACTUAL-BAL,
                   :HV-ACC-CUST-NO
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-ACC-NUMBER)
      *
              MOVE 0 TO WS-HEADROOM
           ELSE
              MOVE 'Y' TO WS-ACCOUNT-READ-SW
              COMPUTE WS-HEADROOM = HV-ACCOUNT-AVAIL-BAL
                 + HV-ACCOUNT-OVERDRAFT-LIM
           END-IF.
      *    for this account - every item takes its own unpaid
      *    treatment, exactly as if there were no funds at all.
      *
           PERFORM CHECK-DEBIT-RESTRAINT.

           IF WS-RESTRAINED
              COMPUTE WS-HEADROOM = -999999999
           END-IF.

           PERFORM VARYING WS-PASS-PRIORITY FROM 1 BY 1
              UNTIL WS-PASS-PRIORITY > 3
              PERFORM PAY-ONE-PRIORITY-PASS
           END-PERFORM.
       POA999.
           EXIT.

       CHECK-DEBIT-RESTRAINT SECTION.
       CDR010.
           MOVE 'N' TO WS-RESTRAINED-SW.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-RESTRAINT-COUNT
           END-EXEC.

           IF SQLCODE = 0 AND HV-RESTRAINT-COUNT > 0
              MOVE 'Y' TO WS-RESTRAINED-SW
           END-IF.
       CDR999.
           EXIT.

       PAY-ONE-PRIORITY-PASS SECTION.
       SOI010.
           MOVE 'Y' TO DI-DONE(WS-SCAN-SUB).

           PERFORM LOAD-ITEM-HOST-VARS.

           IF DI-AMOUNT(WS-SCAN-SUB) > WS-HEADROOM
              COMPUTE WS-SHORTFALL =
                 DI-AMOUNT(WS-SCAN-SUB) - WS-HEADROOM
              IF WS-REFERRAL-MARGIN > 0
                 AND WS-ACCOUNT-READ
                 AND NOT WS-RESTRAINED
                 AND WS-SHORTFALL NOT > WS-REFERRAL-MARGIN
                 PERFORM REFER-ITEM
              ELSE
                 PERFORM LEAVE-ITEM-UNPAID
              END-IF
              GO TO SOI999
           END-IF.

       SOI999.
           EXIT.

      *----------------------------------------------------------------
      * DB2 cannot take a subscripted table element as a host
      * variable, so the item's fields are copied down first.
      *----------------------------------------------------------------
       LOAD-ITEM-HOST-VARS SECTION.
       LIH010.
           MOVE DI-AMOUNT(WS-SCAN-SUB) TO HV-ITEM-AMOUNT.
           MOVE DI-TO-SORTCODE(WS-SCAN-SUB) TO HV-TO-SORTCODE.
           MOVE DI-TO-ACC(WS-SCAN-SUB) TO HV-TO-ACCNO.
           MOVE DI-LOAN-ACCNO(WS-SCAN-SUB) TO HV-LOAN-ACCNO.
           MOVE DI-INST-NO(WS-SCAN-SUB) TO HV-LOANSCHD-INST-NO.
       LIH999.
           EXIT.

      *----------------------------------------------------------------
      * One consistent unpaid policy: the same report line and
      * exception entry for every item, then whatever bookkeeping
       LIU999.
           EXIT.

      *----------------------------------------------------------------
      * Near enough to the limit to be worth a human look: the item
      * is held on the REFERRAL queue, with the customer's history,
      * rather than returned. It stays out of the headroom - it has
      * not been paid - and the resolve pass settles it after the
      * cut-off. If it cannot be queued it is returned as before.
      *----------------------------------------------------------------
       REFER-ITEM SECTION.
       RFI010.
           PERFORM ALLOCATE-REFERRAL-ID.

           IF HV-REFERRAL-ID = 0
              PERFORM LEAVE-ITEM-UNPAID
              GO TO RFI999
           END-IF.

           PERFORM GATHER-CUSTOMER-HISTORY.

           MOVE DI-TYPE(WS-SCAN-SUB) TO HV-ITEM-TYPE.
           MOVE WS-SHORTFALL TO HV-SHORTFALL.
           MOVE DI-ARREARS-COUNT(WS-SCAN-SUB)
              TO HV-LOANMST-ARREARS-COUNT.
           MOVE DI-ORIGINATOR(WS-SCAN-SUB) TO HV-ORIGINATOR-ID.
           MOVE DI-ORIGINATOR-NAME(WS-SCAN-SUB)
              TO HV-ORIGINATOR-NAME.
           MOVE DI-REFERENCE(WS-SCAN-SUB) TO HV-REFERENCE.
           MOVE DI-STANDORD-ID(WS-SCAN-SUB) TO HV-STANDORD-ID.
           MOVE DI-FREQUENCY(WS-SCAN-SUB) TO HV-STANDORD-FREQUENCY.
           MOVE DI-NEXT-DATE(WS-SCAN-SUB) TO HV-STANDORD-NEXT-DATE.

           EXEC SQL
              INSERT INTO REFERRAL
                 (REFERRAL_ID, REFERRAL_SORTCODE,
                  REFERRAL_BUSINESS_DATE, REFERRAL_ACCNO,
                  REFERRAL_CUSTNO, REFERRAL_ITEM_TYPE,
                  REFERRAL_AMOUNT, REFERRAL_SHORTFALL,
                  REFERRAL_LOAN_ACCNO, REFERRAL_INST_NO,
                  REFERRAL_ARREARS_COUNT, REFERRAL_ORIGINATOR,
                  REFERRAL_ORIG_NAME, REFERRAL_REFERENCE,
                  REFERRAL_STANDORD_ID, REFERRAL_TO_SORTCODE,
                  REFERRAL_TO_ACC, REFERRAL_FREQUENCY,
                  REFERRAL_NEXT_DATE, REFERRAL_AVG_BALANCE,
                  REFERRAL_SAL_COUNT, REFERRAL_SAL_AVG_AMOUNT,
                  REFERRAL_SAL_LAST_DATE, REFERRAL_RISK_SEGMENT,
                  REFERRAL_RM_ID, REFERRAL_CUTOFF_DATE,
                  REFERRAL_CUTOFF_TIME, REFERRAL_STATUS,
                  REFERRAL_DECISION, REFERRAL_DECIDED_BY,
                  REFERRAL_DECIDED_DATE, REFERRAL_DECIDED_TIME,
                  REFERRAL_OUTCOME)
              VALUES
                 (:HV-REFERRAL-ID, :HV-SORTCODE, :HV-RUN-DATE,
                  :WS-WORK-ACC, :HV-ACC-CUST-NO, :HV-ITEM-TYPE,
                  :HV-ITEM-AMOUNT, :HV-SHORTFALL,
                  :HV-LOAN-ACCNO, :HV-LOANSCHD-INST-NO,
                  :HV-LOANMST-ARREARS-COUNT, :HV-ORIGINATOR-ID,
                  :HV-ORIGINATOR-NAME, :HV-REFERENCE,
                  :HV-STANDORD-ID, :HV-TO-SORTCODE,
                  :HV-TO-ACCNO, :HV-STANDORD-FREQUENCY,
                  :HV-STANDORD-NEXT-DATE, :HV-AVG-BALANCE,
                  :HV-SAL-COUNT, :HV-SAL-AVG-AMOUNT,
                  :HV-SAL-LAST-DATE, :HV-RISK-SEGMENT,
                  :HV-RM-ID, :HV-CUTOFF-DATE,
                  :HV-CUTOFF-TIME, 'O',
                  ' ', ' ', ' ', ' ', ' ')
           END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM LEAVE-ITEM-UNPAID
              GO TO RFI999
           END-IF.

           MOVE 'Q' TO HV-AUDIT-ACTION.
           MOVE 'REFERRED BY END OF DAY DEBIT RUN' TO HV-AUDIT-NOTE.
           PERFORM WRITE-REFERRAL-AUDIT.

           ADD 1 TO WS-ITEMS-REFERRED.

           MOVE DI-AMOUNT(WS-SCAN-SUB) TO WS-PRINT-AMOUNT.
           MOVE HV-REFERRAL-ID TO WS-PRINT-ID.
           MOVE SPACES TO EODD-REPORT-LINE
           STRING 'REFERRED TYPE=' DELIMITED BY SIZE
               DI-TYPE(WS-SCAN-SUB) DELIMITED BY SIZE
               ' ACCOUNT=' DELIMITED BY SIZE
               WS-WORK-ACC DELIMITED BY SIZE
               ' AMOUNT=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' REFERRAL=' DELIMITED BY SIZE
               WS-PRINT-ID DELIMITED BY SIZE
               ' RM=' DELIMITED BY SIZE
               HV-RM-ID DELIMITED BY SIZE
               INTO EODD-REPORT-LINE
           END-STRING
           WRITE EODD-REPORT-LINE.

      *    On the exception queue too, where EXCPFUN routes it to
      *    the customer's RM.
           INITIALIZE EXCP-AREA.
           MOVE 'EODDEBIT' TO EXCP-SOURCE.
           MOVE HV-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'W' TO EXCP-SEVERITY.
           MOVE WS-WORK-ACC TO EXCP-ACCNO.
           MOVE HV-ACC-CUST-NO TO EXCP-CUSTNO.
           STRING 'SCHEDULED DEBIT REFERRED FOR PAY/NO-PAY - REFERRAL '
               DELIMITED BY SIZE
               WS-PRINT-ID DELIMITED BY SIZE
               ' AMOUNT=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO EXCP-MESSAGE
           END-STRING.

           CALL 'EXCPWRT' USING EXCP-AREA.
       RFI999.
           EXIT.

      *----------------------------------------------------------------
      * What the decision-maker sees: the average closing balance
      * (BALSNAP) and the salary credits (PROCTRAN type SAL) over
      * the 90 days to the business date, the customer's risk
      * segment and RM. Anything missing is shown as nothing.
      *----------------------------------------------------------------
       GATHER-CUSTOMER-HISTORY SECTION.
       GCH010.
           EXEC SQL
              SELECT COALESCE(AVG(BALSNAP_ACTUAL_BALANCE), 0)
              INTO :HV-AVG-BALANCE
              FROM BALSNAP
              WHERE BALSNAP_SORTCODE = :HV-SORTCODE
                AND BALSNAP_NUMBER = :WS-WORK-ACC
                AND BALSNAP_DATE >= :HV-HISTORY-FROM
                AND BALSNAP_DATE <= :HV-RUN-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-AVG-BALANCE
           END-IF.

           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(AVG(PROCTRAN_AMOUNT), 0),
                     COALESCE(MAX(:HV-CENTURY ||
                                  SUBSTR(PROCTRAN_DATE,7,2) ||
                                  SUBSTR(PROCTRAN_DATE,4,2) ||
                                  SUBSTR(PROCTRAN_DATE,1,2)), ' ')
              INTO :HV-SAL-COUNT, :HV-SAL-AVG-AMOUNT,
                   :HV-SAL-LAST-DATE
              FROM PROCTRAN
              WHERE PROCTRAN_SORTCODE = :HV-SORTCODE
                AND PROCTRAN_NUMBER = :WS-WORK-ACC
                AND PROCTRAN_TYPE = 'SAL'
                AND SUBSTR(PROCTRAN_DATE,7,2) ||
                    SUBSTR(PROCTRAN_DATE,4,2) ||
                    SUBSTR(PROCTRAN_DATE,1,2) >= :HV-HISTORY-FROM-YMD
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-SAL-COUNT
              MOVE 0 TO HV-SAL-AVG-AMOUNT
              MOVE SPACES TO HV-SAL-LAST-DATE
           END-IF.

           MOVE 'U' TO HV-RISK-SEGMENT.
           MOVE HV-SORTCODE TO CUSTOMER-SORTCODE.
           MOVE HV-ACC-CUST-NO TO CUSTOMER-NUMBER.

           READ CUSTOMER-FILE
              INVALID KEY
                 GO TO GCH020
           END-READ.

           IF WS-CUSTOMER-OK
              AND CUSTOMER-RISK-SEGMENT NOT = SPACE
              MOVE CUSTOMER-RISK-SEGMENT TO HV-RISK-SEGMENT
           END-IF.

       GCH020.
           EXEC SQL
              SELECT CUSTRM_RM_ID
              INTO :HV-RM-ID
              FROM CUSTRM
              WHERE CUSTRM_SORTCODE = :HV-SORTCODE
                AND CUSTRM_CUSTNO = :HV-ACC-CUST-NO
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO HV-RM-ID
           END-IF.
       GCH999.
           EXIT.

      *----------------------------------------------------------------
       ALLOCATE-REFERRAL-ID SECTION.
       ARI010.
           MOVE 0 TO HV-REFERRAL-ID.

           MOVE SPACES TO HV-CONTROL-NAME.
           STRING HV-SORTCODE DELIMITED BY SIZE
               '-REFR-LAST' DELIMITED BY SIZE
               INTO HV-CONTROL-NAME
           END-STRING.

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
                 GO TO ARI999
           END-EVALUATE.

           IF SQLCODE = 0
              MOVE HV-CONTROL-VALUE-NUM TO HV-REFERRAL-ID
           END-IF.
       ARI999.
           EXIT.

       WRITE-REFERRAL-AUDIT SECTION.
       WRA010.
           EXEC SQL
              INSERT INTO REFAUDIT
                 (REFAUDIT_REFERRAL_ID, REFAUDIT_SORTCODE,
                  REFAUDIT_DATE, REFAUDIT_TIME, REFAUDIT_OPERATOR,
                  REFAUDIT_ACTION, REFAUDIT_NOTE)
              VALUES
                 (:HV-REFERRAL-ID, :HV-SORTCODE, :HV-AUDIT-DATE,
                  :HV-AUDIT-TIME, 'BAT', :HV-AUDIT-ACTION,
                  :HV-AUDIT-NOTE)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE HV-REFERRAL-ID TO WS-PRINT-ID
              MOVE SPACES TO EODD-REPORT-LINE
              STRING 'REFAUDIT WRITE FAILED FOR REFERRAL '
                  DELIMITED BY SIZE
                  WS-PRINT-ID DELIMITED BY SIZE
                  INTO EODD-REPORT-LINE
              END-STRING
              WRITE EODD-REPORT-LINE
           END-IF.
       WRA999.
           EXIT.

      *----------------------------------------------------------------
      * The resolve pass gathers the business date's open referrals
      * whose cut-off has passed back into the due table, exactly
      * as the night gathered them, with the decision alongside.
      * Any not yet at cut-off are counted and left for a later
      * run.
      *----------------------------------------------------------------
       GATHER-DUE-REFERRALS SECTION.
       GDR010.
           EXEC SQL
              DECLARE EODRF_CSR CURSOR FOR
                 SELECT REFERRAL_ID, REFERRAL_ACCNO,
                        REFERRAL_ITEM_TYPE, REFERRAL_AMOUNT,
                        REFERRAL_LOAN_ACCNO, REFERRAL_INST_NO,
                        REFERRAL_ARREARS_COUNT, REFERRAL_ORIGINATOR,
                        REFERRAL_ORIG_NAME, REFERRAL_REFERENCE,
                        REFERRAL_STANDORD_ID, REFERRAL_TO_SORTCODE,
                        REFERRAL_TO_ACC, REFERRAL_FREQUENCY,
                        REFERRAL_NEXT_DATE, REFERRAL_DECISION
                 FROM REFERRAL
                 WHERE REFERRAL_SORTCODE = :HV-SORTCODE
                   AND REFERRAL_BUSINESS_DATE = :HV-RUN-DATE
                   AND REFERRAL_STATUS = 'O'
                   AND REFERRAL_CUTOFF_DATE ||
                       REFERRAL_CUTOFF_TIME <= :HV-NOW-STAMP
                 ORDER BY REFERRAL_ID
           END-EXEC.

           EXEC SQL OPEN EODRF_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM GDR-FETCH-NEXT.

           PERFORM UNTIL WS-EOF
              PERFORM GDR-ADD-ONE
              PERFORM GDR-FETCH-NEXT
           END-PERFORM.

           EXEC SQL CLOSE EODRF_CSR END-EXEC.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-REFERRALS-NOT-DUE
              FROM REFERRAL
              WHERE REFERRAL_SORTCODE = :HV-SORTCODE
                AND REFERRAL_BUSINESS_DATE = :HV-RUN-DATE
                AND REFERRAL_STATUS = 'O'
                AND REFERRAL_CUTOFF_DATE ||
                    REFERRAL_CUTOFF_TIME > :HV-NOW-STAMP
           END-EXEC.

           IF SQLCODE = 0 AND WS-REFERRALS-NOT-DUE > 0
              MOVE WS-REFERRALS-NOT-DUE TO WS-PRINT-ID
              MOVE SPACES TO EODD-REPORT-LINE
              STRING WS-PRINT-ID DELIMITED BY SIZE
                  ' REFERRALS NOT YET AT CUT-OFF - LEFT OPEN'
                  DELIMITED BY SIZE
                  INTO EODD-REPORT-LINE
              END-STRING
              WRITE EODD-REPORT-LINE
           END-IF.
       GDR999.
           EXIT.

       GDR-FETCH-NEXT SECTION.
       GDRF010.
           EXEC SQL
              FETCH EODRF_CSR
              INTO :HV-REFERRAL-ID, :HV-ACC-NUMBER,
                   :HV-ITEM-TYPE, :HV-ITEM-AMOUNT,
                   :HV-LOAN-ACCNO, :HV-LOANSCHD-INST-NO,
                   :HV-LOANMST-ARREARS-COUNT, :HV-ORIGINATOR-ID,
                   :HV-ORIGINATOR-NAME, :HV-REFERENCE,
                   :HV-STANDORD-ID, :HV-TO-SORTCODE,
                   :HV-TO-ACCNO, :HV-STANDORD-FREQUENCY,
                   :HV-STANDORD-NEXT-DATE, :HV-REFERRAL-DECISION
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       GDRF999.
           EXIT.

       GDR-ADD-ONE SECTION.
       GDRA010.
           PERFORM ADD-DUE-ITEM.

           IF WS-TABLE-OVERFLOWS > 0
              GO TO GDRA999
           END-IF.

           MOVE HV-ITEM-TYPE TO DI-TYPE(WS-DUE-COUNT).
           MOVE HV-ACC-NUMBER TO DI-DEBIT-ACC(WS-DUE-COUNT).
           MOVE HV-ITEM-AMOUNT TO DI-AMOUNT(WS-DUE-COUNT).
           MOVE HV-LOAN-ACCNO TO DI-LOAN-ACCNO(WS-DUE-COUNT).
           MOVE HV-LOANSCHD-INST-NO TO DI-INST-NO(WS-DUE-COUNT).
           MOVE HV-LOANMST-ARREARS-COUNT
              TO DI-ARREARS-COUNT(WS-DUE-COUNT).
           MOVE HV-ORIGINATOR-ID TO DI-ORIGINATOR(WS-DUE-COUNT).
           MOVE HV-ORIGINATOR-NAME
              TO DI-ORIGINATOR-NAME(WS-DUE-COUNT).
           MOVE HV-REFERENCE TO DI-REFERENCE(WS-DUE-COUNT).
           MOVE HV-STANDORD-ID TO DI-STANDORD-ID(WS-DUE-COUNT).
           MOVE HV-TO-SORTCODE TO DI-TO-SORTCODE(WS-DUE-COUNT).
           MOVE HV-TO-ACCNO TO DI-TO-ACC(WS-DUE-COUNT).
           MOVE HV-STANDORD-FREQUENCY TO DI-FREQUENCY(WS-DUE-COUNT).
           MOVE HV-STANDORD-NEXT-DATE TO DI-NEXT-DATE(WS-DUE-COUNT).
           MOVE HV-REFERRAL-ID TO DI-REFERRAL-ID(WS-DUE-COUNT).
           MOVE HV-REFERRAL-DECISION TO DI-DECISION(WS-DUE-COUNT).
       GDRA999.
           EXIT.

      *----------------------------------------------------------------
      * Carry out each decision. Pay means pay, over the limit, as
      * the decision-maker intended - unless a debit-blocking
      * restraint has landed on the account since, which no
      * decision overrides. A return, or no decision by the
      * cut-off, takes the night's unpaid treatment.
      *----------------------------------------------------------------
       RESOLVE-EACH-REFERRAL SECTION.
       REF010.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
              UNTIL WS-SCAN-SUB > WS-DUE-COUNT
              PERFORM RESOLVE-ONE-REFERRAL
           END-PERFORM.
       REF999.
           EXIT.

       RESOLVE-ONE-REFERRAL SECTION.
       ROR010.
           MOVE 'Y' TO DI-DONE(WS-SCAN-SUB).
           MOVE DI-DEBIT-ACC(WS-SCAN-SUB) TO WS-WORK-ACC.
           MOVE WS-WORK-ACC TO HV-ACC-NUMBER.
           MOVE DI-REFERRAL-ID(WS-SCAN-SUB) TO HV-REFERRAL-ID.

           PERFORM LOAD-ITEM-HOST-VARS.

           MOVE 'N' TO WS-RESTRAINED-SW.
           IF DI-DECISION(WS-SCAN-SUB) = 'P'
              PERFORM CHECK-DEBIT-RESTRAINT
           END-IF.

           IF DI-DECISION(WS-SCAN-SUB) NOT = 'P' OR WS-RESTRAINED
              PERFORM LEAVE-ITEM-UNPAID
              EVALUATE TRUE
                 WHEN WS-RESTRAINED
                    MOVE 'R' TO HV-REFERRAL-OUTCOME
                    MOVE 'RETURNED - ACCOUNT NOW RESTRAINED'
                       TO HV-AUDIT-NOTE
                 WHEN DI-DECISION(WS-SCAN-SUB) = 'R'
                    MOVE 'R' TO HV-REFERRAL-OUTCOME
                    MOVE 'RETURNED AS DECIDED' TO HV-AUDIT-NOTE
                 WHEN OTHER
                    MOVE 'A' TO HV-REFERRAL-OUTCOME
                    MOVE 'RETURNED - NO DECISION BY CUT-OFF'
                       TO HV-AUDIT-NOTE
              END-EVALUATE
              MOVE 'U' TO HV-AUDIT-ACTION
              GO TO ROR050
           END-IF.

           EVALUATE TRUE
              WHEN DI-IS-LOAN(WS-SCAN-SUB)
                 PERFORM PAY-LOAN-ITEM
              WHEN DI-IS-DD(WS-SCAN-SUB)
                 PERFORM PAY-DD-ITEM
              WHEN OTHER
                 PERFORM PAY-SO-ITEM
           END-EVALUATE.

           ADD 1 TO WS-ITEMS-PAID.
           ADD DI-AMOUNT(WS-SCAN-SUB) TO WS-TOTAL-PAID.

           MOVE DI-AMOUNT(WS-SCAN-SUB) TO WS-PRINT-AMOUNT.
           MOVE SPACES TO EODD-REPORT-LINE
           STRING 'PAID ON REFERRAL TYPE=' DELIMITED BY SIZE
               DI-TYPE(WS-SCAN-SUB) DELIMITED BY SIZE
               ' ACCOUNT=' DELIMITED BY SIZE
               WS-WORK-ACC DELIMITED BY SIZE
               ' AMOUNT=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO EODD-REPORT-LINE
           END-STRING
           WRITE EODD-REPORT-LINE.

           MOVE 'P' TO HV-REFERRAL-OUTCOME.
           MOVE 'S' TO HV-AUDIT-ACTION.
           MOVE 'PAID AS DECIDED' TO HV-AUDIT-NOTE.

       ROR050.
           EXEC SQL
              UPDATE REFERRAL
              SET REFERRAL_STATUS = 'C',
                  REFERRAL_OUTCOME = :HV-REFERRAL-OUTCOME
              WHERE REFERRAL_ID = :HV-REFERRAL-ID
                AND REFERRAL_SORTCODE = :HV-SORTCODE
           END-EXEC.

           PERFORM WRITE-REFERRAL-AUDIT.
       ROR999.
           EXIT.

      *----------------------------------------------------------------
      * A paid loan installment: linked account down, loan account
      * up towards zero, an LRP row each side, schedule row paid -

      *----------------------------------------------------------------
      * A missed installment escalates exactly as LOANSRV's own
      * MARK-INSTALLMENT-MISSED does - including leaving the
      * position alone while a forbearance arrangement runs.
      *----------------------------------------------------------------
       MISS-LOAN-ITEM SECTION.
       MLI010.
                     LOANSCHD_INST_NO = :HV-LOANSCHD-INST-NO)
           END-EXEC.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-FORBEAR-COUNT
              FROM FORBEAR
              WHERE (FORBEAR_SORTCODE = :HV-SORTCODE AND
                     FORBEAR_ACCNO = :HV-LOAN-ACCNO AND
                     FORBEAR_STATUS = 'A' AND
                     FORBEAR_START_DATE <= :HV-RUN-DATE AND
                     FORBEAR_END_DATE >= :HV-RUN-DATE)
           END-EXEC.

           IF SQLCODE = 0 AND HV-FORBEAR-COUNT > 0
              GO TO MLI999
           END-IF.

           COMPUTE HV-LOANMST-ARREARS-COUNT =
              DI-ARREARS-COUNT(WS-SCAN-SUB) + 1.

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
              MOVE SPACES TO EODD-REPORT-LINE
              STRING 'PROCTRAN WRITE FAILED FOR ACCOUNT '
                  :HV-PROCTRAN-AMOUNT)
           END-EXEC.

           IF SQLCODE = 0
              INITIALIZE EVNT-AREA
              SET EVNT-POSTING TO TRUE
              MOVE HV-TO-SORTCODE TO EVNT-SORTCODE
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
              MOVE SPACES TO EODD-REPORT-LINE
              STRING 'PROCTRAN WRITE FAILED FOR ACCOUNT '
           END-IF.
       WSC999.
           EXIT.

      *----------------------------------------------------------------
      * The change just posted, as a business event in the same unit
      * of work (see EVNTWRT). A failure to record it comes back in
      * SQLCODE, so it is handled exactly as a failed PROCTRAN insert.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           MOVE 'EODDEBIT' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
