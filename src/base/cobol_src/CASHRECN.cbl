      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: CASHRECN                                                *
      *                                                                *
      * Description: Daily reconciliation of branch cash to the       *
      *              general ledger. DRWRFUN balances each teller     *
      *              drawer and VLTFUN the vault, but nothing proved  *
      *              that the cash physically held agrees with the    *
      *              cash GL account GLPOST has just posted. This run *
      *              adds up the sterling cash the branch holds at    *
      *              close - every drawer declaration closed today,   *
      *              the vault's declared count (its book balance     *
      *              when nobody declared it), and cash in transit:   *
      *              shipments confirmed out of the vault today       *
      *              (CITORDER) that the cash centre has not yet      *
      *              received - and compares the total with the cash  *
      *              GL account (CONTROL CASH-GLACCT, default         *
      *              GLCASH): its GLBAL opening balance for the       *
      *              period plus the period's GLENTRY movement to     *
      *              date, debit positive.                            *
      *                                                                *
      *              The difference is then explained as far as the   *
      *              books allow by listing every reconciling item:   *
      *              drawers still open (counted at their book        *
      *              figure, undeclared); cash-in-transit movements   *
      *              this period never journalled to the cash GL -    *
      *              a delivery into the vault, or a shipment out     *
      *              that has left transit; and drawer and vault      *
      *              variances never journalled. A movement or        *
      *              variance counts as journalled when the period    *
      *              carries a cash GL entry of exactly its signed    *
      *              amount on or after the day it arose.             *
      *                                                                *
      *              A difference beyond CONTROL CASH-RECN-TOLERANCE  *
      *              (whole pounds, default 10) is a break: it is     *
      *              recorded open on CASHRECN and raised on the      *
      *              EXCPTION queue. A day that reconciles within     *
      *              tolerance resolves every earlier open break.     *
      *              Every break still open is aged at the end of     *
      *              the report.                                      *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the business date (defaults to today).     *
      *                                                                *
      * Output: Sequential report CASHRRPT.                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHRECN.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-RECN-REPORT
                  ASSIGN TO CASHRRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-RECN-REPORT.
       01  CASH-RECN-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE CSHRDB2 END-EXEC.
           EXEC SQL INCLUDE DRWRDB2 END-EXEC.
           EXEC SQL INCLUDE VLTDB2 END-EXEC.
           EXEC SQL INCLUDE GLDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 WS-RUN-DATE-X REDEFINES HV-RUN-DATE.
          03 WS-RUN-DATE-YYYY               PIC 9(4).
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RUN-DATE-NUM REDEFINES HV-RUN-DATE PIC 9(8).
       01 WS-RUN-INTEGER                    PIC S9(9) COMP.

      * DRAWER dates are kept in the DD.MM.YYYY form PROCTRAN dates
      * use, so the run-date and run-month predicates are built the
      * same way.
       01 HV-CLOSED-DATE                    PIC X(10).
       01 HV-CLOSED-MONTH                   PIC X(7).

       01 HV-PERIOD                         PIC X(6).
       01 HV-PERIOD-FROM                    PIC X(8).
       01 HV-GL-FROM                        PIC X(8).

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR              PIC X(40).

       01 HV-CASH-GLACCT                    PIC X(8) VALUE 'GLCASH'.
       01 WS-TOLERANCE                      PIC S9(10)V99 VALUE 10.

       01 HV-DRAWER-TOTAL                   PIC S9(12)V99 COMP-3.
       01 HV-VAULT-TOTAL                    PIC S9(12)V99 COMP-3.
       01 HV-TRANSIT-TOTAL                  PIC S9(12)V99 COMP-3.
       01 HV-GL-OPENING                     PIC S9(12)V99 COMP-3.
       01 HV-GL-MOVEMENT                    PIC S9(12)V99 COMP-3.
       01 HV-GL-BALANCE                     PIC S9(12)V99 COMP-3.
       01 HV-DIFFERENCE                     PIC S9(12)V99 COMP-3.
       01 HV-UNEXPLAINED                    PIC S9(12)V99 COMP-3.
       01 HV-ITEM-COUNT                     PIC S9(9) COMP.
       01 HV-RECN-STATUS                    PIC X.

       01 WS-PHYSICAL-TOTAL                 PIC S9(12)V99.
       01 WS-EXPLAINED                      PIC S9(12)V99 VALUE 0.
       01 WS-ABS-DIFFERENCE                 PIC S9(12)V99.

       01 HV-DRAWER-ID                      PIC S9(9) COMP.
       01 HV-DRAWER-OPERATOR-ID             PIC X(3).
       01 HV-DRAWER-EXPECTED                PIC S9(10)V99 COMP-3.
       01 HV-DRAWER-VARIANCE                PIC S9(10)V99 COMP-3.
       01 HV-DRAWER-CLOSED-DATE             PIC X(10).

       01 HV-VAULT-BALANCE                  PIC S9(10)V99 COMP-3.
       01 HV-VAULT-DECLARED                 PIC S9(10)V99 COMP-3.
       01 HV-VAULT-VARIANCE                 PIC S9(10)V99 COMP-3.
       01 HV-VAULT-DECLARED-DATE            PIC X(8).
       01 HV-JOURNAL-COUNT                  PIC S9(9) COMP.

       01 HV-VAULTMVT-ID                    PIC S9(9) COMP.
       01 HV-VAULTMVT-DIRECTION             PIC X.
       01 HV-VAULTMVT-AMOUNT                PIC S9(10)V99 COMP-3.
       01 HV-VAULTMVT-DATE                  PIC X(8).

       01 HV-BREAK-DATE                     PIC X(8).
       01 HV-BREAK-DIFFERENCE               PIC S9(12)V99 COMP-3.
       01 HV-BREAK-UNEXPLAINED              PIC S9(12)V99 COMP-3.
       01 WS-BREAK-DATE-NUM                 PIC 9(8).

       01 WS-TODAY                          PIC 9(8).

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.
       01 WS-RUN-FAILED-SW                  PIC X VALUE 'N'.
          88 WS-RUN-FAILED                  VALUE 'Y'.

       01 WS-AGE-DAYS                       PIC S9(5) COMP.
       01 WS-BREAKS-OPEN                    PIC 9(6) VALUE 0.
       01 WS-BREAKS-AGED-7                  PIC 9(6) VALUE 0.
       01 WS-BREAKS-AGED-30                 PIC 9(6) VALUE 0.
       01 WS-BREAKS-AGED-OVER               PIC 9(6) VALUE 0.
       01 WS-BREAKS-RESOLVED                PIC 9(6) VALUE 0.

       01 WS-PRINT-AMOUNT                   PIC +9(12).99.
       01 WS-PRINT-AMOUNT2                  PIC +9(12).99.
       01 WS-PRINT-ID                       PIC 9(9).
       01 WS-PRINT-AGE                      PIC ZZZZ9.
       01 WS-PRINT-SQLCODE                  PIC ----9.
       01 WS-PRINT-COUNT                    PIC 9(6).
       01 WS-FAILED-TABLE                   PIC X(8).

      * Batch exception writer (see EXCPWRT) - a cash break is
      * money the branch cannot account for, severity E.
       01 EXCP-AREA.
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
           OPEN OUTPUT CASH-RECN-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO CASH-RECN-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO CASH-RECN-REPORT-LINE
              END-STRING
              WRITE CASH-RECN-REPORT-LINE
              CLOSE CASH-RECN-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM GET-RECN-SETTINGS.

           MOVE SPACES TO CASH-RECN-REPORT-LINE
           STRING 'CASH TO LEDGER RECONCILIATION - SORTCODE '
               DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               ' CASH GL ' DELIMITED BY SIZE
               HV-CASH-GLACCT DELIMITED BY SIZE
               INTO CASH-RECN-REPORT-LINE
           END-STRING
           WRITE CASH-RECN-REPORT-LINE.

           PERFORM COUNT-DRAWER-CASH.
           PERFORM COUNT-VAULT-CASH.
           PERFORM COUNT-CASH-IN-TRANSIT.
           PERFORM GET-GL-CASH-BALANCE.

           IF WS-RUN-FAILED
              GO TO A090
           END-IF.

           COMPUTE WS-PHYSICAL-TOTAL = HV-DRAWER-TOTAL
              + HV-VAULT-TOTAL + HV-TRANSIT-TOTAL.
           COMPUTE HV-DIFFERENCE = WS-PHYSICAL-TOTAL - HV-GL-BALANCE.

           PERFORM PRINT-THE-POSITION.

           MOVE SPACES TO CASH-RECN-REPORT-LINE
           MOVE 'RECONCILING ITEMS:' TO CASH-RECN-REPORT-LINE
           WRITE CASH-RECN-REPORT-LINE.

           PERFORM LIST-OPEN-DRAWERS.
           PERFORM LIST-UNPOSTED-MOVEMENTS.
           PERFORM LIST-UNJOURNALED-VARIANCES.
           PERFORM CHECK-VAULT-VARIANCE.

           COMPUTE HV-UNEXPLAINED = HV-DIFFERENCE - WS-EXPLAINED.

           PERFORM RECORD-THE-RECONCILIATION.

           IF WS-RUN-FAILED
              GO TO A090
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.

           PERFORM AGE-OPEN-BREAKS.
       A090.
           IF WS-RUN-FAILED
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE SPACES TO CASH-RECN-REPORT-LINE
              MOVE 'RECONCILIATION NOT RECORDED - RUN FAILED'
                 TO CASH-RECN-REPORT-LINE
              WRITE CASH-RECN-REPORT-LINE
           END-IF.

           MOVE HV-ITEM-COUNT TO WS-PRINT-COUNT.
           MOVE SPACES TO CASH-RECN-REPORT-LINE
           STRING 'RECONCILING ITEMS=' DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               ' STATUS=' DELIMITED BY SIZE
               HV-RECN-STATUS DELIMITED BY SIZE
               ' BREAKS RESOLVED=' DELIMITED BY SIZE
               WS-BREAKS-RESOLVED DELIMITED BY SIZE
               ' BREAKS OPEN=' DELIMITED BY SIZE
               WS-BREAKS-OPEN DELIMITED BY SIZE
               INTO CASH-RECN-REPORT-LINE
           END-STRING
           WRITE CASH-RECN-REPORT-LINE.

           CLOSE CASH-RECN-REPORT.

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
      * Register this run on the RUNCTL ledger - the cash GL is only
      * final once GLPOST has posted the day.
      *----------------------------------------------------------------
       REGISTER-RUN-START SECTION.
       RGS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'CASHRECN' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE 'GLPOST  ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE HV-ITEM-COUNT TO RUNCTL-RECORD-COUNT.
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

           COMPUTE WS-RUN-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).

           MOVE SPACES TO HV-CLOSED-DATE.
           STRING WS-RUN-DATE-DD '.' WS-RUN-DATE-MM '.'
               WS-RUN-DATE-YYYY DELIMITED BY SIZE
               INTO HV-CLOSED-DATE
           END-STRING.
           MOVE HV-CLOSED-DATE(4:7) TO HV-CLOSED-MONTH.

           MOVE HV-RUN-DATE(1:6) TO HV-PERIOD.
           MOVE HV-PERIOD TO HV-PERIOD-FROM(1:6).
           MOVE '01' TO HV-PERIOD-FROM(7:2).

           MOVE 0 TO HV-ITEM-COUNT.
           MOVE SPACE TO HV-RECN-STATUS.

           MOVE 0 TO RETURN-CODE.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * The cash GL account and the break tolerance, from CONTROL -
      * a missing or nonsensical value leaves the default.
      *----------------------------------------------------------------
       GET-RECN-SETTINGS SECTION.
       GRS010.
           MOVE 'CASH-GLACCT' TO HV-CONTROL-NAME.

           EXEC SQL
              SELECT CONTROL_VALUE_STR
              INTO :HV-CONTROL-VALUE-STR
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-VALUE-STR(1:8) NOT = SPACES
              MOVE HV-CONTROL-VALUE-STR(1:8) TO HV-CASH-GLACCT
           END-IF.

           MOVE 'CASH-RECN-TOLERANCE' TO HV-CONTROL-NAME.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM NOT < 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-TOLERANCE
           END-IF.
       GRS999.
           EXIT.

      *----------------------------------------------------------------
      * The tellers' counted cash: every sterling declaration of a
      * session closed today, balanced or not. Sessions still open
      * are added at their book figure by LIST-OPEN-DRAWERS.
      *----------------------------------------------------------------
       COUNT-DRAWER-CASH SECTION.
       CDC010.
           EXEC SQL
              SELECT COALESCE(SUM(DRAWER_DECLARED), 0)
              INTO :HV-DRAWER-TOTAL
              FROM DRAWER
              WHERE DRAWER_SORTCODE = :HV-SORTCODE
                AND DRAWER_CLOSED_DATE = :HV-CLOSED-DATE
                AND DRAWER_STATUS IN ('B', 'U')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'DRAWER' TO WS-FAILED-TABLE
              PERFORM REPORT-SQL-FAILURE
           END-IF.
       CDC999.
           EXIT.

      *----------------------------------------------------------------
      * The vault's sterling count: today's declaration where one
      * was made, otherwise its book balance - which is itself a
      * reconciling item, the vault having gone uncounted.
      *----------------------------------------------------------------
       COUNT-VAULT-CASH SECTION.
       CVC010.
           MOVE 0 TO HV-VAULT-TOTAL.

           EXEC SQL
              SELECT VAULT_BALANCE, COALESCE(VAULT_DECLARED, 0),
                     COALESCE(VAULT_VARIANCE, 0),
                     COALESCE(VAULT_DECLARED_DATE, ' ')
              INTO :HV-VAULT-BALANCE, :HV-VAULT-DECLARED,
                   :HV-VAULT-VARIANCE, :HV-VAULT-DECLARED-DATE
              FROM VAULT
              WHERE VAULT_SORTCODE = :HV-SORTCODE
                AND VAULT_CURRENCY = 'GBP'
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 0 TO HV-VAULT-BALANCE HV-VAULT-DECLARED
                           HV-VAULT-VARIANCE
                 MOVE SPACES TO HV-VAULT-DECLARED-DATE
                 GO TO CVC999
              WHEN OTHER
                 MOVE 'VAULT' TO WS-FAILED-TABLE
                 PERFORM REPORT-SQL-FAILURE
                 GO TO CVC999
           END-EVALUATE.

           IF HV-VAULT-DECLARED-DATE = HV-RUN-DATE
              MOVE HV-VAULT-DECLARED TO HV-VAULT-TOTAL
           ELSE
              MOVE HV-VAULT-BALANCE TO HV-VAULT-TOTAL
           END-IF.
       CVC999.
           EXIT.

      *----------------------------------------------------------------
      * Cash in transit: sterling shipments confirmed out of the
      * vault today are still the branch's until the cash centre
      * receives them overnight.
      *----------------------------------------------------------------
       COUNT-CASH-IN-TRANSIT SECTION.
       CIT010.
           EXEC SQL
              SELECT COALESCE(SUM(CITORDER_AMOUNT), 0)
              INTO :HV-TRANSIT-TOTAL
              FROM CITORDER
              WHERE CITORDER_SORTCODE = :HV-SORTCODE
                AND CITORDER_CURRENCY = 'GBP'
                AND CITORDER_DIRECTION = 'S'
                AND CITORDER_STATUS = 'C'
                AND CITORDER_CONFIRMED_DATE = :HV-RUN-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'CITORDER' TO WS-FAILED-TABLE
              PERFORM REPORT-SQL-FAILURE
           END-IF.
       CIT999.
           EXIT.

      *----------------------------------------------------------------
      * The cash GL account's balance at the close of the business
      * date, the way GLCLOSE builds it: the period's GLBAL opening
      * balance plus the period's GLENTRY movement to date. A
      * period not yet opened by GLCLOSE has no GLBAL row, and the
      * whole GLENTRY history to date is the balance.
      *----------------------------------------------------------------
       GET-GL-CASH-BALANCE SECTION.
       GGB010.
           MOVE HV-PERIOD-FROM TO HV-GL-FROM.

           EXEC SQL
              SELECT GLBAL_OPENING_BALANCE
              INTO :HV-GL-OPENING
              FROM GLBAL
              WHERE GLBAL_SORTCODE = :HV-SORTCODE
                AND GLBAL_PERIOD = :HV-PERIOD
                AND GLBAL_GLACCT = :HV-CASH-GLACCT
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 0 TO HV-GL-OPENING
                 MOVE '00000000' TO HV-GL-FROM
              WHEN OTHER
                 MOVE 'GLBAL' TO WS-FAILED-TABLE
                 PERFORM REPORT-SQL-FAILURE
                 GO TO GGB999
           END-EVALUATE.

           EXEC SQL
              SELECT COALESCE(SUM(GLENTRY_DR_TOTAL
                                  - GLENTRY_CR_TOTAL), 0)
              INTO :HV-GL-MOVEMENT
              FROM GLENTRY
              WHERE GLENTRY_SORTCODE = :HV-SORTCODE
                AND GLENTRY_GLACCT = :HV-CASH-GLACCT
                AND GLENTRY_DATE >= :HV-GL-FROM
                AND GLENTRY_DATE <= :HV-RUN-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'GLENTRY' TO WS-FAILED-TABLE
              PERFORM REPORT-SQL-FAILURE
              GO TO GGB999
           END-IF.

           COMPUTE HV-GL-BALANCE = HV-GL-OPENING + HV-GL-MOVEMENT.
       GGB999.
           EXIT.

       PRINT-THE-POSITION SECTION.
       PTP010.
           MOVE HV-DRAWER-TOTAL TO WS-PRINT-AMOUNT.
           MOVE SPACES TO CASH-RECN-REPORT-LINE
           STRING 'DRAWERS DECLARED          ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO CASH-RECN-REPORT-LINE
           END-STRING
           WRITE CASH-RECN-REPORT-LINE.

           MOVE HV-VAULT-TOTAL TO WS-PRINT-AMOUNT.
           MOVE SPACES TO CASH-RECN-REPORT-LINE
           STRING 'VAULT                     ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO CASH-RECN-REPORT-LINE
           END-STRING
           WRITE CASH-RECN-REPORT-LINE.

           MOVE HV-TRANSIT-TOTAL TO WS-PRINT-AMOUNT.
           MOVE SPACES TO CASH-RECN-REPORT-LINE
           STRING 'CASH IN TRANSIT           ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO CASH-RECN-REPORT-LINE
           END-STRING
           WRITE CASH-RECN-REPORT-LINE.

           MOVE WS-PHYSICAL-TOTAL TO WS-PRINT-AMOUNT.
           MOVE SPACES TO CASH-RECN-REPORT-LINE
           STRING 'CASH HELD                 ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO CASH-RECN-REPORT-LINE
           END-STRING
           WRITE CASH-RECN-REPORT-LINE.

           MOVE HV-GL-BALANCE TO WS-PRINT-AMOUNT.
           MOVE SPACES TO CASH-RECN-REPORT-LINE
           STRING 'CASH GL BALANCE           ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO CASH-RECN-REPORT-LINE
           END-STRING
           WRITE CASH-RECN-REPORT-LINE.

           MOVE HV-DIFFERENCE TO WS-PRINT-AMOUNT.
           MOVE SPACES TO CASH-RECN-REPORT-LINE
           STRING 'DIFFERENCE                ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO CASH-RECN-REPORT-LINE
           END-STRING
           WRITE CASH-RECN-REPORT-LINE.
       PTP999.
           EXIT.

      *----------------------------------------------------------------
      * Drawers never closed. Their cash is in the total at the
      * book figure (float + in - out) - nobody has counted it, so
      * nothing here explains a difference, but the supervisor
      * must know whose drawer is still out.
      *----------------------------------------------------------------
       LIST-OPEN-DRAWERS SECTION.
       LOD010.
           EXEC SQL
              DECLARE CASHR_DRWO_CSR CURSOR FOR
                 SELECT DRAWER_ID, DRAWER_OPERATOR_ID,
                        DRAWER_FLOAT + DRAWER_CASH_IN
                           - DRAWER_CASH_OUT
                 FROM DRAWER
                 WHERE DRAWER_SORTCODE = :HV-SORTCODE
                   AND DRAWER_STATUS = 'O'
                 ORDER BY DRAWER_OPERATOR_ID
           END-EXEC.

           EXEC SQL OPEN CASHR_DRWO_CSR END-EXEC.

           IF SQLCODE NOT = 0
              GO TO LOD999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-OPEN-DRAWER.

           PERFORM UNTIL WS-EOF
              PERFORM LIST-ONE-OPEN-DRAWER
              PERFORM FETCH-NEXT-OPEN-DRAWER
           END-PERFORM.

           EXEC SQL CLOSE CASHR_DRWO_CSR END-EXEC.
       LOD999.
           EXIT.

       FETCH-NEXT-OPEN-DRAWER SECTION.
       FOD010.
           EXEC SQL
              FETCH CASHR_DRWO_CSR
              INTO :HV-DRAWER-ID, :HV-DRAWER-OPERATOR-ID,
                   :HV-DRAWER-EXPECTED
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FOD999.
           EXIT.

       LIST-ONE-OPEN-DRAWER SECTION.
       LOO010.
           ADD 1 TO HV-ITEM-COUNT.
           ADD HV-DRAWER-EXPECTED TO HV-DRAWER-TOTAL.

           MOVE HV-DRAWER-ID TO WS-PRINT-ID.
           MOVE HV-DRAWER-EXPECTED TO WS-PRINT-AMOUNT.
           MOVE SPACES TO CASH-RECN-REPORT-LINE
           STRING 'DRAWER NOT CLOSED OPERATOR=' DELIMITED BY SIZE
               HV-DRAWER-OPERATOR-ID DELIMITED BY SIZE
               ' SESSION=' DELIMITED BY SIZE
               WS-PRINT-ID DELIMITED BY SIZE
               ' BOOK CASH=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' (UNCOUNTED)' DELIMITED BY SIZE
               INTO CASH-RECN-REPORT-LINE
           END-STRING
           WRITE CASH-RECN-REPORT-LINE.
       LOO999.
           EXIT.

      *----------------------------------------------------------------
      * Cash-in-transit movements this period with no matching cash
      * GL journal: a delivery is cash held the ledger does not
      * know about; a shipment from before today has left transit
      * and the ledger still carries it.
      *----------------------------------------------------------------
       LIST-UNPOSTED-MOVEMENTS SECTION.
       LUM010.
           EXEC SQL
              DECLARE CASHR_MVT_CSR CURSOR FOR
                 SELECT V.VAULTMVT_ID, V.VAULTMVT_DIRECTION,
                        V.VAULTMVT_AMOUNT, V.VAULTMVT_DATE
                 FROM VAULTMVT V
                 WHERE V.VAULTMVT_SORTCODE = :HV-SORTCODE
                   AND V.VAULTMVT_CURRENCY = 'GBP'
                   AND V.VAULTMVT_DATE >= :HV-PERIOD-FROM
                   AND V.VAULTMVT_DATE <= :HV-RUN-DATE
                   AND (V.VAULTMVT_DIRECTION = 'D' OR
                        (V.VAULTMVT_DIRECTION = 'S' AND
                         V.VAULTMVT_DATE < :HV-RUN-DATE))
                   AND NOT EXISTS
                      (SELECT 1 FROM GLENTRY G
                       WHERE G.GLENTRY_SORTCODE = V.VAULTMVT_SORTCODE
                         AND G.GLENTRY_GLACCT = :HV-CASH-GLACCT
                         AND G.GLENTRY_DATE >= V.VAULTMVT_DATE
                         AND G.GLENTRY_DATE <= :HV-RUN-DATE
                         AND G.GLENTRY_DR_TOTAL - G.GLENTRY_CR_TOTAL =
                             CASE V.VAULTMVT_DIRECTION
                                WHEN 'D' THEN V.VAULTMVT_AMOUNT
                                ELSE 0 - V.VAULTMVT_AMOUNT
                             END)
                 ORDER BY V.VAULTMVT_DATE, V.VAULTMVT_ID
           END-EXEC.

           EXEC SQL OPEN CASHR_MVT_CSR END-EXEC.

           IF SQLCODE NOT = 0
              GO TO LUM999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-MOVEMENT.

           PERFORM UNTIL WS-EOF
              PERFORM LIST-ONE-MOVEMENT
              PERFORM FETCH-NEXT-MOVEMENT
           END-PERFORM.

           EXEC SQL CLOSE CASHR_MVT_CSR END-EXEC.
       LUM999.
           EXIT.

       FETCH-NEXT-MOVEMENT SECTION.
       FNM010.
           EXEC SQL
              FETCH CASHR_MVT_CSR
              INTO :HV-VAULTMVT-ID, :HV-VAULTMVT-DIRECTION,
                   :HV-VAULTMVT-AMOUNT, :HV-VAULTMVT-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNM999.
           EXIT.

       LIST-ONE-MOVEMENT SECTION.
       LOM010.
           ADD 1 TO HV-ITEM-COUNT.

           MOVE HV-VAULTMVT-ID TO WS-PRINT-ID.
           MOVE SPACES TO CASH-RECN-REPORT-LINE.

           IF HV-VAULTMVT-DIRECTION = 'D'
              ADD HV-VAULTMVT-AMOUNT TO WS-EXPLAINED
              MOVE HV-VAULTMVT-AMOUNT TO WS-PRINT-AMOUNT
              STRING 'CIT DELIVERY NOT POSTED MOVEMENT='
                  DELIMITED BY SIZE
                  WS-PRINT-ID DELIMITED BY SIZE
                  ' DATE=' DELIMITED BY SIZE
                  HV-VAULTMVT-DATE DELIMITED BY SIZE
                  ' AMOUNT=' DELIMITED BY SIZE
                  WS-PRINT-AMOUNT DELIMITED BY SIZE
                  INTO CASH-RECN-REPORT-LINE
              END-STRING
           ELSE
              SUBTRACT HV-VAULTMVT-AMOUNT FROM WS-EXPLAINED
              COMPUTE WS-PRINT-AMOUNT = 0 - HV-VAULTMVT-AMOUNT
              STRING 'CIT SHIPMENT NOT POSTED MOVEMENT='
                  DELIMITED BY SIZE
                  WS-PRINT-ID DELIMITED BY SIZE
                  ' DATE=' DELIMITED BY SIZE
                  HV-VAULTMVT-DATE DELIMITED BY SIZE
                  ' AMOUNT=' DELIMITED BY SIZE
                  WS-PRINT-AMOUNT DELIMITED BY SIZE
                  INTO CASH-RECN-REPORT-LINE
              END-STRING
           END-IF.

           WRITE CASH-RECN-REPORT-LINE.
       LOM999.
           EXIT.

      *----------------------------------------------------------------
      * Drawer variances this month nobody has journalled: the
      * counted cash differs from the ledger by the variance until
      * the over/short is taken to the cash GL.
      *----------------------------------------------------------------
       LIST-UNJOURNALED-VARIANCES SECTION.
       LUV010.
           EXEC SQL
              DECLARE CASHR_VAR_CSR CURSOR FOR
                 SELECT D.DRAWER_ID, D.DRAWER_OPERATOR_ID,
                        D.DRAWER_VARIANCE, D.DRAWER_CLOSED_DATE
                 FROM DRAWER D
                 WHERE D.DRAWER_SORTCODE = :HV-SORTCODE
                   AND D.DRAWER_STATUS = 'U'
                   AND D.DRAWER_VARIANCE <> 0
                   AND SUBSTR(D.DRAWER_CLOSED_DATE, 4, 7)
                          = :HV-CLOSED-MONTH
                   AND NOT EXISTS
                      (SELECT 1 FROM GLENTRY G
                       WHERE G.GLENTRY_SORTCODE = D.DRAWER_SORTCODE
                         AND G.GLENTRY_GLACCT = :HV-CASH-GLACCT
                         AND G.GLENTRY_DATE >= :HV-PERIOD-FROM
                         AND G.GLENTRY_DATE <= :HV-RUN-DATE
                         AND G.GLENTRY_DR_TOTAL - G.GLENTRY_CR_TOTAL =
                             D.DRAWER_VARIANCE)
                 ORDER BY D.DRAWER_ID
           END-EXEC.

           EXEC SQL OPEN CASHR_VAR_CSR END-EXEC.

           IF SQLCODE NOT = 0
              GO TO LUV999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-VARIANCE.

           PERFORM UNTIL WS-EOF
              PERFORM LIST-ONE-VARIANCE
              PERFORM FETCH-NEXT-VARIANCE
           END-PERFORM.

           EXEC SQL CLOSE CASHR_VAR_CSR END-EXEC.
       LUV999.
           EXIT.

       FETCH-NEXT-VARIANCE SECTION.
       FNV010.
           EXEC SQL
              FETCH CASHR_VAR_CSR
              INTO :HV-DRAWER-ID, :HV-DRAWER-OPERATOR-ID,
                   :HV-DRAWER-VARIANCE, :HV-DRAWER-CLOSED-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNV999.
           EXIT.

       LIST-ONE-VARIANCE SECTION.
       LOV010.
           ADD 1 TO HV-ITEM-COUNT.
           ADD HV-DRAWER-VARIANCE TO WS-EXPLAINED.

           MOVE HV-DRAWER-ID TO WS-PRINT-ID.
           MOVE HV-DRAWER-VARIANCE TO WS-PRINT-AMOUNT.
           MOVE SPACES TO CASH-RECN-REPORT-LINE
           STRING 'DRAWER VARIANCE NOT JOURNALED OPERATOR='
               DELIMITED BY SIZE
               HV-DRAWER-OPERATOR-ID DELIMITED BY SIZE
               ' SESSION=' DELIMITED BY SIZE
               WS-PRINT-ID DELIMITED BY SIZE
               ' CLOSED=' DELIMITED BY SIZE
               HV-DRAWER-CLOSED-DATE DELIMITED BY SIZE
               ' AMOUNT=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO CASH-RECN-REPORT-LINE
           END-STRING
           WRITE CASH-RECN-REPORT-LINE.
       LOV999.
           EXIT.

      *----------------------------------------------------------------
      * The vault: uncounted today, or counted with a variance not
      * yet journalled to the cash GL.
      *----------------------------------------------------------------
       CHECK-VAULT-VARIANCE SECTION.
       CVV010.
           IF HV-VAULT-DECLARED-DATE NOT = HV-RUN-DATE
              ADD 1 TO HV-ITEM-COUNT
              MOVE HV-VAULT-BALANCE TO WS-PRINT-AMOUNT
              MOVE SPACES TO CASH-RECN-REPORT-LINE
              STRING 'VAULT NOT DECLARED TODAY BOOK CASH='
                  DELIMITED BY SIZE
                  WS-PRINT-AMOUNT DELIMITED BY SIZE
                  ' (UNCOUNTED)' DELIMITED BY SIZE
                  INTO CASH-RECN-REPORT-LINE
              END-STRING
              WRITE CASH-RECN-REPORT-LINE
              GO TO CVV999
           END-IF.

           IF HV-VAULT-VARIANCE = 0
              GO TO CVV999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-JOURNAL-COUNT
              FROM GLENTRY
              WHERE GLENTRY_SORTCODE = :HV-SORTCODE
                AND GLENTRY_GLACCT = :HV-CASH-GLACCT
                AND GLENTRY_DATE = :HV-RUN-DATE
                AND GLENTRY_DR_TOTAL - GLENTRY_CR_TOTAL =
                    :HV-VAULT-VARIANCE
           END-EXEC.

           IF SQLCODE = 0 AND HV-JOURNAL-COUNT > 0
              GO TO CVV999
           END-IF.

           ADD 1 TO HV-ITEM-COUNT.
           ADD HV-VAULT-VARIANCE TO WS-EXPLAINED.

           MOVE HV-VAULT-VARIANCE TO WS-PRINT-AMOUNT.
           MOVE SPACES TO CASH-RECN-REPORT-LINE
           STRING 'VAULT VARIANCE NOT JOURNALED AMOUNT='
               DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO CASH-RECN-REPORT-LINE
           END-STRING
           WRITE CASH-RECN-REPORT-LINE.
       CVV999.
           EXIT.

      *----------------------------------------------------------------
      * Keep the day's reconciliation (a rerun replaces it). Within
      * tolerance it balances and clears every earlier open break;
      * beyond it the day is a break, raised on the exception
      * queue.
      *----------------------------------------------------------------
       RECORD-THE-RECONCILIATION SECTION.
       RTR010.
           MOVE HV-UNEXPLAINED TO WS-PRINT-AMOUNT.
           MOVE SPACES TO CASH-RECN-REPORT-LINE
           STRING 'UNEXPLAINED DIFFERENCE    ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO CASH-RECN-REPORT-LINE
           END-STRING
           WRITE CASH-RECN-REPORT-LINE.

           IF HV-DIFFERENCE < 0
              COMPUTE WS-ABS-DIFFERENCE = 0 - HV-DIFFERENCE
           ELSE
              MOVE HV-DIFFERENCE TO WS-ABS-DIFFERENCE
           END-IF.

           IF WS-ABS-DIFFERENCE > WS-TOLERANCE
              MOVE 'O' TO HV-RECN-STATUS
           ELSE
              MOVE 'B' TO HV-RECN-STATUS
           END-IF.

           EXEC SQL
              DELETE FROM CASHRECN
              WHERE CASHRECN_SORTCODE = :HV-SORTCODE
                AND CASHRECN_DATE = :HV-RUN-DATE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'CASHRECN' TO WS-FAILED-TABLE
              PERFORM REPORT-SQL-FAILURE
              GO TO RTR999
           END-IF.

           EXEC SQL
              INSERT INTO CASHRECN
                 (CASHRECN_SORTCODE, CASHRECN_DATE,
                  CASHRECN_DRAWER_TOTAL, CASHRECN_VAULT_TOTAL,
                  CASHRECN_TRANSIT_TOTAL, CASHRECN_GL_BALANCE,
                  CASHRECN_DIFFERENCE, CASHRECN_UNEXPLAINED,
                  CASHRECN_ITEM_COUNT, CASHRECN_STATUS,
                  CASHRECN_RESOLVED_DATE)
              VALUES
                 (:HV-SORTCODE, :HV-RUN-DATE,
                  :HV-DRAWER-TOTAL, :HV-VAULT-TOTAL,
                  :HV-TRANSIT-TOTAL, :HV-GL-BALANCE,
                  :HV-DIFFERENCE, :HV-UNEXPLAINED,
                  :HV-ITEM-COUNT, :HV-RECN-STATUS, ' ')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'CASHRECN' TO WS-FAILED-TABLE
              PERFORM REPORT-SQL-FAILURE
              GO TO RTR999
           END-IF.

           IF HV-RECN-STATUS = 'B'
              PERFORM RESOLVE-EARLIER-BREAKS
              MOVE SPACES TO CASH-RECN-REPORT-LINE
              MOVE 'CASH RECONCILED WITHIN TOLERANCE'
                 TO CASH-RECN-REPORT-LINE
              WRITE CASH-RECN-REPORT-LINE
           ELSE
              PERFORM RAISE-THE-BREAK
           END-IF.
       RTR999.
           EXIT.

       RESOLVE-EARLIER-BREAKS SECTION.
       REB010.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-JOURNAL-COUNT
              FROM CASHRECN
              WHERE CASHRECN_SORTCODE = :HV-SORTCODE
                AND CASHRECN_STATUS = 'O'
                AND CASHRECN_DATE < :HV-RUN-DATE
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-JOURNAL-COUNT = 0
              GO TO REB999
           END-IF.

           EXEC SQL
              UPDATE CASHRECN
              SET CASHRECN_STATUS = 'R',
                  CASHRECN_RESOLVED_DATE = :HV-RUN-DATE
              WHERE CASHRECN_SORTCODE = :HV-SORTCODE
                AND CASHRECN_STATUS = 'O'
                AND CASHRECN_DATE < :HV-RUN-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'CASHRECN' TO WS-FAILED-TABLE
              PERFORM REPORT-SQL-FAILURE
              GO TO REB999
           END-IF.

           MOVE HV-JOURNAL-COUNT TO WS-BREAKS-RESOLVED.
       REB999.
           EXIT.

       RAISE-THE-BREAK SECTION.
       RTB010.
           MOVE HV-DIFFERENCE TO WS-PRINT-AMOUNT.
           MOVE HV-UNEXPLAINED TO WS-PRINT-AMOUNT2.

           MOVE SPACES TO CASH-RECN-REPORT-LINE
           STRING 'CASH BREAK BEYOND TOLERANCE - RAISED AS EXCEPTION'
               DELIMITED BY SIZE
               INTO CASH-RECN-REPORT-LINE
           END-STRING
           WRITE CASH-RECN-REPORT-LINE.

           INITIALIZE EXCP-AREA.
           MOVE 'CASHRECN' TO EXCP-SOURCE.
           MOVE HV-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'E' TO EXCP-SEVERITY.
           MOVE SPACES TO EXCP-ACCNO.
           MOVE SPACES TO EXCP-CUSTNO.
           STRING 'CASH TO GL BREAK DIFF=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' UNEXPLAINED=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT2 DELIMITED BY SIZE
               INTO EXCP-MESSAGE
           END-STRING.

           CALL 'EXCPWRT' USING EXCP-AREA.
       RTB999.
           EXIT.

      *----------------------------------------------------------------
      * Every break still open, oldest first, aged in calendar days
      * from the business date it arose - bucketed to a week, a
      * month and older.
      *----------------------------------------------------------------
       AGE-OPEN-BREAKS SECTION.
       AOB010.
           MOVE SPACES TO CASH-RECN-REPORT-LINE
           MOVE 'UNRESOLVED BREAKS:' TO CASH-RECN-REPORT-LINE
           WRITE CASH-RECN-REPORT-LINE.

           EXEC SQL
              DECLARE CASHR_BRK_CSR CURSOR FOR
                 SELECT CASHRECN_DATE, CASHRECN_DIFFERENCE,
                        CASHRECN_UNEXPLAINED
                 FROM CASHRECN
                 WHERE CASHRECN_SORTCODE = :HV-SORTCODE
                   AND CASHRECN_STATUS = 'O'
                   AND CASHRECN_DATE <= :HV-RUN-DATE
                 ORDER BY CASHRECN_DATE
           END-EXEC.

           EXEC SQL OPEN CASHR_BRK_CSR END-EXEC.

           IF SQLCODE NOT = 0
              GO TO AOB090
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-BREAK.

           PERFORM UNTIL WS-EOF
              PERFORM AGE-ONE-BREAK
              PERFORM FETCH-NEXT-BREAK
           END-PERFORM.

           EXEC SQL CLOSE CASHR_BRK_CSR END-EXEC.
       AOB090.
           MOVE SPACES TO CASH-RECN-REPORT-LINE
           STRING 'OPEN BREAKS 0-7 DAYS=' DELIMITED BY SIZE
               WS-BREAKS-AGED-7 DELIMITED BY SIZE
               ' 8-30 DAYS=' DELIMITED BY SIZE
               WS-BREAKS-AGED-30 DELIMITED BY SIZE
               ' OVER 30 DAYS=' DELIMITED BY SIZE
               WS-BREAKS-AGED-OVER DELIMITED BY SIZE
               INTO CASH-RECN-REPORT-LINE
           END-STRING
           WRITE CASH-RECN-REPORT-LINE.
       AOB999.
           EXIT.

       FETCH-NEXT-BREAK SECTION.
       FNB010.
           EXEC SQL
              FETCH CASHR_BRK_CSR
              INTO :HV-BREAK-DATE, :HV-BREAK-DIFFERENCE,
                   :HV-BREAK-UNEXPLAINED
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNB999.
           EXIT.

       AGE-ONE-BREAK SECTION.
       AOE010.
           ADD 1 TO WS-BREAKS-OPEN.

           MOVE HV-BREAK-DATE TO WS-BREAK-DATE-NUM.
           COMPUTE WS-AGE-DAYS = WS-RUN-INTEGER
              - FUNCTION INTEGER-OF-DATE(WS-BREAK-DATE-NUM).

           EVALUATE TRUE
              WHEN WS-AGE-DAYS <= 7
                 ADD 1 TO WS-BREAKS-AGED-7
              WHEN WS-AGE-DAYS <= 30
                 ADD 1 TO WS-BREAKS-AGED-30
              WHEN OTHER
                 ADD 1 TO WS-BREAKS-AGED-OVER
           END-EVALUATE.

           MOVE WS-AGE-DAYS TO WS-PRINT-AGE.
           MOVE HV-BREAK-DIFFERENCE TO WS-PRINT-AMOUNT.
           MOVE HV-BREAK-UNEXPLAINED TO WS-PRINT-AMOUNT2.
           MOVE SPACES TO CASH-RECN-REPORT-LINE
           STRING 'BREAK DATE=' DELIMITED BY SIZE
               HV-BREAK-DATE DELIMITED BY SIZE
               ' AGE=' DELIMITED BY SIZE
               WS-PRINT-AGE DELIMITED BY SIZE
               ' DIFFERENCE=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' UNEXPLAINED=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT2 DELIMITED BY SIZE
               INTO CASH-RECN-REPORT-LINE
           END-STRING
           WRITE CASH-RECN-REPORT-LINE.
       AOE999.
           EXIT.

      *----------------------------------------------------------------
      * A read the reconciliation cannot do without has failed - the
      * run records nothing rather than a wrong position.
      *----------------------------------------------------------------
       REPORT-SQL-FAILURE SECTION.
       RSF010.
           MOVE 'Y' TO WS-RUN-FAILED-SW.
           MOVE SQLCODE TO WS-PRINT-SQLCODE.
           MOVE SPACES TO CASH-RECN-REPORT-LINE
           STRING WS-FAILED-TABLE DELIMITED BY SPACE
               ' ACCESS FAILED SQLCODE=' DELIMITED BY SIZE
               WS-PRINT-SQLCODE DELIMITED BY SIZE
               INTO CASH-RECN-REPORT-LINE
           END-STRING
           WRITE CASH-RECN-REPORT-LINE.
       RSF999.
           EXIT.
