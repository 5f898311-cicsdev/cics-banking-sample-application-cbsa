      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: SDBRENT                                                 *
      *                                                                *
      * Description: Safe deposit box annual rental billing. Every    *
      *              allocated box (or one held for drilling) whose    *
      *              rent anniversary has arrived is charged its       *
      *              annual rent on the account nominated when it was  *
      *              let, as PROCTRAN type SDR against both balances,  *
      *              and its anniversary moves on a year.              *
      *                                                                *
      *              An account that is missing, restrained against    *
      *              debits or without the funds (balance plus         *
      *              overdraft) is not charged. The first failure      *
      *              records the anniversary as RENT_DUE_SINCE and     *
      *              puts a warning on the exception queue; the box    *
      *              is tried again every run after. Once the rent     *
      *              has been unpaid for CONTROL SDB-DRILL-DAYS days   *
      *              (90 by default) a drill-open procedure record is  *
      *              raised on SDBDRILL, the box is held for drilling  *
      *              - SDBFUN refuses access - and an error goes on    *
      *              the exception queue. Rent paid before the box is  *
      *              drilled withdraws the procedure and releases the  *
      *              box.                                              *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the business date (defaults to today).     *
      *                                                                *
      * Output: Sequential report SDBRPT.                              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDBRENT.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDB-REPORT
                  ASSIGN TO SDBRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SDB-REPORT.
       01  SDB-REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE RSTRDB2 END-EXEC.
           EXEC SQL INCLUDE SDBDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 WS-RUN-DATE-NUM REDEFINES HV-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES HV-RUN-DATE.
          03 WS-RUN-DATE-YYYY               PIC 9(4).
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.

       01 HV-SDBOX-NUMBER                   PIC S9(9) COMP.
       01 HV-SDBOX-ANNUAL-RENT              PIC S9(6)V99 COMP-3.
       01 HV-SDBOX-STATUS                   PIC X.
       01 HV-SDBOX-CHARGE-ACCNO             PIC X(8).
       01 HV-SDBOX-NEXT-RENT-DATE           PIC X(8).
       01 WS-NEXT-RENT-X REDEFINES HV-SDBOX-NEXT-RENT-DATE.
          03 WS-NEXT-RENT-YYYY              PIC 9(4).
          03 WS-NEXT-RENT-MMDD              PIC X(4).
       01 HV-SDBOX-RENT-DUE-SINCE           PIC X(8).
       01 WS-DUE-SINCE-NUM REDEFINES HV-SDBOX-RENT-DUE-SINCE
                                            PIC 9(8).
       01 HV-SDBOX-RENT-ARREARS             PIC S9(6)V99 COMP-3.

       01 HV-ACC-AVAIL-BAL                  PIC S9(10)V99 COMP-3.
       01 HV-ACC-OVERDRAFT-LIM              PIC S9(9) COMP.
       01 HV-RESTRAINT-COUNT                PIC S9(9) COMP.
       01 HV-DRILL-COUNT                    PIC S9(9) COMP.
       01 HV-SDBDRILL-ID                    PIC S9(9) COMP.

       01 HV-PROCTRAN-EYECATCHER            PIC X(4) VALUE 'PRTR'.
       01 HV-PROCTRAN-DATE                  PIC X(10).
       01 HV-PROCTRAN-TIME                  PIC X(6) VALUE '000000'.
       01 HV-PROCTRAN-REF                   PIC X(12).
       01 HV-PROCTRAN-TYPE                  PIC X(3) VALUE 'SDR'.
       01 HV-PROCTRAN-DESC                  PIC X(40).
       01 HV-PROCTRAN-AMOUNT                PIC S9(10)V99 COMP-3.

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.

       01 WS-TODAY                          PIC 9(8).
       01 WS-DRILL-DAYS                     PIC S9(9) COMP VALUE 90.
       01 WS-DAYS-UNPAID                    PIC S9(9) COMP.

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-CAN-PAY-SW                     PIC X.
          88 WS-CAN-PAY                     VALUE 'Y'.
       01 WS-REFUSAL                        PIC X(20).

       01 WS-BOXES-DUE                      PIC 9(8) VALUE 0.
       01 WS-BOXES-CHARGED                  PIC 9(8) VALUE 0.
       01 WS-BOXES-UNPAID                   PIC 9(8) VALUE 0.
       01 WS-DRILLS-RAISED                  PIC 9(8) VALUE 0.
       01 WS-RENT-COLLECTED                 PIC S9(12)V99 VALUE 0.

       01 WS-PRINT-BOX                      PIC 9(5).
       01 WS-PRINT-AMOUNT                   PIC +9(6).99.
       01 WS-PRINT-TOTAL                    PIC +9(12).99.

      * Run-control registration (see RUNCTL) - every overnight
      * program records its run and honours the sequencing rules.
       01 RUNCTL-AREA.
           COPY RUNCTLA.

      * Consolidated exception queue hookup (see EXCPWRT).
       01 EXCPWRT-AREA.
           COPY EXCPWRTA.

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
           05 PARM                          PIC X(256).

       PROCEDURE DIVISION USING PARM-BUFFER.
       PREMIERE SECTION.
       A010.
           OPEN OUTPUT SDB-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO SDB-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO SDB-REPORT-LINE
              END-STRING
              WRITE SDB-REPORT-LINE
              CLOSE SDB-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM GET-DRILL-DAYS.

           MOVE SPACES TO SDB-REPORT-LINE
           STRING 'SAFE DEPOSIT BOX RENTAL BILLING - SORTCODE '
                  DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO SDB-REPORT-LINE
           END-STRING
           WRITE SDB-REPORT-LINE.

           EXEC SQL
              DECLARE SDBR_CSR CURSOR FOR
                 SELECT SDBOX_NUMBER, SDBOX_ANNUAL_RENT, SDBOX_STATUS,
                        SDBOX_CHARGE_ACCNO, SDBOX_NEXT_RENT_DATE,
                        SDBOX_RENT_DUE_SINCE, SDBOX_RENT_ARREARS
                 FROM SDBOX
                 WHERE SDBOX_SORTCODE = :HV-SORTCODE
                   AND SDBOX_STATUS IN ('A', 'D')
                   AND SDBOX_NEXT_RENT_DATE <= :HV-RUN-DATE
                 ORDER BY SDBOX_NUMBER
           END-EXEC.

           EXEC SQL OPEN SDBR_CSR END-EXEC.

           PERFORM FETCH-NEXT-BOX.

           PERFORM UNTIL WS-EOF
              PERFORM BILL-ONE-BOX
              PERFORM FETCH-NEXT-BOX
           END-PERFORM.

           EXEC SQL CLOSE SDBR_CSR END-EXEC.

           MOVE WS-RENT-COLLECTED TO WS-PRINT-TOTAL.
           MOVE SPACES TO SDB-REPORT-LINE
           STRING 'BOXES DUE=' DELIMITED BY SIZE
               WS-BOXES-DUE DELIMITED BY SIZE
               ' CHARGED=' DELIMITED BY SIZE
               WS-BOXES-CHARGED DELIMITED BY SIZE
               ' UNPAID=' DELIMITED BY SIZE
               WS-BOXES-UNPAID DELIMITED BY SIZE
               ' DRILLS RAISED=' DELIMITED BY SIZE
               WS-DRILLS-RAISED DELIMITED BY SIZE
               ' RENT COLLECTED=' DELIMITED BY SIZE
               WS-PRINT-TOTAL DELIMITED BY SIZE
               INTO SDB-REPORT-LINE
           END-STRING
           WRITE SDB-REPORT-LINE.

           CLOSE SDB-REPORT.

           MOVE 0 TO RETURN-CODE.

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
           MOVE 'SDBRENT' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-BOXES-DUE TO RUNCTL-RECORD-COUNT.
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

           MOVE WS-RUN-DATE-DD   TO HV-PROCTRAN-DATE(1:2)
           MOVE '.'              TO HV-PROCTRAN-DATE(3:1)
           MOVE WS-RUN-DATE-MM   TO HV-PROCTRAN-DATE(4:2)
           MOVE '.'              TO HV-PROCTRAN-DATE(6:1)
           MOVE WS-RUN-DATE-YYYY TO HV-PROCTRAN-DATE(7:4).
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * How long rent may go unpaid before the box is drilled.
      *----------------------------------------------------------------
       GET-DRILL-DAYS SECTION.
       GDD010.
           MOVE 'SDB-DRILL-DAYS' TO HV-CONTROL-NAME.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-DRILL-DAYS
           END-IF.
       GDD999.
           EXIT.

       FETCH-NEXT-BOX SECTION.
       FNB010.
           EXEC SQL
              FETCH SDBR_CSR
              INTO :HV-SDBOX-NUMBER, :HV-SDBOX-ANNUAL-RENT,
                   :HV-SDBOX-STATUS, :HV-SDBOX-CHARGE-ACCNO,
                   :HV-SDBOX-NEXT-RENT-DATE, :HV-SDBOX-RENT-DUE-SINCE,
                   :HV-SDBOX-RENT-ARREARS
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNB999.
           EXIT.

      *----------------------------------------------------------------
      * One box whose anniversary has come round (or whose rent is
      * still owed from an earlier one).
      *----------------------------------------------------------------
       BILL-ONE-BOX SECTION.
       BOB010.
           ADD 1 TO WS-BOXES-DUE.
           MOVE HV-SDBOX-NUMBER TO WS-PRINT-BOX.
           MOVE HV-SDBOX-ANNUAL-RENT TO WS-PRINT-AMOUNT.

           PERFORM CHECK-CHARGE-ACCOUNT.

           IF WS-CAN-PAY
              PERFORM CHARGE-RENT
           ELSE
              PERFORM RECORD-UNPAID-RENT
           END-IF.
       BOB999.
           EXIT.

      *----------------------------------------------------------------
      * The same tests a direct debit faces: the account must be
      * there, free of any debit restraint, and able to take the
      * rent within its overdraft limit.
      *----------------------------------------------------------------
       CHECK-CHARGE-ACCOUNT SECTION.
       CCA010.
           MOVE 'N' TO WS-CAN-PAY-SW.

           EXEC SQL
              SELECT ACCOUNT_AVAILABLE_BALANCE, ACCOUNT_OVERDRAFT_LIMIT
              INTO :HV-ACC-AVAIL-BAL, :HV-ACC-OVERDRAFT-LIM
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-SDBOX-CHARGE-ACCNO)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'ACCOUNT NOT FOUND' TO WS-REFUSAL
              GO TO CCA999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-RESTRAINT-COUNT
              FROM RESTRAIN
              WHERE RESTRAIN_SORTCODE = :HV-SORTCODE
                AND RESTRAIN_ACCNO = :HV-SDBOX-CHARGE-ACCNO
                AND RESTRAIN_STATUS = 'A'
                AND RESTRAIN_BEHAVIOR IN ('D', 'B', 'R')
           END-EXEC.

           IF SQLCODE = 0 AND HV-RESTRAINT-COUNT > 0
              MOVE 'ACCOUNT RESTRAINED' TO WS-REFUSAL
              GO TO CCA999
           END-IF.

           IF HV-ACC-AVAIL-BAL + HV-ACC-OVERDRAFT-LIM
                 < HV-SDBOX-ANNUAL-RENT
              MOVE 'INSUFFICIENT FUNDS' TO WS-REFUSAL
              GO TO CCA999
           END-IF.

           MOVE 'Y' TO WS-CAN-PAY-SW.
       CCA999.
           EXIT.

      *----------------------------------------------------------------
      * Take the year's rent and move the anniversary on. A box let
      * on 29 February renews on the 28th.
      *----------------------------------------------------------------
       CHARGE-RENT SECTION.
       CR010.
           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_AVAILABLE_BALANCE =
                     ACCOUNT_AVAILABLE_BALANCE - :HV-SDBOX-ANNUAL-RENT,
                  ACCOUNT_ACTUAL_BALANCE =
                     ACCOUNT_ACTUAL_BALANCE - :HV-SDBOX-ANNUAL-RENT
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-SDBOX-CHARGE-ACCNO)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'ACCOUNT IN ERROR' TO WS-REFUSAL
              PERFORM RECORD-UNPAID-RENT
              GO TO CR999
           END-IF.

           COMPUTE HV-PROCTRAN-AMOUNT = 0 - HV-SDBOX-ANNUAL-RENT.

           MOVE SPACES TO HV-PROCTRAN-REF.
           STRING 'SDB' DELIMITED BY SIZE
               WS-PRINT-BOX DELIMITED BY SIZE
               INTO HV-PROCTRAN-REF
           END-STRING.

           MOVE 'SAFE DEPOSIT BOX RENT' TO HV-PROCTRAN-DESC.

           EXEC SQL
              INSERT INTO PROCTRAN
                 (PROCTRAN_EYECATCHER, PROCTRAN_SORTCODE,
                  PROCTRAN_NUMBER, PROCTRAN_DATE, PROCTRAN_TIME,
                  PROCTRAN_REF, PROCTRAN_TYPE, PROCTRAN_DESC,
                  PROCTRAN_AMOUNT)
              VALUES
                 (:HV-PROCTRAN-EYECATCHER, :HV-SORTCODE,
                  :HV-SDBOX-CHARGE-ACCNO, :HV-PROCTRAN-DATE,
                  :HV-PROCTRAN-TIME, :HV-PROCTRAN-REF,
                  :HV-PROCTRAN-TYPE, :HV-PROCTRAN-DESC,
                  :HV-PROCTRAN-AMOUNT)
           END-EXEC.

           IF SQLCODE = 0
              INITIALIZE EVNT-AREA
              SET EVNT-POSTING TO TRUE
              MOVE HV-SORTCODE TO EVNT-SORTCODE
              MOVE HV-SDBOX-CHARGE-ACCNO TO EVNT-ACCNO
              MOVE HV-PROCTRAN-DATE TO EVNT-PROC-DATE
              MOVE HV-PROCTRAN-TIME TO EVNT-PROC-TIME
              MOVE HV-PROCTRAN-REF TO EVNT-REF
              MOVE HV-PROCTRAN-TYPE TO EVNT-TYPE
              MOVE HV-PROCTRAN-DESC TO EVNT-DESC
              MOVE HV-PROCTRAN-AMOUNT TO EVNT-AMOUNT
              PERFORM WRITE-BUSINESS-EVENT
           END-IF.

           ADD 1 TO WS-NEXT-RENT-YYYY.
           IF WS-NEXT-RENT-MMDD = '0229'
              MOVE '0228' TO WS-NEXT-RENT-MMDD
           END-IF.

           EXEC SQL
              UPDATE SDBOX
              SET SDBOX_STATUS = 'A',
                  SDBOX_NEXT_RENT_DATE = :HV-SDBOX-NEXT-RENT-DATE,
                  SDBOX_RENT_DUE_SINCE = ' ',
                  SDBOX_RENT_ARREARS = 0
              WHERE (SDBOX_SORTCODE = :HV-SORTCODE AND
                     SDBOX_NUMBER = :HV-SDBOX-NUMBER)
           END-EXEC.

           IF HV-SDBOX-STATUS = 'D'
              EXEC SQL
                 UPDATE SDBDRILL
                 SET SDBDRILL_STATUS = 'X',
                     SDBDRILL_CLOSED_DATE = :HV-RUN-DATE
                 WHERE SDBDRILL_SORTCODE = :HV-SORTCODE
                   AND SDBDRILL_BOX_NUMBER = :HV-SDBOX-NUMBER
                   AND SDBDRILL_STATUS = 'P'
              END-EXEC
           END-IF.

           ADD 1 TO WS-BOXES-CHARGED.
           ADD HV-SDBOX-ANNUAL-RENT TO WS-RENT-COLLECTED.

           MOVE SPACES TO SDB-REPORT-LINE
           STRING 'BOX ' DELIMITED BY SIZE
               WS-PRINT-BOX DELIMITED BY SIZE
               ' RENT ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' CHARGED TO ' DELIMITED BY SIZE
               HV-SDBOX-CHARGE-ACCNO DELIMITED BY SIZE
               ' NEXT DUE ' DELIMITED BY SIZE
               HV-SDBOX-NEXT-RENT-DATE DELIMITED BY SIZE
               INTO SDB-REPORT-LINE
           END-STRING
           WRITE SDB-REPORT-LINE.
       CR999.
           EXIT.

      *----------------------------------------------------------------
      * The rent could not be taken. The first time round the
      * arrears are recorded and the branch warned; after that the
      * box just waits, until the grace period runs out and the
      * drill-open procedure is raised.
      *----------------------------------------------------------------
       RECORD-UNPAID-RENT SECTION.
       RUR010.
           ADD 1 TO WS-BOXES-UNPAID.

           MOVE SPACES TO SDB-REPORT-LINE
           STRING 'BOX ' DELIMITED BY SIZE
               WS-PRINT-BOX DELIMITED BY SIZE
               ' RENT ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' NOT CHARGED TO ' DELIMITED BY SIZE
               HV-SDBOX-CHARGE-ACCNO DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WS-REFUSAL DELIMITED BY SIZE
               INTO SDB-REPORT-LINE
           END-STRING
           WRITE SDB-REPORT-LINE.

           IF HV-SDBOX-RENT-DUE-SINCE = SPACES
              MOVE HV-SDBOX-NEXT-RENT-DATE TO HV-SDBOX-RENT-DUE-SINCE
              MOVE HV-SDBOX-ANNUAL-RENT TO HV-SDBOX-RENT-ARREARS

              EXEC SQL
                 UPDATE SDBOX
                 SET SDBOX_RENT_DUE_SINCE = :HV-SDBOX-RENT-DUE-SINCE,
                     SDBOX_RENT_ARREARS = :HV-SDBOX-RENT-ARREARS
                 WHERE (SDBOX_SORTCODE = :HV-SORTCODE AND
                        SDBOX_NUMBER = :HV-SDBOX-NUMBER)
              END-EXEC

              INITIALIZE EXCPWRT-AREA
              MOVE 'SDBRENT' TO EXCP-SOURCE
              MOVE HV-SORTCODE TO EXCP-SORTCODE
              MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE
              MOVE 'W' TO EXCP-SEVERITY
              MOVE HV-SDBOX-CHARGE-ACCNO TO EXCP-ACCNO
              MOVE SPACES TO EXCP-MESSAGE
              STRING 'SAFE DEPOSIT BOX ' DELIMITED BY SIZE
                  WS-PRINT-BOX DELIMITED BY SIZE
                  ' RENT UNPAID - ' DELIMITED BY SIZE
                  WS-REFUSAL DELIMITED BY SIZE
                  INTO EXCP-MESSAGE
              END-STRING
              CALL 'EXCPWRT' USING EXCPWRT-AREA
              GO TO RUR999
           END-IF.

           IF HV-SDBOX-STATUS = 'D'
              GO TO RUR999
           END-IF.

           COMPUTE WS-DAYS-UNPAID =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) -
              FUNCTION INTEGER-OF-DATE(WS-DUE-SINCE-NUM).

           IF WS-DAYS-UNPAID < WS-DRILL-DAYS
              GO TO RUR999
           END-IF.

           PERFORM RAISE-DRILL-PROCEDURE.
       RUR999.
           EXIT.

      *----------------------------------------------------------------
      * Rent unpaid beyond the grace period: hold the box for
      * drilling and raise the procedure record the strongroom team
      * works from.
      *----------------------------------------------------------------
       RAISE-DRILL-PROCEDURE SECTION.
       RDP010.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-DRILL-COUNT
              FROM SDBDRILL
              WHERE SDBDRILL_SORTCODE = :HV-SORTCODE
                AND SDBDRILL_BOX_NUMBER = :HV-SDBOX-NUMBER
                AND SDBDRILL_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-DRILL-COUNT > 0
              GO TO RDP999
           END-IF.

           PERFORM ALLOCATE-NEXT-DRILL-ID.

           IF HV-SDBDRILL-ID = 0
              GO TO RDP999
           END-IF.

           EXEC SQL
              INSERT INTO SDBDRILL
                 (SDBDRILL_ID, SDBDRILL_SORTCODE, SDBDRILL_BOX_NUMBER,
                  SDBDRILL_RAISED_DATE, SDBDRILL_RENT_DUE_SINCE,
                  SDBDRILL_ARREARS, SDBDRILL_STATUS,
                  SDBDRILL_CLOSED_DATE)
              VALUES
                 (:HV-SDBDRILL-ID, :HV-SORTCODE, :HV-SDBOX-NUMBER,
                  :HV-RUN-DATE, :HV-SDBOX-RENT-DUE-SINCE,
                  :HV-SDBOX-RENT-ARREARS, 'P', ' ')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO SDB-REPORT-LINE
              STRING 'SDBDRILL INSERT FAILED FOR BOX '
                  DELIMITED BY SIZE
                  WS-PRINT-BOX DELIMITED BY SIZE
                  INTO SDB-REPORT-LINE
              END-STRING
              WRITE SDB-REPORT-LINE
              GO TO RDP999
           END-IF.

           EXEC SQL
              UPDATE SDBOX
              SET SDBOX_STATUS = 'D'
              WHERE (SDBOX_SORTCODE = :HV-SORTCODE AND
                     SDBOX_NUMBER = :HV-SDBOX-NUMBER)
           END-EXEC.

           ADD 1 TO WS-DRILLS-RAISED.

           MOVE SPACES TO SDB-REPORT-LINE
           STRING 'BOX ' DELIMITED BY SIZE
               WS-PRINT-BOX DELIMITED BY SIZE
               ' HELD FOR DRILLING - RENT UNPAID SINCE '
                  DELIMITED BY SIZE
               HV-SDBOX-RENT-DUE-SINCE DELIMITED BY SIZE
               INTO SDB-REPORT-LINE
           END-STRING
           WRITE SDB-REPORT-LINE.

           INITIALIZE EXCPWRT-AREA.
           MOVE 'SDBRENT' TO EXCP-SOURCE.
           MOVE HV-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'E' TO EXCP-SEVERITY.
           MOVE HV-SDBOX-CHARGE-ACCNO TO EXCP-ACCNO.
           MOVE SPACES TO EXCP-MESSAGE.
           STRING 'SAFE DEPOSIT BOX ' DELIMITED BY SIZE
               WS-PRINT-BOX DELIMITED BY SIZE
               ' DRILL-OPEN RAISED - RENT UNPAID SINCE '
                  DELIMITED BY SIZE
               HV-SDBOX-RENT-DUE-SINCE DELIMITED BY SIZE
               INTO EXCP-MESSAGE
           END-STRING.

           CALL 'EXCPWRT' USING EXCPWRT-AREA.
       RDP999.
           EXIT.

      *----------------------------------------------------------------
       ALLOCATE-NEXT-DRILL-ID SECTION.
       ANDI010.
           MOVE 0 TO HV-SDBDRILL-ID.

           MOVE SPACES TO HV-CONTROL-NAME.
           STRING HV-SORTCODE DELIMITED BY SIZE
               '-SDBD-LAST' DELIMITED BY SIZE
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
                 GO TO ANDI999
           END-EVALUATE.

           IF SQLCODE = 0
              MOVE HV-CONTROL-VALUE-NUM TO HV-SDBDRILL-ID
           END-IF.
       ANDI999.
           EXIT.

      *----------------------------------------------------------------
      * The change just posted, as a business event in the same unit
      * of work (see EVNTWRT). A failure to record it comes back in
      * SQLCODE, so it is handled exactly as a failed PROCTRAN insert.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           MOVE 'SDBRENT' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
