      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: NTCERLSE                                                *
      *                                                                *
      * Description: Nightly batch for notice savings accounts. Three  *
      *              passes over the NTCEWD withdrawal-notice register:*
      *              a notice with its own pay-to account whose        *
      *              available date has arrived is released - the      *
      *              amount is debited from the NOTICE account and     *
      *              credited to the pay-to account (PROCTRAN type NTW *
      *              both sides) and the notice marked 'R'; a notice   *
      *              the balance no longer covers is left pending,     *
      *              reported and raised as an exception. A notice     *
      *              still pending past its lapse date is marked 'L'   *
      *              and whatever was left undrawn is reported - the   *
      *              customer must give notice again. Finally every    *
      *              immediate-access penalty NTCEFUN recorded is      *
      *              charged to the account (PROCTRAN type NTP), never *
      *              taking the balance below zero, and marked 'X'.    *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the run date (defaults to today).          *
      *                                                                *
      * Output: Sequential report NTCERPT.                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTCERLSE.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NTCE-REPORT
                  ASSIGN TO NTCERPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NTCE-REPORT.
       01  NTCE-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE NTCEDB2 END-EXEC.
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 WS-RUN-DATE-X REDEFINES HV-RUN-DATE.
          03 WS-RUN-DATE-YYYY               PIC 9(4).
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.

       01 HV-NTCEWD-ID                      PIC S9(9) COMP.
       01 HV-NTCEWD-ACCNO                   PIC X(8).
       01 HV-NTCEWD-AMOUNT                  PIC S9(10)V99 COMP-3.
       01 HV-NTCEWD-DRAWN                   PIC S9(10)V99 COMP-3.
       01 HV-NTCEWD-PENALTY                 PIC S9(10)V99 COMP-3.
       01 HV-NTCEWD-PAY-SORTCODE            PIC X(6).
       01 HV-NTCEWD-PAY-ACCNO               PIC X(8).

       01 HV-ACCOUNT-ACTUAL-BAL             PIC S9(10)V99 COMP-3.

       01 HV-PROCTRAN-EYECATCHER            PIC X(4) VALUE 'PRTR'.
       01 HV-PROCTRAN-SORTCODE              PIC X(6).
       01 HV-PROCTRAN-ACC                   PIC X(8).
       01 HV-PROCTRAN-DATE                  PIC X(10).
       01 HV-PROCTRAN-TIME                  PIC X(6) VALUE '000000'.
       01 HV-PROCTRAN-REF                   PIC X(12) VALUE SPACES.
       01 HV-PROCTRAN-TYPE                  PIC X(3).
       01 HV-PROCTRAN-DESC                  PIC X(40).
       01 HV-PROCTRAN-AMOUNT                PIC S9(10)V99 COMP-3.

       01 WS-TODAY                          PIC 9(8).

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-UNDRAWN                        PIC S9(10)V99.
       01 WS-CHARGE                         PIC S9(10)V99.

       01 WS-NOTICES-RELEASED               PIC 9(8) VALUE 0.
       01 WS-NOTICES-UNPAID                 PIC 9(8) VALUE 0.
       01 WS-NOTICES-LAPSED                 PIC 9(8) VALUE 0.
       01 WS-PENALTIES-CHARGED              PIC 9(8) VALUE 0.
       01 WS-TOTAL-RELEASED                 PIC S9(10)V99 VALUE 0.
       01 WS-TOTAL-PENALTIES                PIC S9(10)V99 VALUE 0.

       01 WS-PRINT-NOTICE-ID                PIC 9(9).
       01 WS-PRINT-AMOUNT                   PIC +9(10).99.
       01 WS-PRINT-AMOUNT-2                 PIC +9(10).99.

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
           OPEN OUTPUT NTCE-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO NTCE-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO NTCE-REPORT-LINE
              END-STRING
              WRITE NTCE-REPORT-LINE
              CLOSE NTCE-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO NTCE-REPORT-LINE
           STRING 'NOTICE SAVINGS - SORTCODE ' DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO NTCE-REPORT-LINE
           END-STRING
           WRITE NTCE-REPORT-LINE.

           MOVE WS-RUN-DATE-DD   TO HV-PROCTRAN-DATE(1:2)
           MOVE '.'              TO HV-PROCTRAN-DATE(3:1)
           MOVE WS-RUN-DATE-MM   TO HV-PROCTRAN-DATE(4:2)
           MOVE '.'              TO HV-PROCTRAN-DATE(6:1)
           MOVE WS-RUN-DATE-YYYY TO HV-PROCTRAN-DATE(7:4).

           PERFORM RELEASE-MATURED-NOTICES.

           PERFORM LAPSE-EXPIRED-NOTICES.

           PERFORM CHARGE-PENALTIES.

           MOVE WS-TOTAL-RELEASED TO WS-PRINT-AMOUNT.
           MOVE WS-TOTAL-PENALTIES TO WS-PRINT-AMOUNT-2.
           MOVE SPACES TO NTCE-REPORT-LINE
           STRING 'RELEASED=' DELIMITED BY SIZE
               WS-NOTICES-RELEASED DELIMITED BY SIZE
               ' UNPAID=' DELIMITED BY SIZE
               WS-NOTICES-UNPAID DELIMITED BY SIZE
               ' LAPSED=' DELIMITED BY SIZE
               WS-NOTICES-LAPSED DELIMITED BY SIZE
               ' PENALTIES=' DELIMITED BY SIZE
               WS-PENALTIES-CHARGED DELIMITED BY SIZE
               ' TOTAL RELEASED=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' TOTAL PENALTIES=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT-2 DELIMITED BY SIZE
               INTO NTCE-REPORT-LINE
           END-STRING
           WRITE NTCE-REPORT-LINE.

           CLOSE NTCE-REPORT.

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
           MOVE 'NTCERLSE' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-NOTICES-RELEASED TO RUNCTL-RECORD-COUNT.
           MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGE999.
           EXIT.

      *----------------------------------------------------------------
      * A notice the balance could not pay goes onto the
      * consolidated queue as well as this report.
      *----------------------------------------------------------------
       RAISE-UNPAID-EXCEPTION SECTION.
       RUE010.
           INITIALIZE EXCPWRT-AREA.
           MOVE 'NTCERLSE' TO EXCP-SOURCE.
           MOVE HV-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'W' TO EXCP-SEVERITY.
           MOVE HV-NTCEWD-ACCNO TO EXCP-ACCNO.
           MOVE 'WITHDRAWAL NOTICE UNPAID - BALANCE DOES NOT COVER IT'
              TO EXCP-MESSAGE.

           CALL 'EXCPWRT' USING EXCPWRT-AREA.
       RUE999.
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
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * Every pending notice with its own pay-to account whose
      * available date has arrived is paid there in full.
      *----------------------------------------------------------------
       RELEASE-MATURED-NOTICES SECTION.
       RMN010.
           EXEC SQL
              DECLARE RLSE_CSR CURSOR FOR
                 SELECT NTCEWD_ID, NTCEWD_ACCNO, NTCEWD_AMOUNT,
                        NTCEWD_PAY_SORTCODE, NTCEWD_PAY_ACCNO
                 FROM NTCEWD
                 WHERE NTCEWD_SORTCODE = :HV-SORTCODE
                   AND NTCEWD_TYPE = 'N'
                   AND NTCEWD_STATUS = 'P'
                   AND NTCEWD_PAY_ACCNO <> '00000000'
                   AND NTCEWD_AVAILABLE_DATE <= :HV-RUN-DATE
                 ORDER BY NTCEWD_ACCNO, NTCEWD_AVAILABLE_DATE,
                          NTCEWD_ID
           END-EXEC.

           EXEC SQL OPEN RLSE_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-RELEASE.

           PERFORM UNTIL WS-EOF
              PERFORM RELEASE-ONE-NOTICE
              PERFORM FETCH-NEXT-RELEASE
           END-PERFORM.

           EXEC SQL CLOSE RLSE_CSR END-EXEC.
       RMN999.
           EXIT.

       FETCH-NEXT-RELEASE SECTION.
       FNR010.
           EXEC SQL
              FETCH RLSE_CSR
              INTO :HV-NTCEWD-ID, :HV-NTCEWD-ACCNO,
                   :HV-NTCEWD-AMOUNT, :HV-NTCEWD-PAY-SORTCODE,
                   :HV-NTCEWD-PAY-ACCNO
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNR999.
           EXIT.

      *----------------------------------------------------------------
      * Pay one matured notice away. The notice is only released when
      * the actual balance still covers it in full; otherwise it is
      * left pending for tomorrow's run and reported.
      *----------------------------------------------------------------
       RELEASE-ONE-NOTICE SECTION.
       RON010.
           MOVE HV-NTCEWD-ID TO WS-PRINT-NOTICE-ID.

           EXEC SQL
              SELECT ACCOUNT_ACTUAL_BALANCE
              INTO :HV-ACCOUNT-ACTUAL-BAL
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-NTCEWD-ACCNO)
           END-EXEC.

           IF SQLCODE NOT = 0
              OR HV-ACCOUNT-ACTUAL-BAL < HV-NTCEWD-AMOUNT
              ADD 1 TO WS-NOTICES-UNPAID

              PERFORM RAISE-UNPAID-EXCEPTION

              MOVE SPACES TO NTCE-REPORT-LINE
              STRING 'NOTICE ID=' DELIMITED BY SIZE
                  WS-PRINT-NOTICE-ID DELIMITED BY SIZE
                  ' ACCOUNT=' DELIMITED BY SIZE
                  HV-NTCEWD-ACCNO DELIMITED BY SIZE
                  ' UNPAID - BALANCE DOES NOT COVER IT'
                  DELIMITED BY SIZE
                  INTO NTCE-REPORT-LINE
              END-STRING
              WRITE NTCE-REPORT-LINE
              GO TO RON999
           END-IF.

           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_AVAILABLE_BALANCE =
                     ACCOUNT_AVAILABLE_BALANCE - :HV-NTCEWD-AMOUNT,
                  ACCOUNT_ACTUAL_BALANCE =
                     ACCOUNT_ACTUAL_BALANCE - :HV-NTCEWD-AMOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-NTCEWD-ACCNO)
           END-EXEC.

           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_AVAILABLE_BALANCE =
                     ACCOUNT_AVAILABLE_BALANCE + :HV-NTCEWD-AMOUNT,
                  ACCOUNT_ACTUAL_BALANCE =
                     ACCOUNT_ACTUAL_BALANCE + :HV-NTCEWD-AMOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-NTCEWD-PAY-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-NTCEWD-PAY-ACCNO)
           END-EXEC.

           IF SQLCODE NOT = 0
              ADD 1 TO WS-NOTICES-UNPAID

              PERFORM RAISE-UNPAID-EXCEPTION

              MOVE SPACES TO NTCE-REPORT-LINE
              STRING 'NOTICE ID=' DELIMITED BY SIZE
                  WS-PRINT-NOTICE-ID DELIMITED BY SIZE
                  ' PAY-TO ACCOUNT MISSING ' DELIMITED BY SIZE
                  HV-NTCEWD-PAY-ACCNO DELIMITED BY SIZE
                  ' - LEFT ON NOTICE ACCOUNT' DELIMITED BY SIZE
                  INTO NTCE-REPORT-LINE
              END-STRING
              WRITE NTCE-REPORT-LINE

      *
      *       Put the money back where it was - better a notice
      *       left pending than a payment into thin air.
      *
              EXEC SQL
                 UPDATE ACCOUNT
                 SET ACCOUNT_AVAILABLE_BALANCE =
                        ACCOUNT_AVAILABLE_BALANCE + :HV-NTCEWD-AMOUNT,
                     ACCOUNT_ACTUAL_BALANCE =
                        ACCOUNT_ACTUAL_BALANCE + :HV-NTCEWD-AMOUNT
                 WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                        ACCOUNT_NUMBER = :HV-NTCEWD-ACCNO)
              END-EXEC
              GO TO RON999
           END-IF.

           MOVE 'NTW' TO HV-PROCTRAN-TYPE.
           MOVE 'NOTICE WITHDRAWAL' TO HV-PROCTRAN-DESC.
           COMPUTE HV-PROCTRAN-AMOUNT = 0 - HV-NTCEWD-AMOUNT.
           MOVE HV-SORTCODE TO HV-PROCTRAN-SORTCODE.
           MOVE HV-NTCEWD-ACCNO TO HV-PROCTRAN-ACC.
           PERFORM WRITE-TO-PROCTRAN.

           MOVE 'NOTICE WITHDRAWAL PROCEEDS' TO HV-PROCTRAN-DESC.
           MOVE HV-NTCEWD-AMOUNT TO HV-PROCTRAN-AMOUNT.
           MOVE HV-NTCEWD-PAY-SORTCODE TO HV-PROCTRAN-SORTCODE.
           MOVE HV-NTCEWD-PAY-ACCNO TO HV-PROCTRAN-ACC.
           PERFORM WRITE-TO-PROCTRAN.

           EXEC SQL
              UPDATE NTCEWD
              SET NTCEWD_DRAWN = NTCEWD_AMOUNT,
                  NTCEWD_STATUS = 'R',
                  NTCEWD_CLOSED_DATE = :HV-RUN-DATE
              WHERE NTCEWD_ID = :HV-NTCEWD-ID
                AND NTCEWD_SORTCODE = :HV-SORTCODE
           END-EXEC.

           ADD 1 TO WS-NOTICES-RELEASED.
           ADD HV-NTCEWD-AMOUNT TO WS-TOTAL-RELEASED.

           MOVE HV-NTCEWD-AMOUNT TO WS-PRINT-AMOUNT.
           MOVE SPACES TO NTCE-REPORT-LINE
           STRING 'NOTICE ID=' DELIMITED BY SIZE
               WS-PRINT-NOTICE-ID DELIMITED BY SIZE
               ' RELEASED ACCOUNT=' DELIMITED BY SIZE
               HV-NTCEWD-ACCNO DELIMITED BY SIZE
               ' TO=' DELIMITED BY SIZE
               HV-NTCEWD-PAY-SORTCODE DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               HV-NTCEWD-PAY-ACCNO DELIMITED BY SIZE
               ' AMOUNT=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO NTCE-REPORT-LINE
           END-STRING
           WRITE NTCE-REPORT-LINE.
       RON999.
           EXIT.

      *----------------------------------------------------------------
      * A notice still pending after its lapse date has run out -
      * the customer has to give notice again for what is left.
      *----------------------------------------------------------------
       LAPSE-EXPIRED-NOTICES SECTION.
       LEN010.
           EXEC SQL
              DECLARE LAPSE_CSR CURSOR FOR
                 SELECT NTCEWD_ID, NTCEWD_ACCNO, NTCEWD_AMOUNT,
                        NTCEWD_DRAWN
                 FROM NTCEWD
                 WHERE NTCEWD_SORTCODE = :HV-SORTCODE
                   AND NTCEWD_TYPE = 'N'
                   AND NTCEWD_STATUS = 'P'
                   AND NTCEWD_LAPSE_DATE < :HV-RUN-DATE
                 ORDER BY NTCEWD_ACCNO, NTCEWD_ID
           END-EXEC.

           EXEC SQL OPEN LAPSE_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-LAPSE.

           PERFORM UNTIL WS-EOF
              PERFORM LAPSE-ONE-NOTICE
              PERFORM FETCH-NEXT-LAPSE
           END-PERFORM.

           EXEC SQL CLOSE LAPSE_CSR END-EXEC.
       LEN999.
           EXIT.

       FETCH-NEXT-LAPSE SECTION.
       FNL010.
           EXEC SQL
              FETCH LAPSE_CSR
              INTO :HV-NTCEWD-ID, :HV-NTCEWD-ACCNO,
                   :HV-NTCEWD-AMOUNT, :HV-NTCEWD-DRAWN
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNL999.
           EXIT.

       LAPSE-ONE-NOTICE SECTION.
       LON010.
           EXEC SQL
              UPDATE NTCEWD
              SET NTCEWD_STATUS = 'L',
                  NTCEWD_CLOSED_DATE = :HV-RUN-DATE
              WHERE NTCEWD_ID = :HV-NTCEWD-ID
                AND NTCEWD_SORTCODE = :HV-SORTCODE
           END-EXEC.

           ADD 1 TO WS-NOTICES-LAPSED.

           COMPUTE WS-UNDRAWN = HV-NTCEWD-AMOUNT - HV-NTCEWD-DRAWN.

           MOVE HV-NTCEWD-ID TO WS-PRINT-NOTICE-ID.
           MOVE WS-UNDRAWN TO WS-PRINT-AMOUNT.
           MOVE SPACES TO NTCE-REPORT-LINE
           STRING 'NOTICE ID=' DELIMITED BY SIZE
               WS-PRINT-NOTICE-ID DELIMITED BY SIZE
               ' LAPSED ACCOUNT=' DELIMITED BY SIZE
               HV-NTCEWD-ACCNO DELIMITED BY SIZE
               ' UNDRAWN=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO NTCE-REPORT-LINE
           END-STRING
           WRITE NTCE-REPORT-LINE.
       LON999.
           EXIT.

      *----------------------------------------------------------------
      * Charge every immediate-access penalty NTCEFUN recorded. The
      * charge never takes the account below zero - whatever the
      * balance cannot bear is waived and the register shows what
      * was actually taken.
      *----------------------------------------------------------------
       CHARGE-PENALTIES SECTION.
       CP010.
           EXEC SQL
              DECLARE PNLTY_CSR CURSOR FOR
                 SELECT NTCEWD_ID, NTCEWD_ACCNO, NTCEWD_PENALTY
                 FROM NTCEWD
                 WHERE NTCEWD_SORTCODE = :HV-SORTCODE
                   AND NTCEWD_TYPE = 'I'
                   AND NTCEWD_STATUS = 'I'
                 ORDER BY NTCEWD_ACCNO, NTCEWD_ID
           END-EXEC.

           EXEC SQL OPEN PNLTY_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-PENALTY.

           PERFORM UNTIL WS-EOF
              PERFORM CHARGE-ONE-PENALTY
              PERFORM FETCH-NEXT-PENALTY
           END-PERFORM.

           EXEC SQL CLOSE PNLTY_CSR END-EXEC.
       CP999.
           EXIT.

       FETCH-NEXT-PENALTY SECTION.
       FNP010.
           EXEC SQL
              FETCH PNLTY_CSR
              INTO :HV-NTCEWD-ID, :HV-NTCEWD-ACCNO,
                   :HV-NTCEWD-PENALTY
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNP999.
           EXIT.

       CHARGE-ONE-PENALTY SECTION.
       COP010.
           EXEC SQL
              SELECT ACCOUNT_ACTUAL_BALANCE
              INTO :HV-ACCOUNT-ACTUAL-BAL
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-NTCEWD-ACCNO)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-ACCOUNT-ACTUAL-BAL
           END-IF.

           MOVE HV-NTCEWD-PENALTY TO WS-CHARGE.

           IF WS-CHARGE > HV-ACCOUNT-ACTUAL-BAL
              MOVE HV-ACCOUNT-ACTUAL-BAL TO WS-CHARGE
           END-IF.

           IF WS-CHARGE < 0
              MOVE 0 TO WS-CHARGE
           END-IF.

           IF WS-CHARGE > 0
              EXEC SQL
                 UPDATE ACCOUNT
                 SET ACCOUNT_AVAILABLE_BALANCE =
                        ACCOUNT_AVAILABLE_BALANCE - :WS-CHARGE,
                     ACCOUNT_ACTUAL_BALANCE =
                        ACCOUNT_ACTUAL_BALANCE - :WS-CHARGE
                 WHERE (ACCOUNT_SORTCODE = :HV-SORTCODE AND
                        ACCOUNT_NUMBER = :HV-NTCEWD-ACCNO)
              END-EXEC

              MOVE 'NTP' TO HV-PROCTRAN-TYPE
              MOVE 'NOTICE PENALTY - IMMEDIATE ACCESS'
                 TO HV-PROCTRAN-DESC
              COMPUTE HV-PROCTRAN-AMOUNT = 0 - WS-CHARGE
              MOVE HV-SORTCODE TO HV-PROCTRAN-SORTCODE
              MOVE HV-NTCEWD-ACCNO TO HV-PROCTRAN-ACC
              PERFORM WRITE-TO-PROCTRAN
           END-IF.

           EXEC SQL
              UPDATE NTCEWD
              SET NTCEWD_PENALTY = :WS-CHARGE,
                  NTCEWD_STATUS = 'X',
                  NTCEWD_CLOSED_DATE = :HV-RUN-DATE
              WHERE NTCEWD_ID = :HV-NTCEWD-ID
                AND NTCEWD_SORTCODE = :HV-SORTCODE
           END-EXEC.

           ADD 1 TO WS-PENALTIES-CHARGED.
           ADD WS-CHARGE TO WS-TOTAL-PENALTIES.

           MOVE HV-NTCEWD-ID TO WS-PRINT-NOTICE-ID.
           MOVE WS-CHARGE TO WS-PRINT-AMOUNT.
           MOVE HV-NTCEWD-PENALTY TO WS-PRINT-AMOUNT-2.
           MOVE SPACES TO NTCE-REPORT-LINE
           STRING 'NOTICE ID=' DELIMITED BY SIZE
               WS-PRINT-NOTICE-ID DELIMITED BY SIZE
               ' PENALTY ACCOUNT=' DELIMITED BY SIZE
               HV-NTCEWD-ACCNO DELIMITED BY SIZE
               ' CHARGED=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' OF=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT-2 DELIMITED BY SIZE
               INTO NTCE-REPORT-LINE
           END-STRING
           WRITE NTCE-REPORT-LINE.
       COP999.
           EXIT.

      *----------------------------------------------------------------
       WRITE-TO-PROCTRAN SECTION.
       WTP010.
           EXEC SQL
              INSERT INTO PROCTRAN
                 (PROCTRAN_EYECATCHER, PROCTRAN_SORTCODE,
                  PROCTRAN_NUMBER, PROCTRAN_DATE, PROCTRAN_TIME,
                  PROCTRAN_REF, PROCTRAN_TYPE, PROCTRAN_DESC,
                  PROCTRAN_AMOUNT)
              VALUES
                 (:HV-PROCTRAN-EYECATCHER, :HV-PROCTRAN-SORTCODE,
                  :HV-PROCTRAN-ACC, :HV-PROCTRAN-DATE,
                  :HV-PROCTRAN-TIME, :HV-PROCTRAN-REF,
                  :HV-PROCTRAN-TYPE, :HV-PROCTRAN-DESC,
                  :HV-PROCTRAN-AMOUNT)
           END-EXEC.

           IF SQLCODE = 0
              INITIALIZE EVNT-AREA
              SET EVNT-POSTING TO TRUE
              MOVE HV-PROCTRAN-SORTCODE TO EVNT-SORTCODE
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
              MOVE SPACES TO NTCE-REPORT-LINE
              STRING 'PROCTRAN WRITE FAILED FOR ACCOUNT '
                  DELIMITED BY SIZE
                  HV-PROCTRAN-ACC DELIMITED BY SIZE
                  INTO NTCE-REPORT-LINE
              END-STRING
              WRITE NTCE-REPORT-LINE
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
           MOVE 'NTCERLSE' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
