      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: DRFTLIST                                                *
      *                                                                *
      * Description: Daily outstanding banker's drafts listing and     *
      *              control account reconciliation. Every draft on   *
      *              the BNKDRAFT register still owed - outstanding,   *
      *              or stopped but not yet refunded - is listed with  *
      *              purchaser, payee, amount and issue date, and the  *
      *              total is then checked against the balance of the  *
      *              drafts-outstanding GL control account as at the   *
      *              run date: GLBAL's opening balance for the period  *
      *              plus the period's GLENTRY movement to date. The   *
      *              control account is the debit side of the GLMAP    *
      *              'BDP' (draft paid) row. The two must agree; a     *
      *              difference goes onto the exception queue and the  *
      *              run ends with return code 8.                      *
      *                                                                *
      *              Runs after GLPOST, which carries the day's issues *
      *              and refunds into the control account.             *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the business date (defaults to today).     *
      *                                                                *
      * Output: Sequential report DRFTRPT.                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRFTLIST.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRFT-REPORT
                  ASSIGN TO DRFTRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DRFT-REPORT.
       01  DRFT-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE DRFTDB2 END-EXEC.
           EXEC SQL INCLUDE GLDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 HV-PERIOD                         PIC X(6).
       01 HV-PERIOD-FROM                    PIC X(8).

       01 HV-DRAFT-SERIAL                   PIC S9(9) COMP.
       01 HV-DRAFT-PURCH-ACCNO              PIC X(8).
       01 HV-DRAFT-PAYEE                    PIC X(40).
       01 HV-DRAFT-AMOUNT                   PIC S9(10)V99 COMP-3.
       01 HV-DRAFT-STATUS                   PIC X.
       01 HV-DRAFT-ISSUED-DATE              PIC X(10).

       01 HV-CONTROL-GLACCT                 PIC X(8).
       01 HV-CR-GLACCT                      PIC X(8).
       01 HV-OPENING-BAL                    PIC S9(12)V99 COMP-3.
       01 HV-MOVEMENT                       PIC S9(12)V99 COMP-3.

       01 WS-TODAY                          PIC 9(8).

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-DRAFTS-LISTED                  PIC 9(8) VALUE 0.
       01 WS-DRAFTS-STOPPED                 PIC 9(8) VALUE 0.
       01 WS-DRAFT-TOTAL                    PIC S9(12)V99 VALUE 0.
       01 WS-GL-OWED                        PIC S9(12)V99 VALUE 0.
       01 WS-DIFFERENCE                     PIC S9(12)V99 VALUE 0.

       01 WS-PRINT-SERIAL                   PIC 9(6).
       01 WS-PRINT-AMOUNT                   PIC +9(12).99.
       01 WS-PRINT-AMOUNT-2                 PIC +9(12).99.
       01 WS-PRINT-STATUS                   PIC X(7).

      * Run-control registration (see RUNCTL) - every overnight
      * program records its run and honours the sequencing rules.
       01 RUNCTL-AREA.
           COPY RUNCTLA.

      * Consolidated exception queue hookup (see EXCPWRT).
       01 EXCPWRT-AREA.
           COPY EXCPWRTA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
           05 PARM                          PIC X(256).

       PROCEDURE DIVISION USING PARM-BUFFER.
       PREMIERE SECTION.
       A010.
           OPEN OUTPUT DRFT-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO DRFT-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO DRFT-REPORT-LINE
              END-STRING
              WRITE DRFT-REPORT-LINE
              CLOSE DRFT-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO DRFT-REPORT-LINE
           STRING 'OUTSTANDING BANKERS DRAFTS - SORTCODE '
                  DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO DRFT-REPORT-LINE
           END-STRING
           WRITE DRFT-REPORT-LINE.

           MOVE SPACES TO DRFT-REPORT-LINE
           STRING 'SERIAL STATUS  PURCHASER PAYEE'
                  DELIMITED BY SIZE
               '                                   AMOUNT'
                  DELIMITED BY SIZE
               '            ISSUED' DELIMITED BY SIZE
               INTO DRFT-REPORT-LINE
           END-STRING
           WRITE DRFT-REPORT-LINE.

           PERFORM LIST-OUTSTANDING-DRAFTS.

           PERFORM GET-CONTROL-BALANCE.

           COMPUTE WS-DIFFERENCE = WS-DRAFT-TOTAL - WS-GL-OWED.

           MOVE WS-DRAFT-TOTAL TO WS-PRINT-AMOUNT.
           MOVE SPACES TO DRFT-REPORT-LINE
           STRING 'DRAFTS LISTED=' DELIMITED BY SIZE
               WS-DRAFTS-LISTED DELIMITED BY SIZE
               ' OF WHICH STOPPED=' DELIMITED BY SIZE
               WS-DRAFTS-STOPPED DELIMITED BY SIZE
               ' TOTAL OUTSTANDING=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO DRFT-REPORT-LINE
           END-STRING
           WRITE DRFT-REPORT-LINE.

           MOVE WS-GL-OWED TO WS-PRINT-AMOUNT.
           MOVE WS-DIFFERENCE TO WS-PRINT-AMOUNT-2.
           MOVE SPACES TO DRFT-REPORT-LINE
           STRING 'CONTROL ACCOUNT ' DELIMITED BY SIZE
               HV-CONTROL-GLACCT DELIMITED BY SIZE
               ' BALANCE=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' DIFFERENCE=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT-2 DELIMITED BY SIZE
               INTO DRFT-REPORT-LINE
           END-STRING
           WRITE DRFT-REPORT-LINE.

           IF WS-DIFFERENCE = 0
              MOVE 'REGISTER AGREES WITH CONTROL ACCOUNT'
                 TO DRFT-REPORT-LINE
              WRITE DRFT-REPORT-LINE
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 'REGISTER DOES NOT AGREE WITH CONTROL ACCOUNT'
                 TO DRFT-REPORT-LINE
              WRITE DRFT-REPORT-LINE
              PERFORM RAISE-DIFFERENCE-EXCEPTION
              MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE DRFT-REPORT.

           PERFORM REGISTER-RUN-END.

           GOBACK.

       A999.
           EXIT.

      *----------------------------------------------------------------
      * Register this run on the RUNCTL ledger and honour its
      * sequencing rules - see RUNCTL for the two refusals. The
      * control balance is only complete once GLPOST has posted
      * the day's issues and refunds.
      *----------------------------------------------------------------
       REGISTER-RUN-START SECTION.
       RGS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'DRFTLIST' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE 'GLPOST  ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-DRAFTS-LISTED TO RUNCTL-RECORD-COUNT.
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

           MOVE HV-RUN-DATE(1:6) TO HV-PERIOD.
           MOVE HV-PERIOD TO HV-PERIOD-FROM(1:6).
           MOVE '01' TO HV-PERIOD-FROM(7:2).

           MOVE 0 TO RETURN-CODE.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * A stopped draft is still owed until it is cancelled and the
      * purchaser refunded, so it is listed - and counted in the
      * total - alongside the outstanding ones.
      *----------------------------------------------------------------
       LIST-OUTSTANDING-DRAFTS SECTION.
       LOD010.
           EXEC SQL
              DECLARE DRFT_CSR CURSOR FOR
                 SELECT BNKDRAFT_SERIAL, BNKDRAFT_PURCH_ACCNO,
                        BNKDRAFT_PAYEE, BNKDRAFT_AMOUNT,
                        BNKDRAFT_STATUS, BNKDRAFT_ISSUED_DATE
                 FROM BNKDRAFT
                 WHERE BNKDRAFT_SORTCODE = :HV-SORTCODE
                   AND BNKDRAFT_STATUS IN ('O', 'S')
                 ORDER BY BNKDRAFT_SERIAL
           END-EXEC.

           EXEC SQL OPEN DRFT_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-DRAFT.

           PERFORM UNTIL WS-EOF
              PERFORM LIST-ONE-DRAFT
              PERFORM FETCH-NEXT-DRAFT
           END-PERFORM.

           EXEC SQL CLOSE DRFT_CSR END-EXEC.
       LOD999.
           EXIT.

       FETCH-NEXT-DRAFT SECTION.
       FND010.
           EXEC SQL
              FETCH DRFT_CSR
              INTO :HV-DRAFT-SERIAL, :HV-DRAFT-PURCH-ACCNO,
                   :HV-DRAFT-PAYEE, :HV-DRAFT-AMOUNT,
                   :HV-DRAFT-STATUS, :HV-DRAFT-ISSUED-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FND999.
           EXIT.

       LIST-ONE-DRAFT SECTION.
       LOO010.
           ADD 1 TO WS-DRAFTS-LISTED.
           ADD HV-DRAFT-AMOUNT TO WS-DRAFT-TOTAL.

           IF HV-DRAFT-STATUS = 'S'
              ADD 1 TO WS-DRAFTS-STOPPED
              MOVE 'STOPPED' TO WS-PRINT-STATUS
           ELSE
              MOVE 'OUTSTND' TO WS-PRINT-STATUS
           END-IF.

           MOVE HV-DRAFT-SERIAL TO WS-PRINT-SERIAL.
           MOVE HV-DRAFT-AMOUNT TO WS-PRINT-AMOUNT.
           MOVE SPACES TO DRFT-REPORT-LINE
           STRING WS-PRINT-SERIAL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-STATUS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-DRAFT-PURCH-ACCNO DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               HV-DRAFT-PAYEE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-DRAFT-ISSUED-DATE DELIMITED BY SIZE
               INTO DRFT-REPORT-LINE
           END-STRING
           WRITE DRFT-REPORT-LINE.
       LOO999.
           EXIT.

      *----------------------------------------------------------------
      * The control account's balance as at the run date: the
      * period's opening balance off GLBAL (none yet means the
      * ledger starts this period) plus every GLENTRY row of the
      * period so far. GL balances are held debit positive, so what
      * the bank owes on its drafts is the credit balance, the
      * figure turned round.
      *----------------------------------------------------------------
       GET-CONTROL-BALANCE SECTION.
       GCB010.
           EXEC SQL
              SELECT GLMAP_DR_GLACCT, GLMAP_CR_GLACCT
              INTO :HV-CONTROL-GLACCT, :HV-CR-GLACCT
              FROM GLMAP
              WHERE GLMAP_PROCTRAN_TYPE = 'BDP'
                AND GLMAP_ACCOUNT_TYPE = '*'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'DRAFTOUT' TO HV-CONTROL-GLACCT
           END-IF.

           EXEC SQL
              SELECT GLBAL_OPENING_BALANCE
              INTO :HV-OPENING-BAL
              FROM GLBAL
              WHERE GLBAL_SORTCODE = :HV-SORTCODE
                AND GLBAL_PERIOD = :HV-PERIOD
                AND GLBAL_GLACCT = :HV-CONTROL-GLACCT
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-OPENING-BAL
           END-IF.

           EXEC SQL
              SELECT COALESCE(SUM(GLENTRY_DR_TOTAL -
                                  GLENTRY_CR_TOTAL), 0)
              INTO :HV-MOVEMENT
              FROM GLENTRY
              WHERE GLENTRY_SORTCODE = :HV-SORTCODE
                AND GLENTRY_GLACCT = :HV-CONTROL-GLACCT
                AND GLENTRY_DATE >= :HV-PERIOD-FROM
                AND GLENTRY_DATE <= :HV-RUN-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-MOVEMENT
           END-IF.

           COMPUTE WS-GL-OWED = 0 - (HV-OPENING-BAL + HV-MOVEMENT).
       GCB999.
           EXIT.

      *----------------------------------------------------------------
       RAISE-DIFFERENCE-EXCEPTION SECTION.
       RDE010.
           INITIALIZE EXCPWRT-AREA.
           MOVE 'DRFTLIST' TO EXCP-SOURCE.
           MOVE HV-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'E' TO EXCP-SEVERITY.
           MOVE SPACES TO EXCP-MESSAGE.
           STRING 'DRAFTS REGISTER DIFFERS FROM CONTROL ACCOUNT BY '
                  DELIMITED BY SIZE
               WS-PRINT-AMOUNT-2 DELIMITED BY SIZE
               INTO EXCP-MESSAGE
           END-STRING.

           CALL 'EXCPWRT' USING EXCPWRT-AREA.
       RDE999.
           EXIT.
