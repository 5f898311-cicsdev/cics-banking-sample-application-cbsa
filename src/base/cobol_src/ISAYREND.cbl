      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: ISAYREND                                                *
      *                                                                *
      * Description: ISA tax-year rollover and annual ISA return.      *
      *              Run once after 5 April. For the tax year just     *
      *              ended it writes one return record per ISA on the  *
      *              sort code: owner and account, the year's          *
      *              subscriptions off ISASUB, the market value (the   *
      *              actual balance on the day of the run) and the     *
      *              interest credited within the year (PROCTRAN type  *
      *              INT dated 6 April to 5 April), followed by a      *
      *              control trailer. Every ISASUB row of the year is  *
      *              then closed ('C'); the new year's subscriptions   *
      *              start from nothing, as ISAFUN and ISASUBS open a  *
      *              fresh row on a customer's first credit of the     *
      *              year.                                             *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd,yyyy' - sort code, run date       *
      *        (defaults to today) and the tax year to return, as the  *
      *        year it starts in (defaults to the last year ended).    *
      *                                                                *
      * Output: Return file ISAROUT and sequential report ISARPT.      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISAYREND.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE
                  ASSIGN TO ISAROUT
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ISA-REPORT
                  ASSIGN TO ISARPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE.
       01  RETURN-RECORD.
           03 RET-REC-TYPE                   PIC X.
           03 RET-TAX-YEAR                   PIC X(4).
           03 RET-CUSTOMER-NUMBER            PIC X(10).
           03 RET-SORTCODE                   PIC X(6).
           03 RET-ACCNO                      PIC X(8).
           03 RET-SUBSCRIPTIONS              PIC S9(10)V99
                 SIGN LEADING SEPARATE.
           03 RET-MARKET-VALUE               PIC S9(10)V99
                 SIGN LEADING SEPARATE.
           03 RET-INTEREST                   PIC S9(10)V99
                 SIGN LEADING SEPARATE.
           03 RET-REPORT-DATE                PIC X(8).
       01  RETURN-TRAILER REDEFINES RETURN-RECORD.
           03 RET-TRL-REC-TYPE               PIC X.
           03 RET-TRL-TAX-YEAR               PIC X(4).
           03 RET-TRL-COUNT                  PIC 9(8).
           03 RET-TRL-SUBS-TOTAL             PIC S9(13)V99
                 SIGN LEADING SEPARATE.
           03 RET-TRL-VALUE-TOTAL            PIC S9(13)V99
                 SIGN LEADING SEPARATE.
           03 RET-TRL-INTEREST-TOTAL         PIC S9(13)V99
                 SIGN LEADING SEPARATE.
           03 FILLER                         PIC X(7).

       FD  ISA-REPORT.
       01  ISA-REPORT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE ISADB2 END-EXEC.
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 WS-RUN-DATE-X REDEFINES HV-RUN-DATE.
          03 WS-RUN-DATE-YYYY               PIC 9(4).
          03 WS-RUN-DATE-MMDD               PIC 9(4).
       01 HV-TAX-YEAR                       PIC X(4).

      * The tax year's first and last days, YYYYMMDD, and the same
      * as YYMMDD to compare with PROCTRAN_DATE turned round from
      * its stored DD.MM.YY form (see DELACC).
       01 HV-YEAR-START                     PIC X(8).
       01 HV-YEAR-END                       PIC X(8).
       01 HV-YEAR-START-CMP                 PIC X(6).
       01 HV-YEAR-END-CMP                   PIC X(6).

       01 HV-ACC-NUMBER                     PIC X(8).
       01 HV-ACC-CUST-NO                    PIC X(10).
       01 HV-ACTUAL-BAL                     PIC S9(10)V99 COMP-3.

       01 HV-SUBSCRIBED                     PIC S9(10)V99 COMP-3.
       01 HV-INTEREST                       PIC S9(10)V99 COMP-3.
       01 HV-ROWS-CLOSED                    PIC S9(9) COMP.

       01 WS-TODAY                          PIC 9(8).
       01 WS-TAX-YEAR-NUM                   PIC 9(4).
       01 WS-NEXT-YEAR-NUM                  PIC 9(4).

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-RECORDS-WRITTEN                PIC 9(8) VALUE 0.
       01 WS-SUBS-TOTAL                     PIC S9(13)V99 VALUE 0.
       01 WS-VALUE-TOTAL                    PIC S9(13)V99 VALUE 0.
       01 WS-INTEREST-TOTAL                 PIC S9(13)V99 VALUE 0.

       01 WS-PRINT-AMOUNT                   PIC +9(12).99.
       01 WS-PRINT-AMOUNT-2                 PIC +9(12).99.
       01 WS-PRINT-AMOUNT-3                 PIC +9(12).99.
       01 WS-PRINT-COUNT                    PIC 9(8).

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
           OPEN OUTPUT ISA-REPORT.
           OPEN OUTPUT RETURN-FILE.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO ISA-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO ISA-REPORT-LINE
              END-STRING
              WRITE ISA-REPORT-LINE
              CLOSE ISA-REPORT
              CLOSE RETURN-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO ISA-REPORT-LINE
           STRING 'ISA TAX-YEAR END - SORTCODE ' DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               ' TAX YEAR ' DELIMITED BY SIZE
               HV-YEAR-START DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               HV-YEAR-END DELIMITED BY SIZE
               INTO ISA-REPORT-LINE
           END-STRING
           WRITE ISA-REPORT-LINE.

      *
      *    A year still running cannot be returned or closed - the
      *    subscriptions it would close are still being taken.
      *
           IF HV-YEAR-END NOT < HV-RUN-DATE
              MOVE SPACES TO ISA-REPORT-LINE
              STRING 'TAX YEAR ' DELIMITED BY SIZE
                  HV-TAX-YEAR DELIMITED BY SIZE
                  ' HAS NOT ENDED - NOTHING RETURNED OR CLOSED'
                  DELIMITED BY SIZE
                  INTO ISA-REPORT-LINE
              END-STRING
              WRITE ISA-REPORT-LINE
              CLOSE RETURN-FILE
              CLOSE ISA-REPORT
              MOVE 12 TO RETURN-CODE
              PERFORM REGISTER-RUN-END
              GOBACK
           END-IF.

           PERFORM RETURN-EACH-ISA.

           MOVE SPACES TO RETURN-RECORD.
           MOVE 'T' TO RET-TRL-REC-TYPE.
           MOVE HV-TAX-YEAR TO RET-TRL-TAX-YEAR.
           MOVE WS-RECORDS-WRITTEN TO RET-TRL-COUNT.
           MOVE WS-SUBS-TOTAL TO RET-TRL-SUBS-TOTAL.
           MOVE WS-VALUE-TOTAL TO RET-TRL-VALUE-TOTAL.
           MOVE WS-INTEREST-TOTAL TO RET-TRL-INTEREST-TOTAL.
           WRITE RETURN-RECORD.

           PERFORM CLOSE-SUBSCRIPTION-YEAR.

           MOVE WS-SUBS-TOTAL TO WS-PRINT-AMOUNT.
           MOVE WS-VALUE-TOTAL TO WS-PRINT-AMOUNT-2.
           MOVE WS-INTEREST-TOTAL TO WS-PRINT-AMOUNT-3.
           MOVE SPACES TO ISA-REPORT-LINE
           STRING 'RECORDS WRITTEN=' DELIMITED BY SIZE
               WS-RECORDS-WRITTEN DELIMITED BY SIZE
               ' SUBSCRIPTIONS=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' MARKET VALUE=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT-2 DELIMITED BY SIZE
               ' INTEREST=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT-3 DELIMITED BY SIZE
               INTO ISA-REPORT-LINE
           END-STRING
           WRITE ISA-REPORT-LINE.

           CLOSE RETURN-FILE.
           CLOSE ISA-REPORT.

           PERFORM REGISTER-RUN-END.

           GOBACK.

       A999.
           EXIT.

      *----------------------------------------------------------------
       REGISTER-RUN-START SECTION.
       RGS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'ISAYREND' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-RECORDS-WRITTEN TO RUNCTL-RECORD-COUNT.
           MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGE999.
           EXIT.

      *----------------------------------------------------------------
      * Sort code, run date and tax year. Left out, the tax year is
      * the last one to have ended by the run date: the year that
      * began the April before, once 6 April has passed.
      *----------------------------------------------------------------
       GET-RUN-PARMS SECTION.
       GRP010.
           MOVE SPACES TO HV-SORTCODE HV-RUN-DATE HV-TAX-YEAR.

           IF PARM-LENGTH > 0
              UNSTRING PARM(1:PARM-LENGTH) DELIMITED BY ','
                 INTO HV-SORTCODE HV-RUN-DATE HV-TAX-YEAR
           END-IF.

           IF HV-RUN-DATE = SPACES OR HV-RUN-DATE = LOW-VALUES
              ACCEPT WS-TODAY FROM DATE YYYYMMDD
              MOVE WS-TODAY TO HV-RUN-DATE
           END-IF.

           IF HV-TAX-YEAR = SPACES OR HV-TAX-YEAR = LOW-VALUES
              IF WS-RUN-DATE-MMDD < 0406
                 COMPUTE WS-TAX-YEAR-NUM = WS-RUN-DATE-YYYY - 2
              ELSE
                 COMPUTE WS-TAX-YEAR-NUM = WS-RUN-DATE-YYYY - 1
              END-IF
              MOVE WS-TAX-YEAR-NUM TO HV-TAX-YEAR
           ELSE
              MOVE HV-TAX-YEAR TO WS-TAX-YEAR-NUM
           END-IF.

           COMPUTE WS-NEXT-YEAR-NUM = WS-TAX-YEAR-NUM + 1.

           MOVE HV-TAX-YEAR TO HV-YEAR-START(1:4).
           MOVE '0406' TO HV-YEAR-START(5:4).
           MOVE WS-NEXT-YEAR-NUM TO HV-YEAR-END(1:4).
           MOVE '0405' TO HV-YEAR-END(5:4).

           MOVE HV-YEAR-START(3:6) TO HV-YEAR-START-CMP.
           MOVE HV-YEAR-END(3:6) TO HV-YEAR-END-CMP.

           MOVE 0 TO RETURN-CODE.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
       RETURN-EACH-ISA SECTION.
       REI010.
           EXEC SQL
              DECLARE ISAR_CSR CURSOR FOR
                 SELECT ACCOUNT_NUMBER, ACCOUNT_CUSTOMER_NUMBER,
                        ACCOUNT_ACTUAL_BALANCE
                 FROM ACCOUNT
                 WHERE ACCOUNT_SORTCODE = :HV-SORTCODE
                   AND ACCOUNT_TYPE = 'ISA'
                 ORDER BY ACCOUNT_NUMBER
           END-EXEC.

           EXEC SQL OPEN ISAR_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-ISA.

           PERFORM UNTIL WS-EOF
              PERFORM RETURN-ONE-ISA
              PERFORM FETCH-NEXT-ISA
           END-PERFORM.

           EXEC SQL CLOSE ISAR_CSR END-EXEC.
       REI999.
           EXIT.

       FETCH-NEXT-ISA SECTION.
       FNI010.
           EXEC SQL
              FETCH ISAR_CSR
              INTO :HV-ACC-NUMBER, :HV-ACC-CUST-NO, :HV-ACTUAL-BAL
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNI999.
           EXIT.

      *----------------------------------------------------------------
      * One return record. Subscriptions are the year's ISASUB total
      * for this account - zero if nothing was paid in, or if the
      * owner paid into another of their ISAs that year. Interest is
      * every INT posting dated within the year.
      *----------------------------------------------------------------
       RETURN-ONE-ISA SECTION.
       ROI010.
           MOVE 0 TO HV-SUBSCRIBED.

           EXEC SQL
              SELECT COALESCE(SUM(ISASUB_SUBSCRIBED), 0)
              INTO :HV-SUBSCRIBED
              FROM ISASUB
              WHERE ISASUB_SORTCODE = :HV-SORTCODE
                AND ISASUB_ACCNO = :HV-ACC-NUMBER
                AND ISASUB_TAX_YEAR = :HV-TAX-YEAR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-SUBSCRIBED
           END-IF.

           MOVE 0 TO HV-INTEREST.

           EXEC SQL
              SELECT COALESCE(SUM(PROCTRAN_AMOUNT), 0)
              INTO :HV-INTEREST
              FROM PROCTRAN
              WHERE PROCTRAN_SORTCODE = :HV-SORTCODE
                AND PROCTRAN_NUMBER = :HV-ACC-NUMBER
                AND PROCTRAN_TYPE = 'INT'
                AND SUBSTR(PROCTRAN_DATE,7,2) ||
                    SUBSTR(PROCTRAN_DATE,4,2) ||
                    SUBSTR(PROCTRAN_DATE,1,2)
                    BETWEEN :HV-YEAR-START-CMP AND :HV-YEAR-END-CMP
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-INTEREST
           END-IF.

           MOVE SPACES TO RETURN-RECORD.
           MOVE 'D' TO RET-REC-TYPE.
           MOVE HV-TAX-YEAR TO RET-TAX-YEAR.
           MOVE HV-ACC-CUST-NO TO RET-CUSTOMER-NUMBER.
           MOVE HV-SORTCODE TO RET-SORTCODE.
           MOVE HV-ACC-NUMBER TO RET-ACCNO.
           MOVE HV-SUBSCRIBED TO RET-SUBSCRIPTIONS.
           MOVE HV-ACTUAL-BAL TO RET-MARKET-VALUE.
           MOVE HV-INTEREST TO RET-INTEREST.
           MOVE HV-RUN-DATE TO RET-REPORT-DATE.
           WRITE RETURN-RECORD.

           ADD 1 TO WS-RECORDS-WRITTEN.
           ADD HV-SUBSCRIBED TO WS-SUBS-TOTAL.
           ADD HV-ACTUAL-BAL TO WS-VALUE-TOTAL.
           ADD HV-INTEREST TO WS-INTEREST-TOTAL.
       ROI999.
           EXIT.

      *----------------------------------------------------------------
      * Close the returned year's subscriptions. Nothing is deleted -
      * the rows stay as the record of what was returned.
      *----------------------------------------------------------------
       CLOSE-SUBSCRIPTION-YEAR SECTION.
       CSY010.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-ROWS-CLOSED
              FROM ISASUB
              WHERE ISASUB_SORTCODE = :HV-SORTCODE
                AND ISASUB_TAX_YEAR = :HV-TAX-YEAR
                AND ISASUB_STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-ROWS-CLOSED
           END-IF.

           EXEC SQL
              UPDATE ISASUB
              SET ISASUB_STATUS = 'C'
              WHERE ISASUB_SORTCODE = :HV-SORTCODE
                AND ISASUB_TAX_YEAR = :HV-TAX-YEAR
                AND ISASUB_STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SPACES TO ISA-REPORT-LINE
              STRING 'ISASUB CLOSE FAILED FOR TAX YEAR '
                  DELIMITED BY SIZE
                  HV-TAX-YEAR DELIMITED BY SIZE
                  INTO ISA-REPORT-LINE
              END-STRING
              WRITE ISA-REPORT-LINE
              MOVE 8 TO RETURN-CODE
              GO TO CSY999
           END-IF.

           MOVE HV-ROWS-CLOSED TO WS-PRINT-COUNT.
           MOVE SPACES TO ISA-REPORT-LINE
           STRING 'SUBSCRIPTION ROWS CLOSED FOR TAX YEAR '
               DELIMITED BY SIZE
               HV-TAX-YEAR DELIMITED BY SIZE
               ' = ' DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               INTO ISA-REPORT-LINE
           END-STRING
           WRITE ISA-REPORT-LINE.
       CSY999.
           EXIT.
