      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: MKTCRPT                                                 *
      *                                                                *
      * Description: Monthly marketing consent summary. For each       *
      *              channel - post, email, SMS, telephone - shows     *
      *              how many customers stand consented and withdrawn  *
      *              on MKTCONS, and how many grants and withdrawals   *
      *              the MKTCHIST history took in the calendar month   *
      *              of the run date, with the withdrawals loaded      *
      *              from the suppression file (MKTCSUPP) shown        *
      *              apart. A closing line gives the number of         *
      *              customers marketing may reach on at least one     *
      *              channel.                                          *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the run date (defaults to today); the      *
      *        month reported is the run date's.                       *
      *                                                                *
      * Output: Sequential report MKTCRPT.                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MKTCRPT.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MKTC-REPORT
                  ASSIGN TO MKTCRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MKTC-REPORT.
       01  MKTC-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE MKTCDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).

       01 HV-MONTH-START                    PIC X(8).
       01 HV-MONTH-END                      PIC X(8).

       01 HV-CHANNEL                        PIC X.
       01 HV-CONSENTED                      PIC S9(9) COMP.
       01 HV-WITHDRAWN                      PIC S9(9) COMP.
       01 HV-GRANTS                         PIC S9(9) COMP.
       01 HV-WITHDRAWALS                    PIC S9(9) COMP.
       01 HV-SUPPRESSED                     PIC S9(9) COMP.
       01 HV-REACHABLE                      PIC S9(9) COMP.

       01 WS-TODAY                          PIC 9(8).

      * The four channels, with the name each prints under.
       01 WS-CHANNEL-LIST                   PIC X(4) VALUE 'PEST'.
       01 WS-CHANNEL-LIST-R REDEFINES WS-CHANNEL-LIST.
          05 WS-CHANNEL-CODE                PIC X OCCURS 4.
       01 WS-CHANNEL-NAMES                  PIC X(36) VALUE
             'POST     EMAIL    SMS      TELEPHONE'.
       01 WS-CHANNEL-NAMES-R REDEFINES WS-CHANNEL-NAMES.
          05 WS-CHANNEL-NAME                PIC X(9) OCCURS 4.
       01 WS-CH-SUB                         PIC S9(4) COMP.

       01 WS-PRINT-CONSENTED                PIC Z(7)9.
       01 WS-PRINT-WITHDRAWN                PIC Z(7)9.
       01 WS-PRINT-GRANTS                   PIC Z(7)9.
       01 WS-PRINT-WITHDRAWALS              PIC Z(7)9.
       01 WS-PRINT-SUPPRESSED               PIC Z(7)9.
       01 WS-PRINT-REACHABLE                PIC Z(7)9.

       01 WS-REPORT-FAILED                  PIC 9(8) VALUE 0.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

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
           OPEN OUTPUT MKTC-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO MKTC-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO MKTC-REPORT-LINE
              END-STRING
              WRITE MKTC-REPORT-LINE
              CLOSE MKTC-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      *    The history dates are plain YYYYMMDD, so the month is
      *    everything from day 01 to day 31 of it.
      *
           MOVE HV-RUN-DATE TO HV-MONTH-START HV-MONTH-END.
           MOVE '01' TO HV-MONTH-START(7:2).
           MOVE '31' TO HV-MONTH-END(7:2).

           MOVE SPACES TO MKTC-REPORT-LINE
           STRING 'MARKETING CONSENT SUMMARY - SORTCODE '
                  DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' MONTH ' DELIMITED BY SIZE
               HV-RUN-DATE(1:6) DELIMITED BY SIZE
               ' AS AT ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO MKTC-REPORT-LINE
           END-STRING
           WRITE MKTC-REPORT-LINE.

           MOVE SPACES TO MKTC-REPORT-LINE
           STRING 'CHANNEL   CONSENTED WITHDRAWN    GRANTS '
                  DELIMITED BY SIZE
               'WITHDRAWALS  OF WHICH SUPPRESSION FILE'
                  DELIMITED BY SIZE
               INTO MKTC-REPORT-LINE
           END-STRING
           WRITE MKTC-REPORT-LINE.

           PERFORM REPORT-ONE-CHANNEL
              VARYING WS-CH-SUB FROM 1 BY 1
              UNTIL WS-CH-SUB > 4.

           EXEC SQL
              SELECT COUNT(DISTINCT MKTCONS_CUSTNO)
              INTO :HV-REACHABLE
              FROM MKTCONS
              WHERE MKTCONS_SORTCODE = :HV-SORTCODE
                AND MKTCONS_STATUS = 'Y'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-REACHABLE
              ADD 1 TO WS-REPORT-FAILED
           END-IF.

           MOVE HV-REACHABLE TO WS-PRINT-REACHABLE.

           MOVE SPACES TO MKTC-REPORT-LINE
           STRING 'CUSTOMERS CONSENTED ON AT LEAST ONE CHANNEL='
                  DELIMITED BY SIZE
               WS-PRINT-REACHABLE DELIMITED BY SIZE
               INTO MKTC-REPORT-LINE
           END-STRING
           WRITE MKTC-REPORT-LINE.

           IF WS-REPORT-FAILED > 0
              MOVE SPACES TO MKTC-REPORT-LINE
              STRING 'FIGURES INCOMPLETE - READS FAILED='
                     DELIMITED BY SIZE
                  WS-REPORT-FAILED DELIMITED BY SIZE
                  INTO MKTC-REPORT-LINE
              END-STRING
              WRITE MKTC-REPORT-LINE
           END-IF.

           CLOSE MKTC-REPORT.

           IF WS-REPORT-FAILED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM REGISTER-RUN-END.

           GOBACK.

       A999.
           EXIT.

      *----------------------------------------------------------------
      * Register this run on the RUNCTL ledger and honour its
      * sequencing rules - see RUNCTL for the two refusals.
      *----------------------------------------------------------------
       REGISTER-RUN-START SECTION.
       RRS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'MKTCRPT' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RRS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RRE010.
           SET RUNCTL-END TO TRUE.
           MOVE HV-REACHABLE TO RUNCTL-RECORD-COUNT.
           MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RRE999.
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
      * One channel's line: the standing position, then the month's
      * movements from the history. A read that fails prints as
      * zero and is flagged at the foot of the report.
      *----------------------------------------------------------------
       REPORT-ONE-CHANNEL SECTION.
       ROC010.
           MOVE WS-CHANNEL-CODE(WS-CH-SUB) TO HV-CHANNEL.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-CONSENTED
              FROM MKTCONS
              WHERE MKTCONS_SORTCODE = :HV-SORTCODE
                AND MKTCONS_CHANNEL = :HV-CHANNEL
                AND MKTCONS_STATUS = 'Y'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-CONSENTED
              ADD 1 TO WS-REPORT-FAILED
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-WITHDRAWN
              FROM MKTCONS
              WHERE MKTCONS_SORTCODE = :HV-SORTCODE
                AND MKTCONS_CHANNEL = :HV-CHANNEL
                AND MKTCONS_STATUS = 'N'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-WITHDRAWN
              ADD 1 TO WS-REPORT-FAILED
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-GRANTS
              FROM MKTCHIST
              WHERE MKTCHIST_SORTCODE = :HV-SORTCODE
                AND MKTCHIST_CHANNEL = :HV-CHANNEL
                AND MKTCHIST_ACTION = 'G'
                AND MKTCHIST_ACTION_DATE >= :HV-MONTH-START
                AND MKTCHIST_ACTION_DATE <= :HV-MONTH-END
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-GRANTS
              ADD 1 TO WS-REPORT-FAILED
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-WITHDRAWALS
              FROM MKTCHIST
              WHERE MKTCHIST_SORTCODE = :HV-SORTCODE
                AND MKTCHIST_CHANNEL = :HV-CHANNEL
                AND MKTCHIST_ACTION = 'W'
                AND MKTCHIST_ACTION_DATE >= :HV-MONTH-START
                AND MKTCHIST_ACTION_DATE <= :HV-MONTH-END
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-WITHDRAWALS
              ADD 1 TO WS-REPORT-FAILED
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-SUPPRESSED
              FROM MKTCHIST
              WHERE MKTCHIST_SORTCODE = :HV-SORTCODE
                AND MKTCHIST_CHANNEL = :HV-CHANNEL
                AND MKTCHIST_ACTION = 'W'
                AND MKTCHIST_SOURCE = 'S'
                AND MKTCHIST_ACTION_DATE >= :HV-MONTH-START
                AND MKTCHIST_ACTION_DATE <= :HV-MONTH-END
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-SUPPRESSED
              ADD 1 TO WS-REPORT-FAILED
           END-IF.

           MOVE HV-CONSENTED TO WS-PRINT-CONSENTED.
           MOVE HV-WITHDRAWN TO WS-PRINT-WITHDRAWN.
           MOVE HV-GRANTS TO WS-PRINT-GRANTS.
           MOVE HV-WITHDRAWALS TO WS-PRINT-WITHDRAWALS.
           MOVE HV-SUPPRESSED TO WS-PRINT-SUPPRESSED.

           MOVE SPACES TO MKTC-REPORT-LINE
           STRING WS-CHANNEL-NAME(WS-CH-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-CONSENTED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PRINT-WITHDRAWN DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PRINT-GRANTS DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               WS-PRINT-WITHDRAWALS DELIMITED BY SIZE
               '                ' DELIMITED BY SIZE
               WS-PRINT-SUPPRESSED DELIMITED BY SIZE
               INTO MKTC-REPORT-LINE
           END-STRING
           WRITE MKTC-REPORT-LINE.
       ROC999.
           EXIT.
