      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: ONBEXPR                                                 *
      *                                                                *
      * Description: Daily sweep of the onboarding applications      *
      *              (ONBAPP, see ONBFUN). An application still open *
      *              that nobody - applicant or staff - has moved    *
      *              on for CONTROL ONB-EXPIRY-DAYS (default 30) is  *
      *              abandoned: it is expired, reason 'EX', and      *
      *              listed. An expired application closed more than *
      *              CONTROL ONB-PURGE-DAYS (default 90) ago is      *
      *              purged - it never became a customer, so there   *
      *              is nothing of it the bank has to keep. Declined *
      *              applications are kept as the evidence of why,   *
      *              and approved ones point at the customer.        *
      *                                                              *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code  *
      *        and yyyymmdd the run date (defaults to today).        *
      *                                                              *
      * Output: Sequential report ONBEXP1.                           *
      *                                                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONBEXPR.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPIRE-REPORT
                  ASSIGN TO ONBEXP1
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPIRE-REPORT.
       01  EXPIRE-REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE ONBDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 HV-EXPIRY-CUTOFF                  PIC X(8).
       01 HV-PURGE-CUTOFF                   PIC X(8).

       01 HV-APP-ID                         PIC S9(9) COMP.
       01 HV-CHANNEL                        PIC X.
       01 HV-STATUS                         PIC X.
       01 HV-STAGE                          PIC S9(9) COMP.
       01 HV-NAME                           PIC X(60).
       01 HV-SUBMITTED-DATE                 PIC X(8).
       01 HV-LAST-ACTION-DATE               PIC X(8).

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.

      * Tunables - defaults here, overridden by a positive CONTROL
      * value of the same name.
       01 WS-EXPIRY-DAYS                    PIC S9(9) COMP VALUE 30.
       01 WS-PURGE-DAYS                     PIC S9(9) COMP VALUE 90.
       01 WS-TUNABLE                        PIC S9(9) COMP.

       01 WS-TODAY                          PIC 9(8).
       01 WS-RUN-DATE-NUM                   PIC 9(8).
       01 WS-CUTOFF-INT                     PIC S9(9) COMP.
       01 WS-CUTOFF-NUM                     PIC 9(8).

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-EXPIRED-COUNT                  PIC 9(6) VALUE 0.
       01 WS-PURGED-COUNT                   PIC 9(6) VALUE 0.
       01 WS-APP-ID-X                       PIC 9(8).
       01 WS-STAGE-X                        PIC 9.

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
           OPEN OUTPUT EXPIRE-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO EXPIRE-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO EXPIRE-REPORT-LINE
              END-STRING
              WRITE EXPIRE-REPORT-LINE
              CLOSE EXPIRE-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM GET-TUNABLES.

           PERFORM SET-CUTOFF-DATES.

           MOVE SPACES TO EXPIRE-REPORT-LINE
           STRING 'ONBOARDING APPLICATIONS EXPIRED - SORTCODE '
               DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               ' NO ACTION SINCE ' DELIMITED BY SIZE
               HV-EXPIRY-CUTOFF DELIMITED BY SIZE
               INTO EXPIRE-REPORT-LINE
           END-STRING
           WRITE EXPIRE-REPORT-LINE.

           PERFORM EXPIRE-ABANDONED-APPS.

           IF RETURN-CODE = 0
              PERFORM PURGE-EXPIRED-APPS
           END-IF.

           MOVE SPACES TO EXPIRE-REPORT-LINE
           STRING 'APPLICATIONS EXPIRED=' DELIMITED BY SIZE
               WS-EXPIRED-COUNT DELIMITED BY SIZE
               ' PURGED=' DELIMITED BY SIZE
               WS-PURGED-COUNT DELIMITED BY SIZE
               ' (EXPIRED BEFORE ' DELIMITED BY SIZE
               HV-PURGE-CUTOFF DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO EXPIRE-REPORT-LINE
           END-STRING
           WRITE EXPIRE-REPORT-LINE.

           CLOSE EXPIRE-REPORT.

           PERFORM REGISTER-RUN-END.

           GOBACK.

       A999.
           EXIT.

      *----------------------------------------------------------------
       REGISTER-RUN-START SECTION.
       RGS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'ONBEXPR' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           COMPUTE RUNCTL-RECORD-COUNT =
              WS-EXPIRED-COUNT + WS-PURGED-COUNT.
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

           MOVE 0 TO RETURN-CODE.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
       GET-TUNABLES SECTION.
       GTU010.
           MOVE 'ONB-EXPIRY-DAYS' TO HV-CONTROL-NAME.
           MOVE WS-EXPIRY-DAYS TO WS-TUNABLE.
           PERFORM GET-ONE-TUNABLE.
           MOVE WS-TUNABLE TO WS-EXPIRY-DAYS.

           MOVE 'ONB-PURGE-DAYS' TO HV-CONTROL-NAME.
           MOVE WS-PURGE-DAYS TO WS-TUNABLE.
           PERFORM GET-ONE-TUNABLE.
           MOVE WS-TUNABLE TO WS-PURGE-DAYS.
       GTU999.
           EXIT.

       GET-ONE-TUNABLE SECTION.
       GOT010.
           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-TUNABLE
           END-IF.
       GOT999.
           EXIT.

      *----------------------------------------------------------------
      * Both cut-offs count back from the run date: no action on or
      * after the expiry cut-off means abandoned, closed before the
      * purge cut-off means old enough to go.
      *----------------------------------------------------------------
       SET-CUTOFF-DATES SECTION.
       SCD010.
           MOVE HV-RUN-DATE TO WS-RUN-DATE-NUM.

           COMPUTE WS-CUTOFF-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
              - WS-EXPIRY-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
              TO WS-CUTOFF-NUM.
           MOVE WS-CUTOFF-NUM TO HV-EXPIRY-CUTOFF.

           COMPUTE WS-CUTOFF-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
              - WS-PURGE-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
              TO WS-CUTOFF-NUM.
           MOVE WS-CUTOFF-NUM TO HV-PURGE-CUTOFF.
       SCD999.
           EXIT.

      *----------------------------------------------------------------
       EXPIRE-ABANDONED-APPS SECTION.
       EAA010.
           EXEC SQL
              DECLARE ONBX_CSR CURSOR FOR
                 SELECT ONBAPP_ID, ONBAPP_CHANNEL, ONBAPP_STATUS,
                        ONBAPP_STAGE, ONBAPP_NAME,
                        ONBAPP_SUBMITTED_DATE, ONBAPP_LAST_ACTION_DATE
                 FROM ONBAPP
                 WHERE ONBAPP_SORTCODE = :HV-SORTCODE
                   AND ONBAPP_STATUS IN ('S', 'N', 'U', 'K', 'C')
                   AND ONBAPP_LAST_ACTION_DATE < :HV-EXPIRY-CUTOFF
                 ORDER BY ONBAPP_ID
           END-EXEC.

           EXEC SQL OPEN ONBX_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-APP.

           PERFORM EXPIRE-ONE-APP
              UNTIL WS-EOF.

           EXEC SQL CLOSE ONBX_CSR END-EXEC.
       EAA999.
           EXIT.

       FETCH-NEXT-APP SECTION.
       FNA010.
           EXEC SQL
              FETCH ONBX_CSR
              INTO :HV-APP-ID, :HV-CHANNEL, :HV-STATUS,
                   :HV-STAGE, :HV-NAME,
                   :HV-SUBMITTED-DATE, :HV-LAST-ACTION-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNA999.
           EXIT.

       EXPIRE-ONE-APP SECTION.
       EOA010.
           EXEC SQL
              UPDATE ONBAPP
              SET ONBAPP_STATUS = 'X',
                  ONBAPP_REASON = 'EX',
                  ONBAPP_CLOSED_DATE = :HV-RUN-DATE
              WHERE ONBAPP_SORTCODE = :HV-SORTCODE
                AND ONBAPP_ID = :HV-APP-ID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO EXPIRE-REPORT-LINE
              MOVE 'UPDATE FAILED - SWEEP ABANDONED' TO
                 EXPIRE-REPORT-LINE
              WRITE EXPIRE-REPORT-LINE
              MOVE 8 TO RETURN-CODE
              MOVE 'Y' TO WS-EOF-SW
              GO TO EOA999
           END-IF.

           ADD 1 TO WS-EXPIRED-COUNT.

           MOVE HV-APP-ID TO WS-APP-ID-X.
           MOVE HV-STAGE TO WS-STAGE-X.

           MOVE SPACES TO EXPIRE-REPORT-LINE
           STRING 'APP=' DELIMITED BY SIZE
               WS-APP-ID-X DELIMITED BY SIZE
               ' CHANNEL=' DELIMITED BY SIZE
               HV-CHANNEL DELIMITED BY SIZE
               ' WAS=' DELIMITED BY SIZE
               HV-STATUS DELIMITED BY SIZE
               ' STAGE=' DELIMITED BY SIZE
               WS-STAGE-X DELIMITED BY SIZE
               ' SUBMITTED=' DELIMITED BY SIZE
               HV-SUBMITTED-DATE DELIMITED BY SIZE
               ' LAST ACTION=' DELIMITED BY SIZE
               HV-LAST-ACTION-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-NAME DELIMITED BY SIZE
               INTO EXPIRE-REPORT-LINE
           END-STRING
           WRITE EXPIRE-REPORT-LINE.

           PERFORM FETCH-NEXT-APP.
       EOA999.
           EXIT.

      *----------------------------------------------------------------
      * One set delete - nothing of a purged application is listed,
      * it was listed on the day it expired.
      *----------------------------------------------------------------
       PURGE-EXPIRED-APPS SECTION.
       PEA010.
           EXEC SQL
              DELETE FROM ONBAPP
              WHERE ONBAPP_SORTCODE = :HV-SORTCODE
                AND ONBAPP_STATUS = 'X'
                AND ONBAPP_CLOSED_DATE < :HV-PURGE-CUTOFF
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3) TO WS-PURGED-COUNT
              WHEN 100
                 MOVE 0 TO WS-PURGED-COUNT
              WHEN OTHER
                 MOVE SPACES TO EXPIRE-REPORT-LINE
                 MOVE 'PURGE FAILED' TO EXPIRE-REPORT-LINE
                 WRITE EXPIRE-REPORT-LINE
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.
       PEA999.
           EXIT.
