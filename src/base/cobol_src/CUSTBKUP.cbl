      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: CUSTBKUP                                                *
      *                                                                *
      * Description: Nightly point-in-time backup of the CUSTOMER     *
      *              VSAM file. CUSTOMER is the one copy of the       *
      *              customer master that is not in DB2, so DB2's     *
      *              own logging and recovery never cover it; this    *
      *              unload is what it is recovered from (CUSTRSTR).  *
      *                                                                *
      *              For the backup to be consistent no customer may  *
      *              be created while it is taken, so REGION-STATUS   *
      *              is set to BACKUP for the length of the run -     *
      *              CREACC and CRECUST refuse to create anything     *
      *              while it says so - and put back as it was at     *
      *              the end. The file is then unloaded in key order  *
      *              (header, every record, trailer - see CUSTBKR)    *
      *              with a record count and two hash totals, and     *
      *              the same figures are catalogued on CUSTBKUP for  *
      *              the business date. Finally every customer that   *
      *              owns an ACCOUNT row is looked up on the file,    *
      *              as CUACRECN does for one sort code, so a backup  *
      *              taken over a file that has already lost owners   *
      *              is marked as such ('X') and each missing owner   *
      *              is raised to the exception queue.                *
      *                                                                *
      *              A run refuses to start over a restore CUSTRSTR   *
      *              has not yet verified (REGION-STATUS=RESTORE).    *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        the run is registered under and yyyymmdd the business  *
      *        date of the backup (defaults to today).                 *
      *                                                                *
      * Output: Backup file CUSTBAK1, report CUSTBKR1, the CUSTBKUP    *
      *         catalogue row and EXCPTION rows.                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTBKUP.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
                  ASSIGN TO VSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CUSTOMER-KEY
                  FILE STATUS  IS WS-CUSTOMER-STATUS.

           SELECT BACKUP-FILE
                  ASSIGN TO CUSTBAK1
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-BACKUP-STATUS.

           SELECT BKUP-REPORT
                  ASSIGN TO CUSTBKR1
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD-STRUCTURE.
           COPY CUSTOMER.

       FD  BACKUP-FILE.
       01  BACKUP-RECORD.
           COPY CUSTBKR.

       FD  BKUP-REPORT.
       01  BKUP-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE CBKPDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 HV-RUN-TIME                       PIC X(6).

       01 HV-ACC-SORTCODE                   PIC X(6).
       01 HV-ACC-SORTCODE-NUM REDEFINES HV-ACC-SORTCODE PIC 9(6).
       01 HV-ACC-CUST-NO                    PIC X(10).
       01 HV-ACC-CUST-NO-NUM REDEFINES HV-ACC-CUST-NO PIC 9(10).

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR              PIC X(40).

       01 HOST-CUSTBKUP-ROW.
          03 HV-BKUP-RECORDS                PIC S9(10) COMP-3.
          03 HV-BKUP-HASH-CUSTNO            PIC S9(18) COMP-3.
          03 HV-BKUP-HASH-FINANCIAL         PIC S9(18) COMP-3.
          03 HV-BKUP-OWNERS-CHECKED         PIC S9(9) COMP-3.
          03 HV-BKUP-OWNERS-MISSING         PIC S9(9) COMP-3.
          03 HV-BKUP-STATUS                 PIC X.

      *
      *    The control record's own view - sort code zero, customer
      *    number all nines.
      *
       01 CUSTOMER-CONTROL.
           COPY CUSTCTRL.

       01 WS-CUSTOMER-STATUS                PIC XX.
          88 WS-CUSTOMER-OK                 VALUE '00'.
          88 WS-CUSTOMER-EOF                VALUE '10'.
          88 WS-CUSTOMER-NOTFND             VALUE '23'.
       01 WS-BACKUP-STATUS                  PIC XX.
          88 WS-BACKUP-OK                   VALUE '00'.

       01 WS-TODAY                          PIC 9(8).
       01 WS-TIME-NOW                       PIC 9(8).

      * REGION-STATUS as it stood before the run.
       01 WS-PRIOR-REGION-STATUS            PIC X(40).
       01 WS-STATUS-SET-SW                  PIC X VALUE 'N'.
          88 WS-STATUS-SET                  VALUE 'Y'.

       01 WS-READING-SW                     PIC X VALUE 'Y'.
          88 WS-STILL-READING               VALUE 'Y'.
       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.
       01 WS-UNLOAD-FAILED-SW               PIC X VALUE 'N'.
          88 WS-UNLOAD-FAILED               VALUE 'Y'.

       01 WS-RECORDS                        PIC 9(10) VALUE 0.
       01 WS-HASH-CUSTNO                    PIC 9(18) VALUE 0.
       01 WS-HASH-FINANCIAL                 PIC 9(18) VALUE 0.
       01 WS-OWNERS-CHECKED                 PIC 9(9) VALUE 0.
       01 WS-OWNERS-MISSING                 PIC 9(9) VALUE 0.

       01 WS-PRINT-COUNT                    PIC Z(9)9.
       01 WS-PRINT-HASH                     PIC Z(17)9.
       01 WS-PRINT-OWNERS                   PIC Z(8)9.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

      * Batch exception writer (see EXCPWRT).
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
           OPEN OUTPUT BKUP-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO BKUP-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO BKUP-REPORT-LINE
              END-STRING
              WRITE BKUP-REPORT-LINE
              CLOSE BKUP-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO BKUP-REPORT-LINE
           STRING 'CUSTOMER FILE BACKUP - DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               ' TIME ' DELIMITED BY SIZE
               HV-RUN-TIME DELIMITED BY SIZE
               INTO BKUP-REPORT-LINE
           END-STRING
           WRITE BKUP-REPORT-LINE.

           PERFORM BLOCK-CREATION.

           IF NOT WS-STATUS-SET
              GO TO A090
           END-IF.

           PERFORM UNLOAD-CUSTOMER-FILE.

           IF WS-UNLOAD-FAILED
              GO TO A080
           END-IF.

           PERFORM CHECK-ACCOUNT-OWNERS.

           PERFORM CATALOGUE-THE-BACKUP.

       A080.
           CLOSE CUSTOMER-FILE.

           PERFORM RELEASE-CREATION.

       A090.
           MOVE WS-RECORDS TO WS-PRINT-COUNT.
           MOVE WS-OWNERS-CHECKED TO WS-PRINT-OWNERS.
           MOVE SPACES TO BKUP-REPORT-LINE
           STRING 'RECORDS=' DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               ' OWNERS CHECKED=' DELIMITED BY SIZE
               WS-PRINT-OWNERS DELIMITED BY SIZE
               INTO BKUP-REPORT-LINE
           END-STRING
           WRITE BKUP-REPORT-LINE.

           MOVE WS-HASH-CUSTNO TO WS-PRINT-HASH.
           MOVE SPACES TO BKUP-REPORT-LINE
           STRING 'HASH TOTAL CUSTOMER-NUMBER=' DELIMITED BY SIZE
               WS-PRINT-HASH DELIMITED BY SIZE
               INTO BKUP-REPORT-LINE
           END-STRING
           WRITE BKUP-REPORT-LINE.

           MOVE WS-HASH-FINANCIAL TO WS-PRINT-HASH.
           MOVE WS-OWNERS-MISSING TO WS-PRINT-OWNERS.
           MOVE SPACES TO BKUP-REPORT-LINE
           STRING 'HASH TOTAL FINANCIAL=' DELIMITED BY SIZE
               WS-PRINT-HASH DELIMITED BY SIZE
               ' OWNERS MISSING=' DELIMITED BY SIZE
               WS-PRINT-OWNERS DELIMITED BY SIZE
               INTO BKUP-REPORT-LINE
           END-STRING
           WRITE BKUP-REPORT-LINE.

           EVALUATE TRUE
              WHEN NOT WS-STATUS-SET
              WHEN WS-UNLOAD-FAILED
                 MOVE 'BACKUP FAILED - NOTHING CATALOGUED'
                    TO BKUP-REPORT-LINE
                 MOVE 16 TO RETURN-CODE
              WHEN WS-OWNERS-MISSING > 0
                 MOVE 'BACKUP TAKEN - ACCOUNT OWNERS MISSING FROM FILE'
                    TO BKUP-REPORT-LINE
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 'BACKUP TAKEN AND CATALOGUED'
                    TO BKUP-REPORT-LINE
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           WRITE BKUP-REPORT-LINE.

           CLOSE BKUP-REPORT.

           PERFORM REGISTER-RUN-END.

           GOBACK.

       A999.
           EXIT.

      *----------------------------------------------------------------
       REGISTER-RUN-START SECTION.
       RGS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'CUSTBKUP' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-RECORDS TO RUNCTL-RECORD-COUNT.
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

           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO HV-RUN-TIME.

           MOVE 0 TO RETURN-CODE.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * Close the region to account and customer creation. The
      * change is committed at once so the online programs see it
      * (and are not left waiting on this run's lock) for as long as
      * the backup takes.
      *----------------------------------------------------------------
       BLOCK-CREATION SECTION.
       BKC010.
           MOVE 'REGION-STATUS' TO HV-CONTROL-NAME.

           EXEC SQL
              SELECT CONTROL_VALUE_STR
              INTO :HV-CONTROL-VALUE-STR
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-CONTROL-VALUE-STR TO WS-PRIOR-REGION-STATUS
              WHEN 100
                 MOVE 'INACTIVE' TO WS-PRIOR-REGION-STATUS
              WHEN OTHER
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 MOVE SPACES TO BKUP-REPORT-LINE
                 STRING 'UNABLE TO READ REGION-STATUS SQLCODE='
                     DELIMITED BY SIZE
                     SQLCODE-DISPLAY DELIMITED BY SIZE
                     INTO BKUP-REPORT-LINE
                 END-STRING
                 WRITE BKUP-REPORT-LINE
                 GO TO BKC999
           END-EVALUATE.

           IF WS-PRIOR-REGION-STATUS = 'RESTORE'
              OR WS-PRIOR-REGION-STATUS = 'BACKUP'
              MOVE SPACES TO BKUP-REPORT-LINE
              STRING 'REGION-STATUS IS ' DELIMITED BY SIZE
                  WS-PRIOR-REGION-STATUS DELIMITED BY SPACE
                  ' - A RESTORE OR BACKUP HAS NOT COMPLETED,'
                  DELIMITED BY SIZE
                  ' NO BACKUP TAKEN' DELIMITED BY SIZE
                  INTO BKUP-REPORT-LINE
              END-STRING
              WRITE BKUP-REPORT-LINE
              GO TO BKC999
           END-IF.

           MOVE 'BACKUP' TO HV-CONTROL-VALUE-STR.
           PERFORM SET-REGION-STATUS.

           IF SQLCODE NOT = 0
              GO TO BKC999
           END-IF.

           MOVE 'Y' TO WS-STATUS-SET-SW.

           OPEN INPUT CUSTOMER-FILE.

           IF NOT WS-CUSTOMER-OK
              MOVE SPACES TO BKUP-REPORT-LINE
              STRING 'UNABLE TO OPEN CUSTOMER FILE STATUS='
                  DELIMITED BY SIZE
                  WS-CUSTOMER-STATUS DELIMITED BY SIZE
                  INTO BKUP-REPORT-LINE
              END-STRING
              WRITE BKUP-REPORT-LINE
              PERFORM RELEASE-CREATION
              MOVE 'N' TO WS-STATUS-SET-SW
           END-IF.
       BKC999.
           EXIT.

       RELEASE-CREATION SECTION.
       RLC010.
           MOVE WS-PRIOR-REGION-STATUS TO HV-CONTROL-VALUE-STR.
           PERFORM SET-REGION-STATUS.
       RLC999.
           EXIT.

       SET-REGION-STATUS SECTION.
       SRS010.
           MOVE 'REGION-STATUS' TO HV-CONTROL-NAME.
           MOVE 0 TO HV-CONTROL-VALUE-NUM.

           EXEC SQL
              UPDATE CONTROL
              SET CONTROL_VALUE_STR = :HV-CONTROL-VALUE-STR
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO CONTROL
                    (CONTROL_NAME, CONTROL_VALUE_NUM,
                     CONTROL_VALUE_STR)
                 VALUES
                    (:HV-CONTROL-NAME, :HV-CONTROL-VALUE-NUM,
                     :HV-CONTROL-VALUE-STR)
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              MOVE SPACES TO BKUP-REPORT-LINE
              STRING 'UNABLE TO SET REGION-STATUS TO '
                  DELIMITED BY SIZE
                  HV-CONTROL-VALUE-STR DELIMITED BY SPACE
                  ' SQLCODE=' DELIMITED BY SIZE
                  SQLCODE-DISPLAY DELIMITED BY SIZE
                  INTO BKUP-REPORT-LINE
              END-STRING
              WRITE BKUP-REPORT-LINE
              GO TO SRS999
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.
       SRS999.
           EXIT.

      *----------------------------------------------------------------
      * Header, every record in key order, trailer.
      *----------------------------------------------------------------
       UNLOAD-CUSTOMER-FILE SECTION.
       UCF010.
           OPEN OUTPUT BACKUP-FILE.

           IF NOT WS-BACKUP-OK
              MOVE SPACES TO BKUP-REPORT-LINE
              STRING 'UNABLE TO OPEN CUSTBAK1 STATUS='
                  DELIMITED BY SIZE
                  WS-BACKUP-STATUS DELIMITED BY SIZE
                  INTO BKUP-REPORT-LINE
              END-STRING
              WRITE BKUP-REPORT-LINE
              MOVE 'Y' TO WS-UNLOAD-FAILED-SW
              GO TO UCF999
           END-IF.

           MOVE SPACES TO BACKUP-RECORD.
           SET CUSTBKR-HEADER TO TRUE.
           MOVE HV-RUN-DATE TO CUSTBKR-HDR-DATE.
           MOVE HV-RUN-TIME TO CUSTBKR-HDR-TIME.
           WRITE BACKUP-RECORD.

           MOVE LOW-VALUES TO CUSTOMER-KEY.
           MOVE 'Y' TO WS-READING-SW.

           START CUSTOMER-FILE KEY IS NOT LESS THAN CUSTOMER-KEY
              INVALID KEY
                 MOVE 'N' TO WS-READING-SW
           END-START.

           PERFORM UNTIL NOT WS-STILL-READING
              READ CUSTOMER-FILE NEXT RECORD
                 AT END
                    MOVE 'N' TO WS-READING-SW
              END-READ
              IF WS-STILL-READING
                 IF WS-CUSTOMER-OK
                    PERFORM BACK-UP-ONE-RECORD
                 ELSE
                    MOVE SPACES TO BKUP-REPORT-LINE
                    STRING 'CUSTOMER READ FAILED STATUS='
                        DELIMITED BY SIZE
                        WS-CUSTOMER-STATUS DELIMITED BY SIZE
                        INTO BKUP-REPORT-LINE
                    END-STRING
                    WRITE BKUP-REPORT-LINE
                    MOVE 'Y' TO WS-UNLOAD-FAILED-SW
                    MOVE 'N' TO WS-READING-SW
                 END-IF
              END-IF
           END-PERFORM.

           MOVE SPACES TO BACKUP-RECORD.
           SET CUSTBKR-TRAILER TO TRUE.
           MOVE WS-RECORDS TO CUSTBKR-TRL-RECORDS.
           MOVE WS-HASH-CUSTNO TO CUSTBKR-TRL-HASH-CUSTNO.
           MOVE WS-HASH-FINANCIAL TO CUSTBKR-TRL-HASH-FINANCIAL.
           WRITE BACKUP-RECORD.

           IF NOT WS-BACKUP-OK
              MOVE 'Y' TO WS-UNLOAD-FAILED-SW
           END-IF.

           CLOSE BACKUP-FILE.
       UCF999.
           EXIT.

       BACK-UP-ONE-RECORD SECTION.
       BOR010.
           MOVE SPACES TO BACKUP-RECORD.
           SET CUSTBKR-DETAIL TO TRUE.
           MOVE CUSTOMER-RECORD TO CUSTBKR-DATA.
           WRITE BACKUP-RECORD.

           IF NOT WS-BACKUP-OK
              MOVE SPACES TO BKUP-REPORT-LINE
              STRING 'CUSTBAK1 WRITE FAILED STATUS='
                  DELIMITED BY SIZE
                  WS-BACKUP-STATUS DELIMITED BY SIZE
                  INTO BKUP-REPORT-LINE
              END-STRING
              WRITE BKUP-REPORT-LINE
              MOVE 'Y' TO WS-UNLOAD-FAILED-SW
              MOVE 'N' TO WS-READING-SW
              GO TO BOR999
           END-IF.

           PERFORM ADD-TO-HASH-TOTALS.
       BOR999.
           EXIT.

      *----------------------------------------------------------------
      * The count and hash totals over the CUSTOMER record in the
      * file area. CUSTRSTR keeps the same totals the same way.
      *----------------------------------------------------------------
       ADD-TO-HASH-TOTALS SECTION.
       AHT010.
           ADD 1 TO WS-RECORDS.
           ADD CUSTOMER-NUMBER TO WS-HASH-CUSTNO.

           IF CUSTOMER-SORTCODE = 0
              AND CUSTOMER-NUMBER = 9999999999
              MOVE CUSTOMER-RECORD TO CUSTOMER-CONTROL
              IF NUMBER-OF-CUSTOMERS IS NUMERIC
                 ADD NUMBER-OF-CUSTOMERS TO WS-HASH-FINANCIAL
              END-IF
              IF LAST-CUSTOMER-NUMBER IS NUMERIC
                 ADD LAST-CUSTOMER-NUMBER TO WS-HASH-FINANCIAL
              END-IF
              GO TO AHT999
           END-IF.

           IF CUSTOMER-CREDIT-SCORE IS NUMERIC
              ADD CUSTOMER-CREDIT-SCORE TO WS-HASH-FINANCIAL
           END-IF.

           IF CUSTOMER-CS-REVIEW-DATE IS NUMERIC
              ADD CUSTOMER-CS-REVIEW-DATE TO WS-HASH-FINANCIAL
           END-IF.
       AHT999.
           EXIT.

      *----------------------------------------------------------------
      * Every customer that owns an ACCOUNT row must be on the file.
      *----------------------------------------------------------------
       CHECK-ACCOUNT-OWNERS SECTION.
       CAO010.
           EXEC SQL
              DECLARE OWN_CSR CURSOR FOR
                 SELECT DISTINCT ACCOUNT_SORTCODE,
                        ACCOUNT_CUSTOMER_NUMBER
                 FROM ACCOUNT
                 ORDER BY ACCOUNT_SORTCODE, ACCOUNT_CUSTOMER_NUMBER
           END-EXEC.

           EXEC SQL OPEN OWN_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              MOVE SPACES TO BKUP-REPORT-LINE
              STRING 'UNABLE TO OPEN OWN_CSR SQLCODE='
                  DELIMITED BY SIZE
                  SQLCODE-DISPLAY DELIMITED BY SIZE
                  ' - OWNERS NOT CHECKED' DELIMITED BY SIZE
                  INTO BKUP-REPORT-LINE
              END-STRING
              WRITE BKUP-REPORT-LINE
              GO TO CAO999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM UNTIL WS-EOF
              EXEC SQL
                 FETCH OWN_CSR
                 INTO :HV-ACC-SORTCODE, :HV-ACC-CUST-NO
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-EOF-SW
              ELSE
                 PERFORM CHECK-ONE-OWNER
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE OWN_CSR END-EXEC.
       CAO999.
           EXIT.

       CHECK-ONE-OWNER SECTION.
       COO010.
           ADD 1 TO WS-OWNERS-CHECKED.

           IF HV-ACC-SORTCODE-NUM IS NUMERIC
              AND HV-ACC-CUST-NO-NUM IS NUMERIC
              MOVE HV-ACC-SORTCODE-NUM TO CUSTOMER-SORTCODE
              MOVE HV-ACC-CUST-NO-NUM TO CUSTOMER-NUMBER
              READ CUSTOMER-FILE
                 INVALID KEY
                    CONTINUE
              END-READ
           ELSE
              SET WS-CUSTOMER-NOTFND TO TRUE
           END-IF.

           IF NOT WS-CUSTOMER-NOTFND
              GO TO COO999
           END-IF.

           ADD 1 TO WS-OWNERS-MISSING.

           MOVE SPACES TO BKUP-REPORT-LINE
           STRING 'ACCOUNT OWNER NOT ON CUSTOMER FILE - SORTCODE '
               DELIMITED BY SIZE
               HV-ACC-SORTCODE DELIMITED BY SIZE
               ' CUSTOMER ' DELIMITED BY SIZE
               HV-ACC-CUST-NO DELIMITED BY SIZE
               INTO BKUP-REPORT-LINE
           END-STRING
           WRITE BKUP-REPORT-LINE.

           INITIALIZE EXCP-AREA.
           MOVE 'CUSTBKUP' TO EXCP-SOURCE.
           MOVE HV-ACC-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'E' TO EXCP-SEVERITY.
           MOVE HV-ACC-CUST-NO TO EXCP-CUSTNO.
           MOVE 'ACCOUNT OWNER MISSING FROM CUSTOMER FILE BACKUP'
              TO EXCP-MESSAGE.

           CALL 'EXCPWRT' USING EXCP-AREA.
       COO999.
           EXIT.

      *----------------------------------------------------------------
      * One catalogue row per business date - a rerun for the date
      * replaces the row along with the file.
      *----------------------------------------------------------------
       CATALOGUE-THE-BACKUP SECTION.
       CTB010.
           MOVE WS-RECORDS TO HV-BKUP-RECORDS.
           MOVE WS-HASH-CUSTNO TO HV-BKUP-HASH-CUSTNO.
           MOVE WS-HASH-FINANCIAL TO HV-BKUP-HASH-FINANCIAL.
           MOVE WS-OWNERS-CHECKED TO HV-BKUP-OWNERS-CHECKED.
           MOVE WS-OWNERS-MISSING TO HV-BKUP-OWNERS-MISSING.

           IF WS-OWNERS-MISSING > 0
              MOVE 'X' TO HV-BKUP-STATUS
           ELSE
              MOVE 'C' TO HV-BKUP-STATUS
           END-IF.

           EXEC SQL
              DELETE FROM CUSTBKUP
              WHERE CUSTBKUP_DATE = :HV-RUN-DATE
           END-EXEC.

           EXEC SQL
              INSERT INTO CUSTBKUP
                 (CUSTBKUP_DATE, CUSTBKUP_TIME, CUSTBKUP_RECORDS,
                  CUSTBKUP_HASH_CUSTNO, CUSTBKUP_HASH_FINANCIAL,
                  CUSTBKUP_OWNERS_CHECKED, CUSTBKUP_OWNERS_MISSING,
                  CUSTBKUP_STATUS, CUSTBKUP_RESTORE_DATE,
                  CUSTBKUP_RESTORE_TIME, CUSTBKUP_RESTORE_STATUS)
              VALUES
                 (:HV-RUN-DATE, :HV-RUN-TIME, :HV-BKUP-RECORDS,
                  :HV-BKUP-HASH-CUSTNO, :HV-BKUP-HASH-FINANCIAL,
                  :HV-BKUP-OWNERS-CHECKED, :HV-BKUP-OWNERS-MISSING,
                  :HV-BKUP-STATUS, ' ', ' ', ' ')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              MOVE SPACES TO BKUP-REPORT-LINE
              STRING 'UNABLE TO CATALOGUE THE BACKUP SQLCODE='
                  DELIMITED BY SIZE
                  SQLCODE-DISPLAY DELIMITED BY SIZE
                  INTO BKUP-REPORT-LINE
              END-STRING
              WRITE BKUP-REPORT-LINE
              MOVE 'Y' TO WS-UNLOAD-FAILED-SW
           END-IF.
       CTB999.
           EXIT.
