      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: CUSTRSTR                                                *
      *                                                                *
      * Description: Verified restore of the CUSTOMER VSAM file from  *
      *              one of CUSTBKUP's nightly backups, chosen by its *
      *              business date. Run only with the online region   *
      *              down: it refuses while REGION-STATUS is ACTIVE   *
      *              or BACKUP.                                       *
      *                                                                *
      *              1. The backup on CUSTBAK1 is read through and    *
      *                 its record count and hash totals are checked  *
      *                 against its own trailer and the CUSTBKUP      *
      *                 catalogue row. Any difference and nothing is  *
      *                 loaded - the CUSTOMER file is left untouched. *
      *              2. REGION-STATUS is set to RESTORE and the file  *
      *                 is reloaded (the cluster must be defined      *
      *                 REUSE, so opening it for output empties it).  *
      *              3. The reloaded file is read back and its count  *
      *                 and totals checked against the catalogue.     *
      *                 Only when they agree is the file handed back: *
      *                 REGION-STATUS returns to INACTIVE so REGSTRT  *
      *                 can open the region. A reload that does not   *
      *                 verify leaves it at RESTORE, and REGSTRT will *
      *                 not open the region over it.                  *
      *              4. Every CUSTOMER key that an ACCOUNT or ACCJOINT *
      *                 row refers to is looked up on the restored    *
      *                 file, and each one it no longer contains -    *
      *                 a customer created after the backup was taken *
      *                 - is listed and raised to the exception queue *
      *                 for the customer to be re-keyed.              *
      *              The outcome is stamped on the catalogue row.     *
      *                                                                *
      *              A recovery is run when it is needed, not on the  *
      *              overnight schedule, so it is not registered with *
      *              RUNCTL.                                          *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        exceptions are raised under and yyyymmdd the business  *
      *        date of the backup to restore (required). CUSTBAK1 must *
      *        be that backup.                                         *
      *                                                                *
      * Output: The reloaded CUSTOMER file, report CUSTRST1, the       *
      *         CUSTBKUP restore stamp and EXCPTION rows.              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRSTR.
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

           SELECT RSTR-REPORT
                  ASSIGN TO CUSTRST1
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD-STRUCTURE.
           COPY CUSTOMER.

       FD  BACKUP-FILE.
       01  BACKUP-RECORD.
           COPY CUSTBKR.

       FD  RSTR-REPORT.
       01  RSTR-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE CBKPDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE ACCJDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-BKUP-DATE                      PIC X(8).
       01 HV-RUN-DATE                       PIC X(8).
       01 HV-RUN-TIME                       PIC X(6).

       01 HV-REF-SORTCODE                   PIC X(6).
       01 HV-REF-SORTCODE-NUM REDEFINES HV-REF-SORTCODE PIC 9(6).
       01 HV-REF-CUST-NO                    PIC X(10).
       01 HV-REF-CUST-NO-NUM REDEFINES HV-REF-CUST-NO PIC 9(10).
       01 HV-REF-ACC-NO                     PIC X(8).
       01 HV-REF-SOURCE                     PIC X(8).

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR              PIC X(40).

       01 HOST-CUSTBKUP-ROW.
          03 HV-BKUP-RECORDS                PIC S9(10) COMP-3.
          03 HV-BKUP-HASH-CUSTNO            PIC S9(18) COMP-3.
          03 HV-BKUP-HASH-FINANCIAL         PIC S9(18) COMP-3.
          03 HV-BKUP-STATUS                 PIC X.
          03 HV-RESTORE-STATUS              PIC X.

      *
      *    Each record is totalled from this copy of it, whichever
      *    file it came from.
      *
       01 WS-CUSTOMER-AREA.
           COPY CUSTOMER.

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

       01 WS-PRIOR-REGION-STATUS            PIC X(40).

       01 WS-READING-SW                     PIC X VALUE 'Y'.
          88 WS-STILL-READING               VALUE 'Y'.
       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.
       01 WS-TRAILER-SEEN-SW                PIC X VALUE 'N'.
          88 WS-TRAILER-SEEN                VALUE 'Y'.
       01 WS-REFUSED-SW                     PIC X VALUE 'N'.
          88 WS-REFUSED                     VALUE 'Y'.
       01 WS-LOADED-SW                      PIC X VALUE 'N'.
          88 WS-LOADED                      VALUE 'Y'.
       01 WS-VERIFIED-SW                    PIC X VALUE 'N'.
          88 WS-VERIFIED                    VALUE 'Y'.

      * Totals being kept for the pass in hand.
       01 WS-RECORDS                        PIC 9(10).
       01 WS-HASH-CUSTNO                    PIC 9(18).
       01 WS-HASH-FINANCIAL                 PIC 9(18).

      * What the backup's trailer says.
       01 WS-TRL-RECORDS                    PIC 9(10).
       01 WS-TRL-HASH-CUSTNO                PIC 9(18).
       01 WS-TRL-HASH-FINANCIAL             PIC 9(18).

      * What the catalogue says.
       01 WS-CAT-RECORDS                    PIC 9(10).
       01 WS-CAT-HASH-CUSTNO                PIC 9(18).
       01 WS-CAT-HASH-FINANCIAL             PIC 9(18).

       01 WS-RECORDS-LOADED                 PIC 9(10) VALUE 0.
       01 WS-LOAD-FAILURES                  PIC 9(10) VALUE 0.
       01 WS-REFS-CHECKED                   PIC 9(9) VALUE 0.
       01 WS-KEYS-MISSING                   PIC 9(9) VALUE 0.

       01 WS-PASS-NAME                      PIC X(16).
       01 WS-PRINT-COUNT                    PIC Z(9)9.
       01 WS-PRINT-HASH1                    PIC Z(17)9.
       01 WS-PRINT-HASH2                    PIC Z(17)9.
       01 WS-PRINT-REFS                     PIC Z(8)9.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

      * Batch exception writer (see EXCPWRT).
       01 EXCP-AREA.
           COPY EXCPWRTA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
           05 PARM                          PIC X(256).

       PROCEDURE DIVISION USING PARM-BUFFER.
       PREMIERE SECTION.
       A010.
           OPEN OUTPUT RSTR-REPORT.

           PERFORM GET-RUN-PARMS.

           MOVE SPACES TO RSTR-REPORT-LINE
           STRING 'CUSTOMER FILE RESTORE - BACKUP OF ' DELIMITED BY SIZE
               HV-BKUP-DATE DELIMITED BY SIZE
               ' RUN ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-RUN-TIME DELIMITED BY SIZE
               INTO RSTR-REPORT-LINE
           END-STRING
           WRITE RSTR-REPORT-LINE.

           IF WS-REFUSED
              GO TO A090
           END-IF.

           PERFORM CHECK-REGION-IS-DOWN.

           IF WS-REFUSED
              GO TO A090
           END-IF.

           PERFORM GET-CATALOGUE-ROW.

           IF WS-REFUSED
              GO TO A090
           END-IF.

           PERFORM VERIFY-BACKUP-FILE.

           IF WS-REFUSED
              GO TO A090
           END-IF.

           MOVE 'RESTORE' TO HV-CONTROL-VALUE-STR.
           PERFORM SET-REGION-STATUS.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-REFUSED-SW
              GO TO A090
           END-IF.

           PERFORM RELOAD-CUSTOMER-FILE.

           IF WS-LOADED
              PERFORM VERIFY-RELOADED-FILE
           END-IF.

           IF WS-VERIFIED
              PERFORM LIST-MISSING-KEYS
              CLOSE CUSTOMER-FILE
              MOVE 'V' TO HV-RESTORE-STATUS
           ELSE
              MOVE 'F' TO HV-RESTORE-STATUS
           END-IF.

           PERFORM STAMP-THE-CATALOGUE.

      *
      *    Hand the file back only once it has verified.
      *
           IF WS-VERIFIED
              IF WS-PRIOR-REGION-STATUS = 'RESTORE'
                 MOVE 'INACTIVE' TO HV-CONTROL-VALUE-STR
              ELSE
                 MOVE WS-PRIOR-REGION-STATUS TO HV-CONTROL-VALUE-STR
              END-IF
              PERFORM SET-REGION-STATUS
           ELSE
              EXEC SQL
                 COMMIT WORK
              END-EXEC
           END-IF.

       A090.
           MOVE WS-RECORDS-LOADED TO WS-PRINT-COUNT.
           MOVE WS-REFS-CHECKED TO WS-PRINT-REFS.
           MOVE SPACES TO RSTR-REPORT-LINE
           STRING 'RECORDS LOADED=' DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               ' ACCOUNT REFERENCES CHECKED=' DELIMITED BY SIZE
               WS-PRINT-REFS DELIMITED BY SIZE
               INTO RSTR-REPORT-LINE
           END-STRING
           WRITE RSTR-REPORT-LINE.

           MOVE WS-LOAD-FAILURES TO WS-PRINT-COUNT.
           MOVE WS-KEYS-MISSING TO WS-PRINT-REFS.
           MOVE SPACES TO RSTR-REPORT-LINE
           STRING 'LOAD FAILURES=' DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               ' CUSTOMER KEYS MISSING=' DELIMITED BY SIZE
               WS-PRINT-REFS DELIMITED BY SIZE
               INTO RSTR-REPORT-LINE
           END-STRING
           WRITE RSTR-REPORT-LINE.

           EVALUATE TRUE
              WHEN WS-REFUSED
                 MOVE 'RESTORE REFUSED - CUSTOMER FILE NOT TOUCHED'
                    TO RSTR-REPORT-LINE
                 MOVE 16 TO RETURN-CODE
              WHEN NOT WS-VERIFIED
                 MOVE 'RESTORE NOT VERIFIED - REGION LEFT AT RESTORE'
                    TO RSTR-REPORT-LINE
                 MOVE 16 TO RETURN-CODE
              WHEN WS-KEYS-MISSING > 0
                 MOVE 'RESTORE VERIFIED - CUSTOMER KEYS MISSING'
                    TO RSTR-REPORT-LINE
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 'RESTORE VERIFIED - FILE HANDED BACK'
                    TO RSTR-REPORT-LINE
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           WRITE RSTR-REPORT-LINE.

           CLOSE RSTR-REPORT.

           GOBACK.

       A999.
           EXIT.

      *----------------------------------------------------------------
       GET-RUN-PARMS SECTION.
       GRP010.
           MOVE SPACES TO HV-SORTCODE HV-BKUP-DATE.

           IF PARM-LENGTH > 0
              UNSTRING PARM(1:PARM-LENGTH) DELIMITED BY ','
                 INTO HV-SORTCODE HV-BKUP-DATE
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO HV-RUN-DATE.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO HV-RUN-TIME.

           IF HV-BKUP-DATE = SPACES OR HV-BKUP-DATE = LOW-VALUES
              MOVE 'NO BACKUP DATE GIVEN IN THE PARM'
                 TO RSTR-REPORT-LINE
              WRITE RSTR-REPORT-LINE
              MOVE 'Y' TO WS-REFUSED-SW
           END-IF.

           MOVE 0 TO RETURN-CODE.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * The online region has the file open while ACTIVE, and a
      * backup may be reading it while BACKUP. A restore that did
      * not verify (RESTORE) may be run again.
      *----------------------------------------------------------------
       CHECK-REGION-IS-DOWN SECTION.
       CRD010.
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
                 MOVE SPACES TO RSTR-REPORT-LINE
                 STRING 'UNABLE TO READ REGION-STATUS SQLCODE='
                     DELIMITED BY SIZE
                     SQLCODE-DISPLAY DELIMITED BY SIZE
                     INTO RSTR-REPORT-LINE
                 END-STRING
                 WRITE RSTR-REPORT-LINE
                 MOVE 'Y' TO WS-REFUSED-SW
                 GO TO CRD999
           END-EVALUATE.

           IF WS-PRIOR-REGION-STATUS = 'ACTIVE'
              OR WS-PRIOR-REGION-STATUS = 'BACKUP'
              MOVE SPACES TO RSTR-REPORT-LINE
              STRING 'REGION-STATUS IS ' DELIMITED BY SIZE
                  WS-PRIOR-REGION-STATUS DELIMITED BY SPACE
                  ' - THE CUSTOMER FILE IS IN USE' DELIMITED BY SIZE
                  INTO RSTR-REPORT-LINE
              END-STRING
              WRITE RSTR-REPORT-LINE
              MOVE 'Y' TO WS-REFUSED-SW
           END-IF.
       CRD999.
           EXIT.

       GET-CATALOGUE-ROW SECTION.
       GCR010.
           EXEC SQL
              SELECT CUSTBKUP_RECORDS, CUSTBKUP_HASH_CUSTNO,
                     CUSTBKUP_HASH_FINANCIAL, CUSTBKUP_STATUS
              INTO :HV-BKUP-RECORDS, :HV-BKUP-HASH-CUSTNO,
                   :HV-BKUP-HASH-FINANCIAL, :HV-BKUP-STATUS
              FROM CUSTBKUP
              WHERE CUSTBKUP_DATE = :HV-BKUP-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              MOVE SPACES TO RSTR-REPORT-LINE
              STRING 'NO CATALOGUED BACKUP FOR ' DELIMITED BY SIZE
                  HV-BKUP-DATE DELIMITED BY SIZE
                  ' SQLCODE=' DELIMITED BY SIZE
                  SQLCODE-DISPLAY DELIMITED BY SIZE
                  INTO RSTR-REPORT-LINE
              END-STRING
              WRITE RSTR-REPORT-LINE
              MOVE 'Y' TO WS-REFUSED-SW
              GO TO GCR999
           END-IF.

           MOVE HV-BKUP-RECORDS TO WS-CAT-RECORDS.
           MOVE HV-BKUP-HASH-CUSTNO TO WS-CAT-HASH-CUSTNO.
           MOVE HV-BKUP-HASH-FINANCIAL TO WS-CAT-HASH-FINANCIAL.

           IF HV-BKUP-STATUS = 'X'
              MOVE 'NOTE - ACCOUNT OWNERS WERE MISSING WHEN BACKED UP'
                 TO RSTR-REPORT-LINE
              WRITE RSTR-REPORT-LINE
           END-IF.
       GCR999.
           EXIT.

      *----------------------------------------------------------------
      * Pass 1 - the backup must be the one asked for and agree with
      * both its trailer and its catalogue row.
      *----------------------------------------------------------------
       VERIFY-BACKUP-FILE SECTION.
       VBF010.
           OPEN INPUT BACKUP-FILE.

           IF NOT WS-BACKUP-OK
              MOVE SPACES TO RSTR-REPORT-LINE
              STRING 'UNABLE TO OPEN CUSTBAK1 STATUS='
                  DELIMITED BY SIZE
                  WS-BACKUP-STATUS DELIMITED BY SIZE
                  INTO RSTR-REPORT-LINE
              END-STRING
              WRITE RSTR-REPORT-LINE
              MOVE 'Y' TO WS-REFUSED-SW
              GO TO VBF999
           END-IF.

           READ BACKUP-FILE
              AT END
                 MOVE SPACES TO BACKUP-RECORD
           END-READ.

           IF NOT CUSTBKR-HEADER
              OR CUSTBKR-HDR-DATE NOT = HV-BKUP-DATE
              MOVE SPACES TO RSTR-REPORT-LINE
              STRING 'CUSTBAK1 IS NOT THE BACKUP OF ' DELIMITED BY SIZE
                  HV-BKUP-DATE DELIMITED BY SIZE
                  INTO RSTR-REPORT-LINE
              END-STRING
              WRITE RSTR-REPORT-LINE
              MOVE 'Y' TO WS-REFUSED-SW
              GO TO VBF090
           END-IF.

           MOVE 0 TO WS-RECORDS WS-HASH-CUSTNO WS-HASH-FINANCIAL.
           MOVE 'N' TO WS-EOF-SW WS-TRAILER-SEEN-SW.

           PERFORM UNTIL WS-EOF
              READ BACKUP-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
              END-READ
              IF NOT WS-EOF
                 EVALUATE TRUE
                    WHEN CUSTBKR-DETAIL
                       MOVE CUSTBKR-DATA TO WS-CUSTOMER-AREA
                       PERFORM ADD-TO-HASH-TOTALS
                    WHEN CUSTBKR-TRAILER
                       MOVE CUSTBKR-TRL-RECORDS TO WS-TRL-RECORDS
                       MOVE CUSTBKR-TRL-HASH-CUSTNO
                          TO WS-TRL-HASH-CUSTNO
                       MOVE CUSTBKR-TRL-HASH-FINANCIAL
                          TO WS-TRL-HASH-FINANCIAL
                       MOVE 'Y' TO WS-TRAILER-SEEN-SW
                       MOVE 'Y' TO WS-EOF-SW
                 END-EVALUATE
              END-IF
           END-PERFORM.

           MOVE 'BACKUP FILE' TO WS-PASS-NAME.
           PERFORM REPORT-THE-TOTALS.

           IF NOT WS-TRAILER-SEEN
              MOVE 'CUSTBAK1 HAS NO TRAILER - THE BACKUP IS INCOMPLETE'
                 TO RSTR-REPORT-LINE
              WRITE RSTR-REPORT-LINE
              MOVE 'Y' TO WS-REFUSED-SW
              GO TO VBF090
           END-IF.

           IF WS-RECORDS NOT = WS-TRL-RECORDS
              OR WS-HASH-CUSTNO NOT = WS-TRL-HASH-CUSTNO
              OR WS-HASH-FINANCIAL NOT = WS-TRL-HASH-FINANCIAL
              MOVE 'CUSTBAK1 DOES NOT AGREE WITH ITS OWN TRAILER'
                 TO RSTR-REPORT-LINE
              WRITE RSTR-REPORT-LINE
              MOVE 'Y' TO WS-REFUSED-SW
              GO TO VBF090
           END-IF.

           IF WS-RECORDS NOT = WS-CAT-RECORDS
              OR WS-HASH-CUSTNO NOT = WS-CAT-HASH-CUSTNO
              OR WS-HASH-FINANCIAL NOT = WS-CAT-HASH-FINANCIAL
              MOVE 'CUSTBAK1 DOES NOT AGREE WITH THE CUSTBKUP CATALOGUE'
                 TO RSTR-REPORT-LINE
              WRITE RSTR-REPORT-LINE
              MOVE 'Y' TO WS-REFUSED-SW
           END-IF.

       VBF090.
           CLOSE BACKUP-FILE.
       VBF999.
           EXIT.

      *----------------------------------------------------------------
      * Pass 2 - empty the file and load it from the backup.
      *----------------------------------------------------------------
       RELOAD-CUSTOMER-FILE SECTION.
       RCF010.
           OPEN INPUT BACKUP-FILE.
           OPEN OUTPUT CUSTOMER-FILE.

           IF NOT WS-CUSTOMER-OK
              MOVE SPACES TO RSTR-REPORT-LINE
              STRING 'UNABLE TO OPEN CUSTOMER FOR RELOAD STATUS='
                  DELIMITED BY SIZE
                  WS-CUSTOMER-STATUS DELIMITED BY SIZE
                  INTO RSTR-REPORT-LINE
              END-STRING
              WRITE RSTR-REPORT-LINE
              CLOSE BACKUP-FILE
              GO TO RCF999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM UNTIL WS-EOF
              READ BACKUP-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF-SW
              END-READ
              IF NOT WS-EOF
                 EVALUATE TRUE
                    WHEN CUSTBKR-DETAIL
                       PERFORM RELOAD-ONE-RECORD
                    WHEN CUSTBKR-TRAILER
                       MOVE 'Y' TO WS-EOF-SW
                 END-EVALUATE
              END-IF
           END-PERFORM.

           CLOSE CUSTOMER-FILE.
           CLOSE BACKUP-FILE.

           MOVE 'Y' TO WS-LOADED-SW.
       RCF999.
           EXIT.

       RELOAD-ONE-RECORD SECTION.
       ROR010.
           MOVE CUSTBKR-DATA TO CUSTOMER-RECORD
              OF CUSTOMER-RECORD-STRUCTURE.

           WRITE CUSTOMER-RECORD-STRUCTURE
              INVALID KEY
                 CONTINUE
           END-WRITE.

           IF WS-CUSTOMER-OK
              ADD 1 TO WS-RECORDS-LOADED
           ELSE
              ADD 1 TO WS-LOAD-FAILURES
              MOVE SPACES TO RSTR-REPORT-LINE
              STRING 'RELOAD FAILED FOR KEY ' DELIMITED BY SIZE
                  CUSTOMER-KEY OF CUSTOMER-RECORD-STRUCTURE
                  DELIMITED BY SIZE
                  ' STATUS=' DELIMITED BY SIZE
                  WS-CUSTOMER-STATUS DELIMITED BY SIZE
                  INTO RSTR-REPORT-LINE
              END-STRING
              WRITE RSTR-REPORT-LINE
           END-IF.
       ROR999.
           EXIT.

      *----------------------------------------------------------------
      * Pass 3 - read the reloaded file back and check it against the
      * catalogue. The file is left open for the key check.
      *----------------------------------------------------------------
       VERIFY-RELOADED-FILE SECTION.
       VRF010.
           OPEN INPUT CUSTOMER-FILE.

           IF NOT WS-CUSTOMER-OK
              MOVE SPACES TO RSTR-REPORT-LINE
              STRING 'UNABLE TO REOPEN CUSTOMER STATUS='
                  DELIMITED BY SIZE
                  WS-CUSTOMER-STATUS DELIMITED BY SIZE
                  INTO RSTR-REPORT-LINE
              END-STRING
              WRITE RSTR-REPORT-LINE
              GO TO VRF999
           END-IF.

           MOVE 0 TO WS-RECORDS WS-HASH-CUSTNO WS-HASH-FINANCIAL.
           MOVE LOW-VALUES TO CUSTOMER-KEY OF CUSTOMER-RECORD-STRUCTURE.
           MOVE 'Y' TO WS-READING-SW.

           START CUSTOMER-FILE KEY IS NOT LESS THAN
                 CUSTOMER-KEY OF CUSTOMER-RECORD-STRUCTURE
              INVALID KEY
                 MOVE 'N' TO WS-READING-SW
           END-START.

           PERFORM UNTIL NOT WS-STILL-READING
              READ CUSTOMER-FILE NEXT RECORD
                 AT END
                    MOVE 'N' TO WS-READING-SW
              END-READ
              IF WS-STILL-READING
                 MOVE CUSTOMER-RECORD OF CUSTOMER-RECORD-STRUCTURE
                    TO WS-CUSTOMER-AREA
                 PERFORM ADD-TO-HASH-TOTALS
              END-IF
           END-PERFORM.

           MOVE 'RELOADED FILE' TO WS-PASS-NAME.
           PERFORM REPORT-THE-TOTALS.

           IF WS-RECORDS = WS-CAT-RECORDS
              AND WS-HASH-CUSTNO = WS-CAT-HASH-CUSTNO
              AND WS-HASH-FINANCIAL = WS-CAT-HASH-FINANCIAL
              AND WS-LOAD-FAILURES = 0
              MOVE 'Y' TO WS-VERIFIED-SW
           ELSE
              MOVE 'RELOADED FILE DOES NOT AGREE WITH THE CATALOGUE'
                 TO RSTR-REPORT-LINE
              WRITE RSTR-REPORT-LINE
              CLOSE CUSTOMER-FILE
           END-IF.
       VRF999.
           EXIT.

      *----------------------------------------------------------------
      * The count and hash totals over WS-CUSTOMER-AREA, kept exactly
      * as CUSTBKUP keeps them.
      *----------------------------------------------------------------
       ADD-TO-HASH-TOTALS SECTION.
       AHT010.
           ADD 1 TO WS-RECORDS.
           ADD CUSTOMER-NUMBER OF WS-CUSTOMER-AREA TO WS-HASH-CUSTNO.

           IF CUSTOMER-SORTCODE OF WS-CUSTOMER-AREA = 0
              AND CUSTOMER-NUMBER OF WS-CUSTOMER-AREA = 9999999999
              MOVE WS-CUSTOMER-AREA TO CUSTOMER-CONTROL
              IF NUMBER-OF-CUSTOMERS IS NUMERIC
                 ADD NUMBER-OF-CUSTOMERS TO WS-HASH-FINANCIAL
              END-IF
              IF LAST-CUSTOMER-NUMBER IS NUMERIC
                 ADD LAST-CUSTOMER-NUMBER TO WS-HASH-FINANCIAL
              END-IF
              GO TO AHT999
           END-IF.

           IF CUSTOMER-CREDIT-SCORE OF WS-CUSTOMER-AREA IS NUMERIC
              ADD CUSTOMER-CREDIT-SCORE OF WS-CUSTOMER-AREA
                 TO WS-HASH-FINANCIAL
           END-IF.

           IF CUSTOMER-CS-REVIEW-DATE OF WS-CUSTOMER-AREA IS NUMERIC
              ADD CUSTOMER-CS-REVIEW-DATE OF WS-CUSTOMER-AREA
                 TO WS-HASH-FINANCIAL
           END-IF.
       AHT999.
           EXIT.

       REPORT-THE-TOTALS SECTION.
       RTT010.
           MOVE WS-RECORDS TO WS-PRINT-COUNT.
           MOVE WS-HASH-CUSTNO TO WS-PRINT-HASH1.
           MOVE WS-HASH-FINANCIAL TO WS-PRINT-HASH2.
           MOVE SPACES TO RSTR-REPORT-LINE
           STRING WS-PASS-NAME DELIMITED BY SIZE
               ' RECORDS=' DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               ' HASH CUSTNO=' DELIMITED BY SIZE
               WS-PRINT-HASH1 DELIMITED BY SIZE
               ' HASH FINANCIAL=' DELIMITED BY SIZE
               WS-PRINT-HASH2 DELIMITED BY SIZE
               INTO RSTR-REPORT-LINE
           END-STRING
           WRITE RSTR-REPORT-LINE.

           MOVE WS-CAT-RECORDS TO WS-PRINT-COUNT.
           MOVE WS-CAT-HASH-CUSTNO TO WS-PRINT-HASH1.
           MOVE WS-CAT-HASH-FINANCIAL TO WS-PRINT-HASH2.
           MOVE SPACES TO RSTR-REPORT-LINE
           STRING 'CATALOGUE       ' DELIMITED BY SIZE
               ' RECORDS=' DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               ' HASH CUSTNO=' DELIMITED BY SIZE
               WS-PRINT-HASH1 DELIMITED BY SIZE
               ' HASH FINANCIAL=' DELIMITED BY SIZE
               WS-PRINT-HASH2 DELIMITED BY SIZE
               INTO RSTR-REPORT-LINE
           END-STRING
           WRITE RSTR-REPORT-LINE.
       RTT999.
           EXIT.

      *----------------------------------------------------------------
      * Every customer an account names - as owner on ACCOUNT or as a
      * joint holder on ACCJOINT - must be on the restored file.
      *----------------------------------------------------------------
       LIST-MISSING-KEYS SECTION.
       LMK010.
           EXEC SQL
              DECLARE REF_CSR CURSOR FOR
                 SELECT ACCOUNT_SORTCODE, ACCOUNT_CUSTOMER_NUMBER,
                        ACCOUNT_NUMBER, 'ACCOUNT '
                 FROM ACCOUNT
                 UNION ALL
                 SELECT ACCJOINT_SORTCODE, ACCJOINT_CUSTOMER_NUMBER,
                        ACCJOINT_ACC_NUMBER, 'ACCJOINT'
                 FROM ACCJOINT
                 ORDER BY 1, 2, 3
           END-EXEC.

           EXEC SQL OPEN REF_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              MOVE SPACES TO RSTR-REPORT-LINE
              STRING 'UNABLE TO OPEN REF_CSR SQLCODE='
                  DELIMITED BY SIZE
                  SQLCODE-DISPLAY DELIMITED BY SIZE
                  ' - CUSTOMER KEYS NOT CHECKED' DELIMITED BY SIZE
                  INTO RSTR-REPORT-LINE
              END-STRING
              WRITE RSTR-REPORT-LINE
              GO TO LMK999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM UNTIL WS-EOF
              EXEC SQL
                 FETCH REF_CSR
                 INTO :HV-REF-SORTCODE, :HV-REF-CUST-NO,
                      :HV-REF-ACC-NO, :HV-REF-SOURCE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-EOF-SW
              ELSE
                 PERFORM CHECK-ONE-REFERENCE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE REF_CSR END-EXEC.
       LMK999.
           EXIT.

       CHECK-ONE-REFERENCE SECTION.
       COR010.
           ADD 1 TO WS-REFS-CHECKED.

           IF HV-REF-SORTCODE-NUM IS NUMERIC
              AND HV-REF-CUST-NO-NUM IS NUMERIC
              MOVE HV-REF-SORTCODE-NUM
                 TO CUSTOMER-SORTCODE OF CUSTOMER-RECORD-STRUCTURE
              MOVE HV-REF-CUST-NO-NUM
                 TO CUSTOMER-NUMBER OF CUSTOMER-RECORD-STRUCTURE
              READ CUSTOMER-FILE
                 INVALID KEY
                    CONTINUE
              END-READ
           ELSE
              SET WS-CUSTOMER-NOTFND TO TRUE
           END-IF.

           IF NOT WS-CUSTOMER-NOTFND
              GO TO COR999
           END-IF.

           ADD 1 TO WS-KEYS-MISSING.

           MOVE SPACES TO RSTR-REPORT-LINE
           STRING 'CUSTOMER KEY NOT ON RESTORED FILE - SORTCODE '
               DELIMITED BY SIZE
               HV-REF-SORTCODE DELIMITED BY SIZE
               ' CUSTOMER ' DELIMITED BY SIZE
               HV-REF-CUST-NO DELIMITED BY SIZE
               ' ACCOUNT ' DELIMITED BY SIZE
               HV-REF-ACC-NO DELIMITED BY SIZE
               ' ON ' DELIMITED BY SIZE
               HV-REF-SOURCE DELIMITED BY SIZE
               INTO RSTR-REPORT-LINE
           END-STRING
           WRITE RSTR-REPORT-LINE.

           INITIALIZE EXCP-AREA.
           MOVE 'CUSTRSTR' TO EXCP-SOURCE.
           MOVE HV-REF-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'E' TO EXCP-SEVERITY.
           MOVE HV-REF-ACC-NO TO EXCP-ACCNO.
           MOVE HV-REF-CUST-NO TO EXCP-CUSTNO.
           MOVE 'CUSTOMER KEY LOST BY RESTORE - RE-KEY THE CUSTOMER'
              TO EXCP-MESSAGE.

           CALL 'EXCPWRT' USING EXCP-AREA.
       COR999.
           EXIT.

       STAMP-THE-CATALOGUE SECTION.
       STC010.
           EXEC SQL
              UPDATE CUSTBKUP
              SET CUSTBKUP_RESTORE_DATE = :HV-RUN-DATE,
                  CUSTBKUP_RESTORE_TIME = :HV-RUN-TIME,
                  CUSTBKUP_RESTORE_STATUS = :HV-RESTORE-STATUS
              WHERE CUSTBKUP_DATE = :HV-BKUP-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              MOVE SPACES TO RSTR-REPORT-LINE
              STRING 'UNABLE TO STAMP THE CATALOGUE SQLCODE='
                  DELIMITED BY SIZE
                  SQLCODE-DISPLAY DELIMITED BY SIZE
                  INTO RSTR-REPORT-LINE
              END-STRING
              WRITE RSTR-REPORT-LINE
           END-IF.
       STC999.
           EXIT.

      *----------------------------------------------------------------
      * Committed at once, as CUSTBKUP does, so the online side and
      * REGSTRT see the state the file is really in.
      *----------------------------------------------------------------
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
              MOVE SPACES TO RSTR-REPORT-LINE
              STRING 'UNABLE TO SET REGION-STATUS TO '
                  DELIMITED BY SIZE
                  HV-CONTROL-VALUE-STR DELIMITED BY SPACE
                  ' SQLCODE=' DELIMITED BY SIZE
                  SQLCODE-DISPLAY DELIMITED BY SIZE
                  INTO RSTR-REPORT-LINE
              END-STRING
              WRITE RSTR-REPORT-LINE
              GO TO SRS999
           END-IF.

           EXEC SQL
              COMMIT WORK
           END-EXEC.
       SRS999.
           EXIT.
