      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: MODWLD                                                  *
      *                                                                *
      * Description: Load of the industry modulus weights distribution *
      *              into the MODWGHT table, which ACCCHK uses to      *
      *              check other banks' account numbers before a       *
      *              payee is saved or a payment is queued. The        *
      *              distribution is a full replacement, so the load   *
      *              clears the table and inserts every record on the  *
      *              MODWIN file; a file that cannot be opened, or an  *
      *              empty one, leaves the existing weights untouched. *
      *                                                                *
      * Input: Weights file MODWIN, one 47-byte record per check:      *
      *        sortcode range from (6), to (6), method (5 - MOD10,     *
      *        MOD11 or DBLAL), fourteen two-digit weights (28),       *
      *        exception code (2, spaces for none).                    *
      *                                                                *
      * Output: Sequential report MODWRPT.                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODWLD.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEIGHTS-FILE
                  ASSIGN TO MODWIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-WEIGHTS-STATUS.

           SELECT MODW-REPORT
                  ASSIGN TO MODWRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WEIGHTS-FILE.
       01  WEIGHTS-RECORD.
           03 MWR-SORT-FROM                  PIC X(6).
           03 MWR-SORT-TO                    PIC X(6).
           03 MWR-METHOD                     PIC X(5).
           03 MWR-WEIGHTS                    PIC X(28).
           03 MWR-EXCEPTION                  PIC X(2).

       FD  MODW-REPORT.
       01  MODW-REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE MODWDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-MODWGHT-SORT-FROM              PIC X(6).
       01 HV-MODWGHT-SORT-TO                PIC X(6).
       01 HV-MODWGHT-METHOD                 PIC X(5).
       01 HV-MODWGHT-WEIGHTS                PIC X(28).
       01 HV-MODWGHT-EXCEPTION              PIC X(2).

       01 WS-WEIGHTS-STATUS                 PIC XX.
          88 WS-WEIGHTS-OK                  VALUE '00'.

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-RECORDS-LOADED                 PIC 9(8) VALUE 0.
       01 WS-RECORDS-BAD                    PIC 9(8) VALUE 0.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
           05 PARM                          PIC X(256).

       PROCEDURE DIVISION USING PARM-BUFFER.
       PREMIERE SECTION.
       A010.
           OPEN OUTPUT MODW-REPORT.

           OPEN INPUT WEIGHTS-FILE.

           IF NOT WS-WEIGHTS-OK
              MOVE SPACES TO MODW-REPORT-LINE
              STRING 'UNABLE TO OPEN MODWIN, FILE STATUS='
                  DELIMITED BY SIZE
                  WS-WEIGHTS-STATUS DELIMITED BY SIZE
                  ' - WEIGHTS LEFT UNTOUCHED' DELIMITED BY SIZE
                  INTO MODW-REPORT-LINE
              END-STRING
              WRITE MODW-REPORT-LINE
              CLOSE MODW-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      *    Nothing is cleared until the first record has been read
      *    - an empty distribution must not wipe the weights.
      *
           PERFORM READ-WEIGHTS-RECORD.

           IF WS-EOF
              MOVE 'MODWIN IS EMPTY - WEIGHTS LEFT UNTOUCHED' TO
                 MODW-REPORT-LINE
              WRITE MODW-REPORT-LINE
              CLOSE WEIGHTS-FILE MODW-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           EXEC SQL
              DELETE FROM MODWGHT
           END-EXEC.

           IF SQLCODE < 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              MOVE SPACES TO MODW-REPORT-LINE
              STRING 'UNABLE TO CLEAR MODWGHT, SQLCODE='
                  DELIMITED BY SIZE
                  SQLCODE-DISPLAY DELIMITED BY SIZE
                  INTO MODW-REPORT-LINE
              END-STRING
              WRITE MODW-REPORT-LINE
              CLOSE WEIGHTS-FILE MODW-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM LOAD-ONE-RECORD
              UNTIL WS-EOF.

           CLOSE WEIGHTS-FILE.

           MOVE SPACES TO MODW-REPORT-LINE
           STRING 'MODULUS WEIGHTS LOADED=' DELIMITED BY SIZE
               WS-RECORDS-LOADED DELIMITED BY SIZE
               ' REJECTED=' DELIMITED BY SIZE
               WS-RECORDS-BAD DELIMITED BY SIZE
               INTO MODW-REPORT-LINE
           END-STRING
           WRITE MODW-REPORT-LINE.

           CLOSE MODW-REPORT.

           MOVE 0 TO RETURN-CODE.

           GOBACK.

       A999.
           EXIT.

      *----------------------------------------------------------------
       READ-WEIGHTS-RECORD SECTION.
       RWR010.
           READ WEIGHTS-FILE
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
       RWR999.
           EXIT.

      *----------------------------------------------------------------
      * One weights record. A record whose range or weights are not
      * numeric, or whose method is not one ACCCHK applies, is
      * reported and counted rather than loaded.
      *----------------------------------------------------------------
       LOAD-ONE-RECORD SECTION.
       LOR010.
           IF MWR-SORT-FROM IS NOT NUMERIC
              OR MWR-SORT-TO IS NOT NUMERIC
              OR MWR-WEIGHTS IS NOT NUMERIC
              OR (MWR-METHOD NOT = 'MOD10' AND NOT = 'MOD11'
                  AND NOT = 'DBLAL')
              MOVE SPACES TO MODW-REPORT-LINE
              STRING 'REJECTED: ' DELIMITED BY SIZE
                  WEIGHTS-RECORD DELIMITED BY SIZE
                  INTO MODW-REPORT-LINE
              END-STRING
              WRITE MODW-REPORT-LINE
              ADD 1 TO WS-RECORDS-BAD
              GO TO LOR900
           END-IF.

           MOVE MWR-SORT-FROM TO HV-MODWGHT-SORT-FROM.
           MOVE MWR-SORT-TO TO HV-MODWGHT-SORT-TO.
           MOVE MWR-METHOD TO HV-MODWGHT-METHOD.
           MOVE MWR-WEIGHTS TO HV-MODWGHT-WEIGHTS.
           MOVE MWR-EXCEPTION TO HV-MODWGHT-EXCEPTION.

           EXEC SQL
              INSERT INTO MODWGHT
                 (MODWGHT_SORT_FROM, MODWGHT_SORT_TO,
                  MODWGHT_METHOD, MODWGHT_WEIGHTS,
                  MODWGHT_EXCEPTION)
              VALUES
                 (:HV-MODWGHT-SORT-FROM, :HV-MODWGHT-SORT-TO,
                  :HV-MODWGHT-METHOD, :HV-MODWGHT-WEIGHTS,
                  :HV-MODWGHT-EXCEPTION)
           END-EXEC.

           IF SQLCODE NOT = 0
              ADD 1 TO WS-RECORDS-BAD
           ELSE
              ADD 1 TO WS-RECORDS-LOADED
           END-IF.
       LOR900.
           PERFORM READ-WEIGHTS-RECORD.
       LOR999.
           EXIT.
