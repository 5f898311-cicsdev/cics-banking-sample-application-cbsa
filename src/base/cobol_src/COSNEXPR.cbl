      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: COSNEXPR                                                *
      *                                                                *
      * Description: Overnight sweep of the joint account co-       *
      *              signature queue. A debit parked on COSIGN for   *
      *              more holders' signatures carries an expiry date *
      *              (CONTROL COSIGN-DAYS after it was presented);   *
      *              once that date has passed without every holder  *
      *              signing - or with every holder signed but the   *
      *              debit never presented again - the item is       *
      *              expired so it can no longer post against        *
      *              stale consent. Each expired item is listed for  *
      *              the branch to tell the holders: the debit must  *
      *              be presented afresh if it is still wanted.      *
      *                                                              *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code  *
      *        and yyyymmdd the run date (defaults to today).        *
      *                                                              *
      * Output: Sequential report COSNEXP1.                          *
      *                                                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSNEXPR.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPIRE-REPORT
                  ASSIGN TO COSNEXP1
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPIRE-REPORT.
       01  EXPIRE-REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE COSNDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).

       01 HV-COSIGN-ID                      PIC S9(9) COMP.
       01 HV-ACCNO                          PIC X(8).
       01 HV-SOURCE                         PIC X(3).
       01 HV-AMOUNT                         PIC S9(10)V99 COMP-3.
       01 HV-SIGNED                         PIC S9(4) COMP.
       01 HV-NEEDED                         PIC S9(4) COMP.
       01 HV-STATUS                         PIC X.
       01 HV-REQUESTED-DATE                 PIC X(8).

       01 WS-TODAY                          PIC 9(8).

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-EXPIRED-COUNT                  PIC 9(6) VALUE 0.
       01 WS-COSIGN-ID-X                    PIC 9(9).
       01 WS-AMOUNT-DISP                    PIC +9(10).99.
       01 WS-SIGNED-X                       PIC 9.
       01 WS-NEEDED-X                       PIC 9.

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

           MOVE SPACES TO EXPIRE-REPORT-LINE
           STRING 'UNSIGNED JOINT ACCOUNT DEBITS EXPIRED - SORTCODE '
               DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO EXPIRE-REPORT-LINE
           END-STRING
           WRITE EXPIRE-REPORT-LINE.

           PERFORM EXPIRE-STALE-ITEMS.

           MOVE SPACES TO EXPIRE-REPORT-LINE
           STRING 'ITEMS EXPIRED=' DELIMITED BY SIZE
               WS-EXPIRED-COUNT DELIMITED BY SIZE
               INTO EXPIRE-REPORT-LINE
           END-STRING
           WRITE EXPIRE-REPORT-LINE.

           CLOSE EXPIRE-REPORT.

           MOVE 0 TO RETURN-CODE.

           PERFORM REGISTER-RUN-END.

           GOBACK.

       A999.
           EXIT.

      *----------------------------------------------------------------
       REGISTER-RUN-START SECTION.
       RGS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'COSNEXPR' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-EXPIRED-COUNT TO RUNCTL-RECORD-COUNT.
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
       EXPIRE-STALE-ITEMS SECTION.
       ESI010.
           EXEC SQL
              DECLARE COSX_CSR CURSOR FOR
                 SELECT COSIGN_ID, COSIGN_ACCNO, COSIGN_SOURCE,
                        COSIGN_AMOUNT, COSIGN_SIGNED, COSIGN_NEEDED,
                        COSIGN_STATUS, COSIGN_REQUESTED_DATE
                 FROM COSIGN
                 WHERE COSIGN_SORTCODE = :HV-SORTCODE
                   AND (COSIGN_STATUS = 'P' OR COSIGN_STATUS = 'A')
                   AND COSIGN_EXPIRY_DATE < :HV-RUN-DATE
                 ORDER BY COSIGN_ID
           END-EXEC.

           EXEC SQL OPEN COSX_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-ITEM.

           PERFORM EXPIRE-ONE-ITEM
              UNTIL WS-EOF.

           EXEC SQL CLOSE COSX_CSR END-EXEC.
       ESI999.
           EXIT.

       FETCH-NEXT-ITEM SECTION.
       FNI010.
           EXEC SQL
              FETCH COSX_CSR
              INTO :HV-COSIGN-ID, :HV-ACCNO, :HV-SOURCE,
                   :HV-AMOUNT, :HV-SIGNED, :HV-NEEDED,
                   :HV-STATUS, :HV-REQUESTED-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNI999.
           EXIT.

       EXPIRE-ONE-ITEM SECTION.
       EOI010.
           EXEC SQL
              UPDATE COSIGN
              SET COSIGN_STATUS = 'E',
                  COSIGN_DECIDED_DATE = :HV-RUN-DATE
              WHERE COSIGN_ID = :HV-COSIGN-ID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO EXPIRE-REPORT-LINE
              MOVE 'UPDATE FAILED - SWEEP ABANDONED' TO
                 EXPIRE-REPORT-LINE
              WRITE EXPIRE-REPORT-LINE
              MOVE 'Y' TO WS-EOF-SW
              GO TO EOI999
           END-IF.

           ADD 1 TO WS-EXPIRED-COUNT.

           MOVE HV-COSIGN-ID TO WS-COSIGN-ID-X.
           MOVE HV-AMOUNT TO WS-AMOUNT-DISP.
           MOVE HV-SIGNED TO WS-SIGNED-X.
           MOVE HV-NEEDED TO WS-NEEDED-X.

           MOVE SPACES TO EXPIRE-REPORT-LINE
           STRING 'ID=' DELIMITED BY SIZE
               WS-COSIGN-ID-X DELIMITED BY SIZE
               ' ACCNO=' DELIMITED BY SIZE
               HV-ACCNO DELIMITED BY SIZE
               ' SOURCE=' DELIMITED BY SIZE
               HV-SOURCE DELIMITED BY SIZE
               ' AMOUNT=' DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               ' SIGNED=' DELIMITED BY SIZE
               WS-SIGNED-X DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-NEEDED-X DELIMITED BY SIZE
               ' STATUS=' DELIMITED BY SIZE
               HV-STATUS DELIMITED BY SIZE
               ' PRESENTED=' DELIMITED BY SIZE
               HV-REQUESTED-DATE DELIMITED BY SIZE
               INTO EXPIRE-REPORT-LINE
           END-STRING
           WRITE EXPIRE-REPORT-LINE.

           PERFORM FETCH-NEXT-ITEM.
       EOI999.
           EXIT.
