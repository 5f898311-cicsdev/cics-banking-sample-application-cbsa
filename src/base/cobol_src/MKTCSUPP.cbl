      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: MKTCSUPP                                                *
      *                                                                *
      * Description: Marketing opt-out load. Each record on the        *
      *              suppression file MKTSUPIN - opt-outs gathered     *
      *              outside the branch systems, and the industry      *
      *              preference-service lists - withdraws the          *
      *              customer's marketing consent on the channel       *
      *              given, or on every channel when the channel is    *
      *              '*' or blank, exactly as a withdrawal through     *
      *              MKTCFUN would: MKTCONS takes the new position     *
      *              and MKTCHIST records it with source 'S'. A        *
      *              channel already withdrawn is left alone, so the   *
      *              same file loaded twice adds no history. Records   *
      *              for another sort code, unknown customers and      *
      *              unknown channels are reported and skipped.        *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the run date (defaults to today).          *
      *        Suppression file MKTSUPIN, one 17-byte record per       *
      *        opt-out: sort code (6), customer number (10),           *
      *        channel (1, see MKTCDB2; '*' or blank for all).         *
      *                                                                *
      * Output: Sequential report MKTSRPT.                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MKTCSUPP.
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
                  ALTERNATE RECORD KEY IS CUSTOMER-FAMILY-NAME
                     WITH DUPLICATES
                  FILE STATUS  IS WS-CUSTOMER-STATUS.

           SELECT SUPP-FILE
                  ASSIGN TO MKTSUPIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SUPP-STATUS.

           SELECT MKTS-REPORT
                  ASSIGN TO MKTSRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD-STRUCTURE.
           COPY CUSTOMER.

       FD  SUPP-FILE.
       01  SUPP-RECORD.
           03 SUPP-SORTCODE                  PIC X(6).
           03 SUPP-CUSTNO                    PIC X(10).
           03 SUPP-CHANNEL                   PIC X.
              88 SUPP-CHANNEL-VALID          VALUE 'P' 'E' 'S' 'T'.
              88 SUPP-ALL-CHANNELS           VALUE '*' ' '.

       FD  MKTS-REPORT.
       01  MKTS-REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE MKTCDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).

       01 HV-CUSTNO                         PIC X(10).
       01 HV-CHANNEL                        PIC X.
       01 HV-STATUS                         PIC X.

       01 WS-CUSTOMER-STATUS                PIC XX.
          88 WS-CUSTOMER-OK                 VALUE '00'.

       01 WS-SUPP-STATUS                    PIC XX.
          88 WS-SUPP-OK                     VALUE '00'.

       01 WS-TODAY                          PIC 9(8).

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

      * The four channels a '*' record withdraws.
       01 WS-CHANNEL-LIST                   PIC X(4) VALUE 'PEST'.
       01 WS-CHANNEL-LIST-R REDEFINES WS-CHANNEL-LIST.
          05 WS-CHANNEL-CODE                PIC X OCCURS 4.
       01 WS-CH-SUB                         PIC S9(4) COMP.

       01 WS-REASON                         PIC X(30).

       01 WS-RECORDS-READ                   PIC 9(8) VALUE 0.
       01 WS-RECORDS-REJECTED               PIC 9(8) VALUE 0.
       01 WS-CHANNELS-WITHDRAWN             PIC 9(8) VALUE 0.
       01 WS-CHANNELS-ALREADY-OUT           PIC 9(8) VALUE 0.
       01 WS-CHANNELS-FAILED                PIC 9(8) VALUE 0.

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
           OPEN OUTPUT MKTS-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO MKTS-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO MKTS-REPORT-LINE
              END-STRING
              WRITE MKTS-REPORT-LINE
              CLOSE MKTS-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT SUPP-FILE.

           IF NOT WS-SUPP-OK
              MOVE SPACES TO MKTS-REPORT-LINE
              STRING 'UNABLE TO OPEN MKTSUPIN, FILE STATUS='
                  DELIMITED BY SIZE
                  WS-SUPP-STATUS DELIMITED BY SIZE
                  ' - NOTHING LOADED' DELIMITED BY SIZE
                  INTO MKTS-REPORT-LINE
              END-STRING
              WRITE MKTS-REPORT-LINE
              CLOSE MKTS-REPORT
              MOVE 12 TO RETURN-CODE
              PERFORM REGISTER-RUN-END
              GOBACK
           END-IF.

           OPEN INPUT CUSTOMER-FILE.

           MOVE SPACES TO MKTS-REPORT-LINE
           STRING 'MARKETING SUPPRESSION LOAD - SORTCODE '
                  DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO MKTS-REPORT-LINE
           END-STRING
           WRITE MKTS-REPORT-LINE.

           PERFORM READ-SUPP-RECORD.

           PERFORM LOAD-ONE-RECORD
              UNTIL WS-EOF.

           CLOSE SUPP-FILE.
           CLOSE CUSTOMER-FILE.

           MOVE SPACES TO MKTS-REPORT-LINE
           STRING 'RECORDS READ=' DELIMITED BY SIZE
               WS-RECORDS-READ DELIMITED BY SIZE
               ' REJECTED=' DELIMITED BY SIZE
               WS-RECORDS-REJECTED DELIMITED BY SIZE
               ' CHANNELS WITHDRAWN=' DELIMITED BY SIZE
               WS-CHANNELS-WITHDRAWN DELIMITED BY SIZE
               ' ALREADY WITHDRAWN=' DELIMITED BY SIZE
               WS-CHANNELS-ALREADY-OUT DELIMITED BY SIZE
               ' FAILED=' DELIMITED BY SIZE
               WS-CHANNELS-FAILED DELIMITED BY SIZE
               INTO MKTS-REPORT-LINE
           END-STRING
           WRITE MKTS-REPORT-LINE.

           CLOSE MKTS-REPORT.

           IF WS-CHANNELS-FAILED > 0
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
           MOVE 'MKTCSUPP' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RRS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RRE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-RECORDS-READ TO RUNCTL-RECORD-COUNT.
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
       READ-SUPP-RECORD SECTION.
       RSR010.
           READ SUPP-FILE
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
       RSR999.
           EXIT.

      *----------------------------------------------------------------
      * One opt-out. The customer must be one of this sort code's;
      * a record that fails any check is reported with the reason
      * and nothing is withdrawn for it.
      *----------------------------------------------------------------
       LOAD-ONE-RECORD SECTION.
       LOR010.
           ADD 1 TO WS-RECORDS-READ.

           IF SUPP-SORTCODE NOT = HV-SORTCODE
              MOVE 'OTHER SORT CODE' TO WS-REASON
              PERFORM REJECT-THE-RECORD
              GO TO LOR900
           END-IF.

           IF NOT SUPP-CHANNEL-VALID AND NOT SUPP-ALL-CHANNELS
              MOVE 'UNKNOWN CHANNEL' TO WS-REASON
              PERFORM REJECT-THE-RECORD
              GO TO LOR900
           END-IF.

           IF SUPP-CUSTNO NOT NUMERIC
              MOVE 'UNKNOWN CUSTOMER' TO WS-REASON
              PERFORM REJECT-THE-RECORD
              GO TO LOR900
           END-IF.

           MOVE SUPP-SORTCODE TO CUSTOMER-SORTCODE.
           MOVE SUPP-CUSTNO TO CUSTOMER-NUMBER.

           READ CUSTOMER-FILE
              INVALID KEY
                 MOVE 'UNKNOWN CUSTOMER' TO WS-REASON
                 PERFORM REJECT-THE-RECORD
                 GO TO LOR900
           END-READ.

           MOVE SUPP-CUSTNO TO HV-CUSTNO.

           IF SUPP-ALL-CHANNELS
              PERFORM WITHDRAW-LISTED-CHANNEL
                 VARYING WS-CH-SUB FROM 1 BY 1
                 UNTIL WS-CH-SUB > 4
           ELSE
              MOVE SUPP-CHANNEL TO HV-CHANNEL
              PERFORM WITHDRAW-ONE-CHANNEL
           END-IF.
       LOR900.
           PERFORM READ-SUPP-RECORD.
       LOR999.
           EXIT.

       REJECT-THE-RECORD SECTION.
       RTR010.
           ADD 1 TO WS-RECORDS-REJECTED.

           MOVE SPACES TO MKTS-REPORT-LINE
           STRING 'REJECTED ' DELIMITED BY SIZE
               SUPP-SORTCODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SUPP-CUSTNO DELIMITED BY SIZE
               ' CHANNEL=' DELIMITED BY SIZE
               SUPP-CHANNEL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-REASON DELIMITED BY SIZE
               INTO MKTS-REPORT-LINE
           END-STRING
           WRITE MKTS-REPORT-LINE.
       RTR999.
           EXIT.

       WITHDRAW-LISTED-CHANNEL SECTION.
       WLC010.
           MOVE WS-CHANNEL-CODE(WS-CH-SUB) TO HV-CHANNEL.
           PERFORM WITHDRAW-ONE-CHANNEL.
       WLC999.
           EXIT.

      *----------------------------------------------------------------
      * HV-CHANNEL withdrawn for HV-CUSTNO, the way MKTCFUN does it,
      * unless it already stands withdrawn.
      *----------------------------------------------------------------
       WITHDRAW-ONE-CHANNEL SECTION.
       WOC010.
           EXEC SQL
              SELECT MKTCONS_STATUS
              INTO :HV-STATUS
              FROM MKTCONS
              WHERE MKTCONS_SORTCODE = :HV-SORTCODE
                AND MKTCONS_CUSTNO = :HV-CUSTNO
                AND MKTCONS_CHANNEL = :HV-CHANNEL
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 IF HV-STATUS = 'N'
                    ADD 1 TO WS-CHANNELS-ALREADY-OUT
                    GO TO WOC999
                 END-IF
                 EXEC SQL
                    UPDATE MKTCONS
                    SET MKTCONS_STATUS = 'N',
                        MKTCONS_CHANGED_DATE = :HV-RUN-DATE,
                        MKTCONS_SOURCE = 'S',
                        MKTCONS_CHANGED_BY = 'BAT'
                    WHERE MKTCONS_SORTCODE = :HV-SORTCODE
                      AND MKTCONS_CUSTNO = :HV-CUSTNO
                      AND MKTCONS_CHANNEL = :HV-CHANNEL
                 END-EXEC
              WHEN 100
                 EXEC SQL
                    INSERT INTO MKTCONS
                       (MKTCONS_SORTCODE, MKTCONS_CUSTNO,
                        MKTCONS_CHANNEL, MKTCONS_STATUS,
                        MKTCONS_CHANGED_DATE, MKTCONS_SOURCE,
                        MKTCONS_CHANGED_BY)
                    VALUES
                       (:HV-SORTCODE, :HV-CUSTNO,
                        :HV-CHANNEL, 'N',
                        :HV-RUN-DATE, 'S',
                        'BAT')
                 END-EXEC
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF SQLCODE NOT = 0
              PERFORM REPORT-WITHDRAWAL-FAILED
              GO TO WOC999
           END-IF.

           EXEC SQL
              INSERT INTO MKTCHIST
                 (MKTCHIST_SORTCODE, MKTCHIST_CUSTNO,
                  MKTCHIST_CHANNEL, MKTCHIST_ACTION,
                  MKTCHIST_ACTION_DATE, MKTCHIST_SOURCE,
                  MKTCHIST_OPERATOR)
              VALUES
                 (:HV-SORTCODE, :HV-CUSTNO,
                  :HV-CHANNEL, 'W',
                  :HV-RUN-DATE, 'S',
                  'BAT')
           END-EXEC.

           IF SQLCODE NOT = 0
              PERFORM REPORT-WITHDRAWAL-FAILED
              GO TO WOC999
           END-IF.

           ADD 1 TO WS-CHANNELS-WITHDRAWN.
       WOC999.
           EXIT.

       REPORT-WITHDRAWAL-FAILED SECTION.
       RWF010.
           ADD 1 TO WS-CHANNELS-FAILED.

           MOVE SQLCODE TO SQLCODE-DISPLAY.
           MOVE SPACES TO MKTS-REPORT-LINE
           STRING 'WITHDRAWAL FAILED ' DELIMITED BY SIZE
               HV-CUSTNO DELIMITED BY SIZE
               ' CHANNEL=' DELIMITED BY SIZE
               HV-CHANNEL DELIMITED BY SIZE
               ' SQLCODE=' DELIMITED BY SIZE
               SQLCODE-DISPLAY DELIMITED BY SIZE
               INTO MKTS-REPORT-LINE
           END-STRING
           WRITE MKTS-REPORT-LINE.
       RWF999.
           EXIT.
