      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: TNCNOTCE                                                *
      *                                                                *
      * Description: Daily terms and conditions notice run. Every    *
      *              version of the terms published through TNCFUN    *
      *              and not yet in force is sent to each account of   *
      *              its type at the sort code that has not been told   *
      *              of it: a TNCACCT row is written as notified ('N')   *
      *              with today as the notice date, and the change        *
      *              notice (event TCNV) is queued on NOTIFYFL, which      *
      *              NTFYDSP words in the customer's own language and      *
      *              archives through CORRWRT for CORRFUN. Notices          *
      *              still unrejected when their version takes effect       *
      *              become deemed accepted ('D'). Accounts whose           *
      *              holders rejected the change ('R', via TNCFUN) are      *
      *              listed, and raised as exceptions, until they are       *
      *              closed through ACCLOSE with close reason 'T'.          *
      *                                                                     *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code         *
      *        and yyyymmdd the run date (defaults to today).               *
      *                                                                     *
      * Output: Sequential report TNCNRPT.                                  *
      *                                                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TNCNOTCE.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFY-FILE
                  ASSIGN TO NOTIFYFL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS NOTIFY-VSAM-KEY
                  FILE STATUS  IS WS-NOTIFY-STATUS.

           SELECT TNCN-REPORT
                  ASSIGN TO TNCNRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFY-FILE.
       01  NOTIFY-RECORD-STRUCTURE.
           COPY NOTIFY.

       FD  TNCN-REPORT.
       01  TNCN-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE TNCDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 WS-RUN-DATE-X REDEFINES HV-RUN-DATE.
          03 WS-RUN-DATE-YYYY               PIC 9(4).
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.
       01 WS-RUN-DATE-NUM REDEFINES HV-RUN-DATE PIC 9(8).

       01 HV-ACCNO                          PIC X(8).
       01 HV-CUSTNO                         PIC X(10).
       01 HV-ACC-TYPE                       PIC X(8).
       01 HV-VERSION                        PIC S9(9) COMP.
       01 HV-EFFECTIVE-DATE                 PIC X(8).
       01 WS-EFFECTIVE-X REDEFINES HV-EFFECTIVE-DATE.
          03 WS-EFFECTIVE-YYYY              PIC X(4).
          03 WS-EFFECTIVE-MM                PIC XX.
          03 WS-EFFECTIVE-DD                PIC XX.
       01 HV-SUMMARY                        PIC X(60).
       01 HV-STATUS-DATE                    PIC X(8).

       01 WS-NOTIFY-STATUS                  PIC XX.
          88 WS-NOTIFY-OK                   VALUE '00'.

       01 WS-TODAY                          PIC 9(8).
       01 WS-TIME-NOW                       PIC 9(6) VALUE 0.
       01 WS-NOTIFY-SEQ                     PIC 9(4) VALUE 0.

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.
       01 WS-VERSION-DISPLAY                PIC 9(4).

       01 WS-NOTICES-SENT                   PIC 9(8) VALUE 0.
       01 WS-LETTERS-QUEUED                 PIC 9(8) VALUE 0.
       01 WS-DEEMED-ACCEPTED                PIC 9(8) VALUE 0.
       01 WS-AWAITING-CLOSURE               PIC 9(8) VALUE 0.

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
           OPEN OUTPUT TNCN-REPORT.
           OPEN I-O NOTIFY-FILE.

           IF NOT WS-NOTIFY-OK
              MOVE SPACES TO TNCN-REPORT-LINE
              STRING 'UNABLE TO OPEN NOTIFYFL, FILE STATUS='
                  DELIMITED BY SIZE
                  WS-NOTIFY-STATUS DELIMITED BY SIZE
                  ' - LETTERS WILL NOT BE QUEUED' DELIMITED BY SIZE
                  INTO TNCN-REPORT-LINE
              END-STRING
              WRITE TNCN-REPORT-LINE
           END-IF.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO TNCN-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO TNCN-REPORT-LINE
              END-STRING
              WRITE TNCN-REPORT-LINE
              CLOSE TNCN-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO TNCN-REPORT-LINE
           STRING 'TERMS AND CONDITIONS NOTICES - SORTCODE '
               DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO TNCN-REPORT-LINE
           END-STRING
           WRITE TNCN-REPORT-LINE.

           PERFORM SEND-NEW-NOTICES.

           PERFORM DEEM-NOTICES-ACCEPTED.

           PERFORM LIST-REJECTIONS.

           MOVE SPACES TO TNCN-REPORT-LINE
           STRING 'NOTICES RECORDED=' DELIMITED BY SIZE
               WS-NOTICES-SENT DELIMITED BY SIZE
               ' LETTERS QUEUED=' DELIMITED BY SIZE
               WS-LETTERS-QUEUED DELIMITED BY SIZE
               ' DEEMED ACCEPTED=' DELIMITED BY SIZE
               WS-DEEMED-ACCEPTED DELIMITED BY SIZE
               ' AWAITING CLOSURE=' DELIMITED BY SIZE
               WS-AWAITING-CLOSURE DELIMITED BY SIZE
               INTO TNCN-REPORT-LINE
           END-STRING
           WRITE TNCN-REPORT-LINE.

           CLOSE NOTIFY-FILE.
           CLOSE TNCN-REPORT.

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
           MOVE 'TNCNOTCE' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-NOTICES-SENT TO RUNCTL-RECORD-COUNT.
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

           MOVE 0 TO RETURN-CODE.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * Every account at the sort code whose type has a version of
      * the terms published but not yet in force, and which has no
      * history row for that version, is told of it now. An account
      * opened after the version was published accepted the terms
      * then in force, so it is told of the new version too.
      *----------------------------------------------------------------
       SEND-NEW-NOTICES SECTION.
       SNN010.
           EXEC SQL
              DECLARE TNCN_CSR CURSOR FOR
                 SELECT A.ACCOUNT_NUMBER, A.ACCOUNT_CUSTOMER_NUMBER,
                        A.ACCOUNT_TYPE, V.TNCVER_VERSION,
                        V.TNCVER_EFFECTIVE_DATE, V.TNCVER_SUMMARY
                 FROM TNCVER V, ACCOUNT A
                 WHERE A.ACCOUNT_SORTCODE = :HV-SORTCODE
                   AND A.ACCOUNT_TYPE = V.TNCVER_ACC_TYPE
                   AND V.TNCVER_EFFECTIVE_DATE > :HV-RUN-DATE
                   AND NOT EXISTS
                      (SELECT 1 FROM TNCACCT T
                       WHERE T.TNCACCT_SORTCODE = A.ACCOUNT_SORTCODE
                         AND T.TNCACCT_ACCNO = A.ACCOUNT_NUMBER
                         AND T.TNCACCT_VERSION = V.TNCVER_VERSION)
                 ORDER BY A.ACCOUNT_NUMBER, V.TNCVER_VERSION
                 FOR FETCH ONLY
           END-EXEC.

           EXEC SQL OPEN TNCN_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              MOVE SPACES TO TNCN-REPORT-LINE
              STRING 'UNABLE TO SELECT ACCOUNTS FOR NOTICE SQLCODE='
                  DELIMITED BY SIZE
                  SQLCODE-DISPLAY DELIMITED BY SIZE
                  INTO TNCN-REPORT-LINE
              END-STRING
              WRITE TNCN-REPORT-LINE
              GO TO SNN999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-NOTICE.

           PERFORM NOTIFY-ONE-ACCOUNT UNTIL WS-EOF.

           EXEC SQL CLOSE TNCN_CSR END-EXEC.
       SNN999.
           EXIT.

       FETCH-NEXT-NOTICE SECTION.
       FNN010.
           EXEC SQL
              FETCH TNCN_CSR
              INTO :HV-ACCNO, :HV-CUSTNO, :HV-ACC-TYPE,
                   :HV-VERSION, :HV-EFFECTIVE-DATE, :HV-SUMMARY
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNN999.
           EXIT.

      *----------------------------------------------------------------
      * The notice is recorded before the letter is queued: a row
      * that cannot be written means the account is tried again
      * tomorrow rather than written to twice.
      *----------------------------------------------------------------
       NOTIFY-ONE-ACCOUNT SECTION.
       NOA010.
           MOVE HV-VERSION TO WS-VERSION-DISPLAY.

           EXEC SQL
              INSERT INTO TNCACCT
                 ( TNCACCT_SORTCODE, TNCACCT_ACCNO, TNCACCT_CUSTNO,
                   TNCACCT_ACC_TYPE, TNCACCT_VERSION,
                   TNCACCT_EFFECTIVE_DATE, TNCACCT_STATUS,
                   TNCACCT_NOTICE_DATE, TNCACCT_STATUS_DATE,
                   TNCACCT_STATUS_BY )
              VALUES
                 ( :HV-SORTCODE, :HV-ACCNO, :HV-CUSTNO,
                   :HV-ACC-TYPE, :HV-VERSION,
                   :HV-EFFECTIVE-DATE, 'N',
                   :HV-RUN-DATE, :HV-RUN-DATE,
                   'BAT' )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              MOVE SPACES TO TNCN-REPORT-LINE
              STRING 'ACCOUNT=' DELIMITED BY SIZE
                  HV-ACCNO DELIMITED BY SIZE
                  ' VERSION=' DELIMITED BY SIZE
                  WS-VERSION-DISPLAY DELIMITED BY SIZE
                  ' NOTICE NOT RECORDED SQLCODE=' DELIMITED BY SIZE
                  SQLCODE-DISPLAY DELIMITED BY SIZE
                  INTO TNCN-REPORT-LINE
              END-STRING
              WRITE TNCN-REPORT-LINE
              GO TO NOA090
           END-IF.

           ADD 1 TO WS-NOTICES-SENT.

           PERFORM QUEUE-NOTICE-LETTER.

           MOVE SPACES TO TNCN-REPORT-LINE
           STRING 'ACCOUNT=' DELIMITED BY SIZE
               HV-ACCNO DELIMITED BY SIZE
               ' CUSTOMER=' DELIMITED BY SIZE
               HV-CUSTNO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-ACC-TYPE DELIMITED BY SIZE
               ' TERMS VERSION ' DELIMITED BY SIZE
               WS-VERSION-DISPLAY DELIMITED BY SIZE
               ' EFFECTIVE ' DELIMITED BY SIZE
               HV-EFFECTIVE-DATE DELIMITED BY SIZE
               ' NOTIFIED' DELIMITED BY SIZE
               INTO TNCN-REPORT-LINE
           END-STRING
           WRITE TNCN-REPORT-LINE.
       NOA090.
           PERFORM FETCH-NEXT-NOTICE.
       NOA999.
           EXIT.

      *----------------------------------------------------------------
      * One change notice through the dispatcher, the same NOTIFYFL
      * queueing idiom KYCCHASE uses. The notice goes whatever the
      * customer's marketing choices - it is a notice the law
      * requires, not marketing.
      *----------------------------------------------------------------
       QUEUE-NOTICE-LETTER SECTION.
       QNL010.
           IF NOT WS-NOTIFY-OK
              GO TO QNL999
           END-IF.

           INITIALIZE NOTIFY-RECORD-STRUCTURE.

           ADD 1 TO WS-NOTIFY-SEQ.
           COMPUTE NOTIFY-UTIME-KEY =
              WS-RUN-DATE-NUM * 10000000
              + WS-TIME-NOW / 100 * 10000
              + WS-NOTIFY-SEQ.
           MOVE WS-NOTIFY-SEQ TO NOTIFY-TASKNO-KEY.

           MOVE HV-CUSTNO TO NOTIFY-CUSTOMER-NUMBER.
           MOVE 'TCNV' TO NOTIFY-EVENT-TYPE.

           MOVE SPACES TO NOTIFY-DATE.
           STRING WS-RUN-DATE-DD '.' WS-RUN-DATE-MM '.'
               WS-RUN-DATE-YYYY DELIMITED BY SIZE
               INTO NOTIFY-DATE
           END-STRING.
           MOVE SPACES TO NOTIFY-TIME.

           MOVE SPACES TO NOTIFY-DETAILS.
           STRING 'ACCOUNT ' DELIMITED BY SIZE
               HV-ACCNO DELIMITED BY SIZE
               ' FROM ' DELIMITED BY SIZE
               WS-EFFECTIVE-DD DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               WS-EFFECTIVE-MM DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               WS-EFFECTIVE-YYYY DELIMITED BY SIZE
               ': ' DELIMITED BY SIZE
               HV-SUMMARY DELIMITED BY SIZE
               INTO NOTIFY-DETAILS
           END-STRING.

           WRITE NOTIFY-RECORD-STRUCTURE
              INVALID KEY
                 MOVE SPACES TO TNCN-REPORT-LINE
                 STRING 'LETTER NOT QUEUED FOR CUSTOMER '
                     DELIMITED BY SIZE
                     HV-CUSTNO DELIMITED BY SIZE
                     ' ACCOUNT ' DELIMITED BY SIZE
                     HV-ACCNO DELIMITED BY SIZE
                     INTO TNCN-REPORT-LINE
                 END-STRING
                 WRITE TNCN-REPORT-LINE
                 SUBTRACT 1 FROM WS-LETTERS-QUEUED
           END-WRITE.

           ADD 1 TO WS-LETTERS-QUEUED.
       QNL999.
           EXIT.

      *----------------------------------------------------------------
      * A notice the customer has not rejected by the day its
      * version takes effect is deemed accepted.
      *----------------------------------------------------------------
       DEEM-NOTICES-ACCEPTED SECTION.
       DNA010.
           EXEC SQL
              UPDATE TNCACCT
              SET TNCACCT_STATUS = 'D',
                  TNCACCT_STATUS_DATE = :HV-RUN-DATE,
                  TNCACCT_STATUS_BY = 'BAT'
              WHERE TNCACCT_SORTCODE = :HV-SORTCODE
                AND TNCACCT_STATUS = 'N'
                AND TNCACCT_EFFECTIVE_DATE <= :HV-RUN-DATE
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3) TO WS-DEEMED-ACCEPTED
              WHEN 100
                 MOVE 0 TO WS-DEEMED-ACCEPTED
              WHEN OTHER
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 MOVE SPACES TO TNCN-REPORT-LINE
                 STRING 'UNABLE TO MARK NOTICES DEEMED ACCEPTED'
                     DELIMITED BY SIZE
                     ' SQLCODE=' DELIMITED BY SIZE
                     SQLCODE-DISPLAY DELIMITED BY SIZE
                     INTO TNCN-REPORT-LINE
                 END-STRING
                 WRITE TNCN-REPORT-LINE
           END-EVALUATE.
       DNA999.
           EXIT.

      *----------------------------------------------------------------
      * Accounts whose holders rejected the new terms stay on this
      * list, and on the exception log, every day until they are
      * closed through ACCLOSE with close reason 'T' - which marks
      * the rejection closed.
      *----------------------------------------------------------------
       LIST-REJECTIONS SECTION.
       LRJ010.
           EXEC SQL
              DECLARE TNCR_CSR CURSOR FOR
                 SELECT TNCACCT_ACCNO, TNCACCT_CUSTNO,
                        TNCACCT_VERSION, TNCACCT_STATUS_DATE
                 FROM TNCACCT
                 WHERE TNCACCT_SORTCODE = :HV-SORTCODE
                   AND TNCACCT_STATUS = 'R'
                 ORDER BY TNCACCT_ACCNO
                 FOR FETCH ONLY
           END-EXEC.

           EXEC SQL OPEN TNCR_CSR END-EXEC.

           IF SQLCODE NOT = 0
              GO TO LRJ999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-REJECTION.

           PERFORM REPORT-ONE-REJECTION UNTIL WS-EOF.

           EXEC SQL CLOSE TNCR_CSR END-EXEC.
       LRJ999.
           EXIT.

       FETCH-NEXT-REJECTION SECTION.
       FNR010.
           EXEC SQL
              FETCH TNCR_CSR
              INTO :HV-ACCNO, :HV-CUSTNO,
                   :HV-VERSION, :HV-STATUS-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNR999.
           EXIT.

       REPORT-ONE-REJECTION SECTION.
       ROR010.
           ADD 1 TO WS-AWAITING-CLOSURE.
           MOVE HV-VERSION TO WS-VERSION-DISPLAY.

           MOVE SPACES TO TNCN-REPORT-LINE
           STRING 'ACCOUNT=' DELIMITED BY SIZE
               HV-ACCNO DELIMITED BY SIZE
               ' CUSTOMER=' DELIMITED BY SIZE
               HV-CUSTNO DELIMITED BY SIZE
               ' REJECTED TERMS VERSION ' DELIMITED BY SIZE
               WS-VERSION-DISPLAY DELIMITED BY SIZE
               ' ON ' DELIMITED BY SIZE
               HV-STATUS-DATE DELIMITED BY SIZE
               ' - CLOSE VIA ACCLOSE REASON T' DELIMITED BY SIZE
               INTO TNCN-REPORT-LINE
           END-STRING
           WRITE TNCN-REPORT-LINE.

           INITIALIZE EXCP-AREA.
           MOVE 'TNCNOTCE' TO EXCP-SOURCE.
           MOVE HV-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'W' TO EXCP-SEVERITY.
           MOVE HV-ACCNO TO EXCP-ACCNO.
           MOVE HV-CUSTNO TO EXCP-CUSTNO.
           STRING 'NEW TERMS REJECTED - ACCOUNT AWAITS CLOSURE'
               DELIMITED BY SIZE
               ' (ACCLOSE REASON T)' DELIMITED BY SIZE
               INTO EXCP-MESSAGE
           END-STRING.

           CALL 'EXCPWRT' USING EXCP-AREA.

           PERFORM FETCH-NEXT-REJECTION.
       ROR999.
           EXIT.
