      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: VULNRVW                                                 *
      *                                                                *
      * Description: Vulnerable customer review-due report. Lists     *
      *              every active VULNIND indicator whose review date  *
      *              has passed (OVERDUE) or falls within the next     *
      *              VULN-REVIEW-NOTICE-DAYS (CONTROL, default 14)     *
      *              days (DUE), soonest first, for the team holding   *
      *              the need-to-know entitlement to review through    *
      *              VULNFUN. An indicator stays in force - and the    *
      *              letter batches keep honouring it - until it is    *
      *              reviewed or ended, so an overdue review is a      *
      *              prompt, never an expiry. The report carries       *
      *              vulnerability detail and is distributed to that   *
      *              team only.                                        *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the run date (defaults to today).          *
      *                                                                *
      * Output: Sequential report VULNRPT.                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VULNRVW.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VULN-REPORT
                  ASSIGN TO VULNRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VULN-REPORT.
       01  VULN-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE VULNDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 WS-RUN-DATE-NUM REDEFINES HV-RUN-DATE PIC 9(8).

       01 HV-HORIZON-DATE                   PIC X(8).

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.

       01 HV-IND-ID                         PIC S9(9) COMP.
       01 HV-CUSTNO                         PIC X(10).
       01 HV-TYPE                           PIC X.
       01 HV-TREATMENT                      PIC X.
       01 HV-CONSENT                        PIC X.
       01 HV-RECORDED-DATE                  PIC X(8).
       01 HV-RECORDED-BY                    PIC X(3).
       01 HV-REVIEW-DATE                    PIC X(8).
       01 HV-LAST-REVIEWED-DATE             PIC X(8).

       01 WS-TODAY                          PIC 9(8).
       01 WS-NOTICE-DAYS                    PIC S9(9) COMP VALUE 14.
       01 WS-DATE-INT                       PIC S9(9) COMP.

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-STATE                          PIC X(7).
       01 WS-TYPE-TEXT                      PIC X(11).
       01 WS-TREAT-TEXT                     PIC X(10).
       01 WS-PRINT-ID                       PIC 9(9).

       01 WS-REVIEWS-OVERDUE                PIC 9(8) VALUE 0.
       01 WS-REVIEWS-DUE                    PIC 9(8) VALUE 0.
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
           OPEN OUTPUT VULN-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO VULN-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO VULN-REPORT-LINE
              END-STRING
              WRITE VULN-REPORT-LINE
              CLOSE VULN-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM GET-NOTICE-PERIOD.

           MOVE SPACES TO VULN-REPORT-LINE
           STRING 'VULNERABLE CUSTOMER REVIEWS DUE - SORTCODE '
                  DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               ' DUE BY ' DELIMITED BY SIZE
               HV-HORIZON-DATE DELIMITED BY SIZE
               INTO VULN-REPORT-LINE
           END-STRING
           WRITE VULN-REPORT-LINE.

           MOVE 'RESTRICTED - NEED-TO-KNOW DISTRIBUTION ONLY'
              TO VULN-REPORT-LINE.
           WRITE VULN-REPORT-LINE.

           MOVE SPACES TO VULN-REPORT-LINE
           STRING 'STATE   CUSTOMER   INDICATOR TYPE        '
                  DELIMITED BY SIZE
               'TREATMENT  CONSENT REVIEW   RECORDED BY  '
                  DELIMITED BY SIZE
               'LAST REVIEW' DELIMITED BY SIZE
               INTO VULN-REPORT-LINE
           END-STRING
           WRITE VULN-REPORT-LINE.

           PERFORM LIST-REVIEWS-DUE.

           MOVE SPACES TO VULN-REPORT-LINE
           STRING 'REVIEWS OVERDUE=' DELIMITED BY SIZE
               WS-REVIEWS-OVERDUE DELIMITED BY SIZE
               ' DUE WITHIN NOTICE PERIOD=' DELIMITED BY SIZE
               WS-REVIEWS-DUE DELIMITED BY SIZE
               INTO VULN-REPORT-LINE
           END-STRING
           WRITE VULN-REPORT-LINE.

           CLOSE VULN-REPORT.

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
           MOVE 'VULNRVW' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RRS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RRE010.
           SET RUNCTL-END TO TRUE.
           COMPUTE RUNCTL-RECORD-COUNT =
              WS-REVIEWS-OVERDUE + WS-REVIEWS-DUE.
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
      * The horizon: the run date plus the notice period.
      *----------------------------------------------------------------
       GET-NOTICE-PERIOD SECTION.
       GNP010.
           MOVE 'VULN-REVIEW-NOTICE-DAYS' TO HV-CONTROL-NAME.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM INTO :HV-CONTROL-VALUE-NUM
                FROM CONTROL
               WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-NOTICE-DAYS
           END-IF.

           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
              + WS-NOTICE-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
              TO HV-HORIZON-DATE.
       GNP999.
           EXIT.

      *----------------------------------------------------------------
       LIST-REVIEWS-DUE SECTION.
       LRD010.
           EXEC SQL
              DECLARE VRVW_CSR CURSOR FOR
                 SELECT VULNIND_ID, VULNIND_CUSTNO, VULNIND_TYPE,
                        VULNIND_TREATMENT, VULNIND_CONSENT,
                        VULNIND_RECORDED_DATE, VULNIND_RECORDED_BY,
                        VULNIND_REVIEW_DATE,
                        VULNIND_LAST_REVIEWED_DATE
                 FROM VULNIND
                 WHERE VULNIND_SORTCODE = :HV-SORTCODE
                   AND VULNIND_STATUS = 'A'
                   AND VULNIND_REVIEW_DATE <= :HV-HORIZON-DATE
                 ORDER BY VULNIND_REVIEW_DATE, VULNIND_CUSTNO,
                          VULNIND_ID
           END-EXEC.

           EXEC SQL OPEN VRVW_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              MOVE SPACES TO VULN-REPORT-LINE
              STRING 'UNABLE TO OPEN VULNIND CURSOR, SQLCODE='
                  DELIMITED BY SIZE
                  SQLCODE-DISPLAY DELIMITED BY SIZE
                  INTO VULN-REPORT-LINE
              END-STRING
              WRITE VULN-REPORT-LINE
              ADD 1 TO WS-REPORT-FAILED
              GO TO LRD999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-INDICATOR.

           PERFORM UNTIL WS-EOF
              PERFORM REPORT-ONE-INDICATOR
              PERFORM FETCH-NEXT-INDICATOR
           END-PERFORM.

           EXEC SQL CLOSE VRVW_CSR END-EXEC.
       LRD999.
           EXIT.

       FETCH-NEXT-INDICATOR SECTION.
       FNI010.
           EXEC SQL
              FETCH VRVW_CSR
              INTO :HV-IND-ID, :HV-CUSTNO, :HV-TYPE,
                   :HV-TREATMENT, :HV-CONSENT,
                   :HV-RECORDED-DATE, :HV-RECORDED-BY,
                   :HV-REVIEW-DATE,
                   :HV-LAST-REVIEWED-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNI999.
           EXIT.

      *----------------------------------------------------------------
       REPORT-ONE-INDICATOR SECTION.
       ROI010.
           IF HV-REVIEW-DATE < HV-RUN-DATE
              MOVE 'OVERDUE' TO WS-STATE
              ADD 1 TO WS-REVIEWS-OVERDUE
           ELSE
              MOVE 'DUE' TO WS-STATE
              ADD 1 TO WS-REVIEWS-DUE
           END-IF.

           EVALUATE HV-TYPE
              WHEN 'B'
                 MOVE 'BEREAVEMENT' TO WS-TYPE-TEXT
              WHEN 'I'
                 MOVE 'ILLNESS' TO WS-TYPE-TEXT
              WHEN 'C'
                 MOVE 'CAPACITY' TO WS-TYPE-TEXT
              WHEN 'F'
                 MOVE 'FINANCIAL' TO WS-TYPE-TEXT
              WHEN OTHER
                 MOVE 'LIFE EVENT' TO WS-TYPE-TEXT
           END-EVALUATE.

           IF HV-TREATMENT = 'S'
              MOVE 'SPECIALIST' TO WS-TREAT-TEXT
           ELSE
              MOVE 'PAUSE' TO WS-TREAT-TEXT
           END-IF.

           MOVE HV-IND-ID TO WS-PRINT-ID.

           MOVE SPACES TO VULN-REPORT-LINE
           STRING WS-STATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-CUSTNO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TYPE-TEXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TREAT-TEXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-CONSENT DELIMITED BY SIZE
               '       ' DELIMITED BY SIZE
               HV-REVIEW-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-RECORDED-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-RECORDED-BY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-LAST-REVIEWED-DATE DELIMITED BY SIZE
               INTO VULN-REPORT-LINE
           END-STRING
           WRITE VULN-REPORT-LINE.
       ROI999.
           EXIT.
