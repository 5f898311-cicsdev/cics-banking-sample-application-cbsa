      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: SENSRVW                                                 *
      *                                                                *
      * Description: Weekly review of inquiries against sensitive     *
      *              customers, for the branch managers. Every        *
      *              SENSACC row SENSLOG wrote for the sort code over *
      *              the review window is looked at. An inquiry is    *
      *              accounted for when the same operator, the same   *
      *              day, left an OPERLOGT row on one of the          *
      *              customer's accounts (a posting or maintenance    *
      *              the inquiry led to), or when the customer has an *
      *              open AML case or an unresolved complaint the     *
      *              operator may have been working. Every inquiry    *
      *              not accounted for is listed, and so is every     *
      *              inquiry by a member of staff into their own      *
      *              customer record or a declared relative's,        *
      *              whatever else explains it. Each operator gets a  *
      *              summary line; one with anything listed also      *
      *              gets a severity W EXCPTION item so the review is *
      *              worked to a close.                               *
      *              The window is the CONTROL value                  *
      *                SENS-REVIEW-DAYS    (default 7)                *
      *              ending on the run date.                          *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the run date (defaults to today).          *
      *                                                                *
      * Output: Report SENSRVW1 and EXCPTION rows.                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENSRVW.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENS-REPORT
                  ASSIGN TO SENSRVW1
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SENS-REPORT.
       01  SENS-REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE SENSDB2 END-EXEC.
           EXEC SQL INCLUDE OPERLOGT END-EXEC.
           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE AMLCDB2 END-EXEC.
           EXEC SQL INCLUDE CMPLDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 WS-RUN-DATE-NUM REDEFINES HV-RUN-DATE PIC 9(8).
       01 HV-FROM-DATE                      PIC X(8).
       01 WS-FROM-DATE-NUM REDEFINES HV-FROM-DATE PIC 9(8).

       01 HV-OPERATOR                       PIC X(3).
       01 HV-CUSTNO                         PIC X(10).
       01 HV-ACCNO                          PIC X(8).
       01 HV-TERMID                         PIC X(4).
       01 HV-TRANID                         PIC X(4).
       01 HV-PROGRAM                        PIC X(8).
       01 HV-ACCESS-DATE                    PIC X(8).
       01 WS-ACCESS-DATE-PARTS REDEFINES HV-ACCESS-DATE.
          03 WS-ACCESS-YYYY                 PIC X(4).
          03 WS-ACCESS-MM                   PIC X(2).
          03 WS-ACCESS-DD                   PIC X(2).
       01 HV-ACCESS-TIME                    PIC X(6).

      * OPERLOGT dates are DD/MM/YYYY, as OPERLOG formats them.
       01 HV-OPERLOGT-DATE                  PIC X(10).
       01 HV-ROW-COUNT                      PIC S9(9) COMP.

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.

      * Tunables - defaults here, overridden by a positive CONTROL
      * value of the same name.
       01 WS-REVIEW-DAYS                    PIC S9(5) COMP VALUE 7.
       01 WS-TUNABLE                        PIC S9(5) COMP.

       01 WS-TODAY                          PIC 9(8).
       01 WS-RUN-INTEGER                    PIC S9(9) COMP.

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-EXPLAINED-SW                   PIC X.
          88 WS-EXPLAINED                   VALUE 'Y'.
       01 WS-FINDING                        PIC X(24).
       01 WS-PRINT-TERMID                   PIC X(4).

      * One operator's tally, built in cursor order.
       01 WS-WORK-OPERATOR                  PIC X(3).
       01 WS-OPER-VIEWS                     PIC 9(6).
       01 WS-OPER-LISTED                    PIC 9(6).
       01 WS-OPER-OWN                       PIC 9(6).

       01 WS-VIEWS-READ                     PIC 9(8) VALUE 0.
       01 WS-VIEWS-LISTED                   PIC 9(8) VALUE 0.
       01 WS-OPERATORS-SEEN                 PIC 9(8) VALUE 0.
       01 WS-OPERATORS-LISTED               PIC 9(8) VALUE 0.
       01 WS-VIEWS-FAILED                   PIC 9(8) VALUE 0.

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
           OPEN OUTPUT SENS-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO SENS-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO SENS-REPORT-LINE
              END-STRING
              WRITE SENS-REPORT-LINE
              CLOSE SENS-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM GET-TUNABLES.

           MOVE SPACES TO SENS-REPORT-LINE
           STRING 'SENSITIVE CUSTOMER ACCESS REVIEW - SORTCODE '
               DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' FROM ' DELIMITED BY SIZE
               HV-FROM-DATE DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO SENS-REPORT-LINE
           END-STRING
           WRITE SENS-REPORT-LINE.

           MOVE SPACES TO SENS-REPORT-LINE
           STRING 'OPR DATE     TIME   CUSTOMER   ACCOUNT  TERM TRAN'
               DELIMITED BY SIZE
               ' PROGRAM  FINDING' DELIMITED BY SIZE
               INTO SENS-REPORT-LINE
           END-STRING
           WRITE SENS-REPORT-LINE.

           PERFORM REVIEW-ACCESSES.

           MOVE SPACES TO SENS-REPORT-LINE
           STRING 'INQUIRIES READ=' DELIMITED BY SIZE
               WS-VIEWS-READ DELIMITED BY SIZE
               ' LISTED=' DELIMITED BY SIZE
               WS-VIEWS-LISTED DELIMITED BY SIZE
               ' OPERATORS=' DELIMITED BY SIZE
               WS-OPERATORS-SEEN DELIMITED BY SIZE
               ' TO REVIEW=' DELIMITED BY SIZE
               WS-OPERATORS-LISTED DELIMITED BY SIZE
               ' FAILED=' DELIMITED BY SIZE
               WS-VIEWS-FAILED DELIMITED BY SIZE
               INTO SENS-REPORT-LINE
           END-STRING
           WRITE SENS-REPORT-LINE.

           CLOSE SENS-REPORT.

           IF WS-VIEWS-FAILED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM REGISTER-RUN-END.

           GOBACK.

       A999.
           EXIT.

      *----------------------------------------------------------------
       REGISTER-RUN-START SECTION.
       RGS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'SENSRVW' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-VIEWS-READ TO RUNCTL-RECORD-COUNT.
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

           COMPUTE WS-RUN-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).

           MOVE 0 TO RETURN-CODE.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * The window keeps its default unless CONTROL holds a positive
      * value under its name.
      *----------------------------------------------------------------
       GET-TUNABLES SECTION.
       GTU010.
           MOVE 'SENS-REVIEW-DAYS' TO HV-CONTROL-NAME.
           MOVE WS-REVIEW-DAYS TO WS-TUNABLE.
           PERFORM GET-ONE-TUNABLE.
           MOVE WS-TUNABLE TO WS-REVIEW-DAYS.

           COMPUTE WS-FROM-DATE-NUM =
              FUNCTION DATE-OF-INTEGER
                 (WS-RUN-INTEGER - WS-REVIEW-DAYS + 1).
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
      * The window's inquiries operator by operator, in the order
      * they were made, with a summary at each change of operator.
      *----------------------------------------------------------------
       REVIEW-ACCESSES SECTION.
       RVA010.
           EXEC SQL
              DECLARE SENS_CSR CURSOR FOR
                 SELECT SENSACC_OPERATOR, SENSACC_CUSTNO,
                        SENSACC_ACCNO, SENSACC_TERMID,
                        SENSACC_TRANID, SENSACC_PROGRAM,
                        SENSACC_ACCESS_DATE, SENSACC_ACCESS_TIME
                 FROM SENSACC
                 WHERE SENSACC_SORTCODE = :HV-SORTCODE
                   AND SENSACC_ACCESS_DATE >= :HV-FROM-DATE
                   AND SENSACC_ACCESS_DATE <= :HV-RUN-DATE
                 ORDER BY SENSACC_OPERATOR, SENSACC_ACCESS_DATE,
                          SENSACC_ACCESS_TIME, SENSACC_ID
           END-EXEC.

           EXEC SQL OPEN SENS_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SENSRVW UNABLE TO OPEN SENS_CSR'
                 ' SQLCODE=' SQLCODE-DISPLAY
              ADD 1 TO WS-VIEWS-FAILED
              GO TO RVA999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO WS-WORK-OPERATOR.
           PERFORM CLEAR-OPERATOR-TALLY.

           PERFORM FETCH-NEXT-ACCESS.

           IF NOT WS-EOF
              MOVE HV-OPERATOR TO WS-WORK-OPERATOR
           END-IF.

           PERFORM UNTIL WS-EOF
              IF HV-OPERATOR NOT = WS-WORK-OPERATOR
                 PERFORM CLOSE-ONE-OPERATOR
                 MOVE HV-OPERATOR TO WS-WORK-OPERATOR
                 PERFORM CLEAR-OPERATOR-TALLY
              END-IF
              PERFORM JUDGE-ONE-ACCESS
              PERFORM FETCH-NEXT-ACCESS
           END-PERFORM.

           IF WS-OPER-VIEWS > 0
              PERFORM CLOSE-ONE-OPERATOR
           END-IF.

           EXEC SQL CLOSE SENS_CSR END-EXEC.
       RVA999.
           EXIT.

       FETCH-NEXT-ACCESS SECTION.
       FNA010.
           EXEC SQL
              FETCH SENS_CSR
              INTO :HV-OPERATOR, :HV-CUSTNO, :HV-ACCNO,
                   :HV-TERMID, :HV-TRANID, :HV-PROGRAM,
                   :HV-ACCESS-DATE, :HV-ACCESS-TIME
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNA999.
           EXIT.

       CLEAR-OPERATOR-TALLY SECTION.
       COT010.
           MOVE 0 TO WS-OPER-VIEWS WS-OPER-LISTED WS-OPER-OWN.
       COT999.
           EXIT.

      *----------------------------------------------------------------
      * One inquiry. A member of staff looking at their own or a
      * relative's record is always listed; any other inquiry is
      * listed only when no transaction or case accounts for it.
      *----------------------------------------------------------------
       JUDGE-ONE-ACCESS SECTION.
       JOA010.
           ADD 1 TO WS-VIEWS-READ.
           ADD 1 TO WS-OPER-VIEWS.

           MOVE 'N' TO WS-EXPLAINED-SW.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-ROW-COUNT
              FROM SENSCUST
              WHERE SENSCUST_SORTCODE = :HV-SORTCODE
                AND SENSCUST_CUSTNO = :HV-CUSTNO
                AND SENSCUST_RELATED_OPERATOR = :HV-OPERATOR
                AND SENSCUST_CATEGORY IN ('S', 'R')
           END-EXEC.

           IF SQLCODE NOT = 0
              ADD 1 TO WS-VIEWS-FAILED
              GO TO JOA999
           END-IF.

           IF HV-ROW-COUNT > 0
              ADD 1 TO WS-OPER-OWN
              MOVE 'OWN OR RELATIVE RECORD' TO WS-FINDING
              PERFORM LIST-ONE-ACCESS
              GO TO JOA999
           END-IF.

           PERFORM LOOK-FOR-TRANSACTION.

           IF NOT WS-EXPLAINED
              PERFORM LOOK-FOR-CASE
           END-IF.

           IF NOT WS-EXPLAINED
              MOVE 'NO TRANSACTION OR CASE' TO WS-FINDING
              PERFORM LIST-ONE-ACCESS
           END-IF.
       JOA999.
           EXIT.

      *----------------------------------------------------------------
      * Did the operator do anything on one of the customer's
      * accounts the same day? Any OPERLOGT row will do.
      *----------------------------------------------------------------
       LOOK-FOR-TRANSACTION SECTION.
       LFT010.
           MOVE SPACES TO HV-OPERLOGT-DATE.
           STRING WS-ACCESS-DD DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-ACCESS-MM DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-ACCESS-YYYY DELIMITED BY SIZE
               INTO HV-OPERLOGT-DATE
           END-STRING.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-ROW-COUNT
              FROM OPERLOGT
              WHERE OPERLOGT_SORTCODE = :HV-SORTCODE
                AND OPERLOGT_OPERATOR_ID = :HV-OPERATOR
                AND OPERLOGT_DATE = :HV-OPERLOGT-DATE
                AND OPERLOGT_ACC_NUMBER IN
                    (SELECT ACCOUNT_NUMBER
                     FROM ACCOUNT
                     WHERE ACCOUNT_SORTCODE = :HV-SORTCODE
                       AND ACCOUNT_CUSTOMER_NUMBER = :HV-CUSTNO)
           END-EXEC.

           IF SQLCODE = 0 AND HV-ROW-COUNT > 0
              MOVE 'Y' TO WS-EXPLAINED-SW
           END-IF.
       LFT999.
           EXIT.

      *----------------------------------------------------------------
      * An open AML case or a complaint not yet resolved gives the
      * operator a reason to be in the record.
      *----------------------------------------------------------------
       LOOK-FOR-CASE SECTION.
       LFC010.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-ROW-COUNT
              FROM AMLCASE
              WHERE AMLCASE_SORTCODE = :HV-SORTCODE
                AND AMLCASE_CUSTNO = :HV-CUSTNO
                AND AMLCASE_STATUS = 'O'
           END-EXEC.

           IF SQLCODE = 0 AND HV-ROW-COUNT > 0
              MOVE 'Y' TO WS-EXPLAINED-SW
              GO TO LFC999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-ROW-COUNT
              FROM COMPLAINT
              WHERE COMPLAINT_SORTCODE = :HV-SORTCODE
                AND COMPLAINT_CUSTNO = :HV-CUSTNO
                AND COMPLAINT_STATUS <> 'S'
           END-EXEC.

           IF SQLCODE = 0 AND HV-ROW-COUNT > 0
              MOVE 'Y' TO WS-EXPLAINED-SW
           END-IF.
       LFC999.
           EXIT.

       LIST-ONE-ACCESS SECTION.
       LOA010.
           ADD 1 TO WS-VIEWS-LISTED.
           ADD 1 TO WS-OPER-LISTED.

      *    A call through the API comes in with no terminal.
           IF HV-TERMID = SPACES
              MOVE 'API' TO WS-PRINT-TERMID
           ELSE
              MOVE HV-TERMID TO WS-PRINT-TERMID
           END-IF.

           MOVE SPACES TO SENS-REPORT-LINE
           STRING HV-OPERATOR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-ACCESS-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-ACCESS-TIME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-CUSTNO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-ACCNO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-TERMID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-TRANID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-PROGRAM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FINDING DELIMITED BY SIZE
               INTO SENS-REPORT-LINE
           END-STRING
           WRITE SENS-REPORT-LINE.
       LOA999.
           EXIT.

      *----------------------------------------------------------------
      * The operator's summary line; anything listed for them goes
      * on the exception queue for their branch manager.
      *----------------------------------------------------------------
       CLOSE-ONE-OPERATOR SECTION.
       COO010.
           ADD 1 TO WS-OPERATORS-SEEN.

           MOVE SPACES TO SENS-REPORT-LINE
           STRING 'OPERATOR ' DELIMITED BY SIZE
               WS-WORK-OPERATOR DELIMITED BY SIZE
               ' INQUIRIES=' DELIMITED BY SIZE
               WS-OPER-VIEWS DELIMITED BY SIZE
               ' LISTED=' DELIMITED BY SIZE
               WS-OPER-LISTED DELIMITED BY SIZE
               ' OWN OR RELATIVE=' DELIMITED BY SIZE
               WS-OPER-OWN DELIMITED BY SIZE
               INTO SENS-REPORT-LINE
           END-STRING
           WRITE SENS-REPORT-LINE.

           IF WS-OPER-LISTED = 0
              GO TO COO999
           END-IF.

           ADD 1 TO WS-OPERATORS-LISTED.

           INITIALIZE EXCP-AREA.
           MOVE 'SENSRVW' TO EXCP-SOURCE.
           MOVE HV-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'W' TO EXCP-SEVERITY.
           MOVE SPACES TO EXCP-ACCNO.
           MOVE SPACES TO EXCP-CUSTNO.
           STRING 'OPERATOR ' DELIMITED BY SIZE
               WS-WORK-OPERATOR DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WS-OPER-LISTED DELIMITED BY SIZE
               ' SENSITIVE RECORD INQUIRIES TO REVIEW' DELIMITED BY SIZE
               INTO EXCP-MESSAGE
           END-STRING.
           CALL 'EXCPWRT' USING EXCP-AREA.
       COO999.
           EXIT.
