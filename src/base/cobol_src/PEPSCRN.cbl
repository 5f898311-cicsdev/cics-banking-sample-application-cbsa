      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: PEPSCRN                                                 *
      *                                                                *
      * Description: Periodic full-book rescreen of the CUSTOMER file *
      *              against the PEP list. SCRNFUN screens a customer  *
      *              when they are created and when their name         *
      *              changes, but someone already on the book can      *
      *              become a PEP later; this run, taken after each    *
      *              PEPLOAD, catches them. Every living person not    *
      *              already marked a PEP is scored against PEPLIST    *
      *              exactly as SCRNFUN scores a name, and each        *
      *              potential hit is queued on SCRNQ (list 'P') for   *
      *              a compliance operator - unless that customer has  *
      *              been queued against that list entry before,       *
      *              whatever the decision was.                        *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the run date (defaults to today).          *
      *                                                                *
      * Output: Sequential report PEPSRPT.                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEPSCRN.
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

           SELECT PEPS-REPORT
                  ASSIGN TO PEPSRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD-STRUCTURE.
           COPY CUSTOMER.

       FD  PEPS-REPORT.
       01  PEPS-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE PEPDB2 END-EXEC.
           EXEC SQL INCLUDE SCRNDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 WS-RUN-DATE-X REDEFINES HV-RUN-DATE.
          03 WS-RUN-DATE-YYYY               PIC X(4).
          03 WS-RUN-DATE-MM                 PIC X(2).
          03 WS-RUN-DATE-DD                 PIC X(2).

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.

       01 HV-PEPLIST-PREFIX                 PIC X(4).
       01 HV-PEPLIST-SOURCE                 PIC X(4).
       01 HV-PEPLIST-ENTRY-ID               PIC X(8).
       01 HV-PEPLIST-FAMILY-NAME            PIC X(20).
       01 HV-PEPLIST-GIVEN-NAME             PIC X(20).
       01 HV-PEPLIST-DATE-OF-BIRTH          PIC X(8).
       01 HV-PEPLIST-DOB-NUM REDEFINES HV-PEPLIST-DATE-OF-BIRTH
                                            PIC 9(8).

       01 HV-SCRNQ-ID                       PIC S9(9) COMP.
       01 HV-SCRNQ-CUSTNO                   PIC X(10).
       01 HV-SCRNQ-NAME                     PIC X(40).
       01 HV-SCRNQ-WATCHLST-KEY             PIC X(12).
       01 HV-SCRNQ-SCORE                    PIC S9(9) COMP.
       01 HV-SCRNQ-RAISED-DATE              PIC X(10).
       01 HV-SCRNQ-COUNT                    PIC S9(9) COMP.

       01 WS-PEP-KEY.
          03 WS-PEP-KEY-SOURCE              PIC X(4).
          03 WS-PEP-KEY-ENTRY-ID            PIC X(8).

       01 WS-CUSTOMER-STATUS                PIC XX.
          88 WS-CUSTOMER-OK                 VALUE '00'.

       01 WS-TODAY                          PIC 9(8).

       01 WS-READING-SW                     PIC X VALUE 'Y'.
          88 WS-STILL-READING               VALUE 'Y'.

       01 WS-PEP-EOF-SW                     PIC X.
          88 WS-PEP-EOF                     VALUE 'Y'.

       01 WS-GIVEN-NORM                     PIC X(20).
       01 WS-FAMILY-NORM                    PIC X(20).
       01 WS-SCORE                          PIC S9(3) COMP-3.

       01 WS-CUSTOMERS-SCANNED              PIC 9(8) VALUE 0.
       01 WS-CUSTOMERS-SCREENED             PIC 9(8) VALUE 0.
       01 WS-HITS-QUEUED                    PIC 9(8) VALUE 0.
       01 WS-HITS-ALREADY                   PIC 9(8) VALUE 0.

       01 WS-PRINT-CUST-NO                  PIC 9(10).
       01 WS-PRINT-SCORE                    PIC ZZ9.

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
           OPEN OUTPUT PEPS-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO PEPS-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO PEPS-REPORT-LINE
              END-STRING
              WRITE PEPS-REPORT-LINE
              CLOSE PEPS-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO PEPS-REPORT-LINE
           STRING 'PEP LIST RESCREEN - SORTCODE ' DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO PEPS-REPORT-LINE
           END-STRING
           WRITE PEPS-REPORT-LINE.

           OPEN INPUT CUSTOMER-FILE.

           PERFORM RESCREEN-CUSTOMERS.

           CLOSE CUSTOMER-FILE.

           MOVE SPACES TO PEPS-REPORT-LINE
           STRING 'CUSTOMERS SCANNED=' DELIMITED BY SIZE
               WS-CUSTOMERS-SCANNED DELIMITED BY SIZE
               ' SCREENED=' DELIMITED BY SIZE
               WS-CUSTOMERS-SCREENED DELIMITED BY SIZE
               ' HITS QUEUED=' DELIMITED BY SIZE
               WS-HITS-QUEUED DELIMITED BY SIZE
               ' ALREADY QUEUED BEFORE=' DELIMITED BY SIZE
               WS-HITS-ALREADY DELIMITED BY SIZE
               INTO PEPS-REPORT-LINE
           END-STRING
           WRITE PEPS-REPORT-LINE.

           CLOSE PEPS-REPORT.

           MOVE 0 TO RETURN-CODE.

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
           MOVE 'PEPSCRN' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RRS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RRE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-CUSTOMERS-SCREENED TO RUNCTL-RECORD-COUNT.
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

      *    SCRNQ dates are held DD.MM.YYYY, as SCRNFUN raises them.
           STRING WS-RUN-DATE-DD DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               WS-RUN-DATE-MM DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               WS-RUN-DATE-YYYY DELIMITED BY SIZE
               INTO HV-SCRNQ-RAISED-DATE
           END-STRING.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * Position at the first customer for this sort code and read
      * forward until the sort code changes or the file ends.
      *----------------------------------------------------------------
       RESCREEN-CUSTOMERS SECTION.
       RC010.
           MOVE HV-SORTCODE   TO CUSTOMER-SORTCODE.
           MOVE LOW-VALUES    TO CUSTOMER-NUMBER.

           START CUSTOMER-FILE KEY IS NOT LESS THAN CUSTOMER-KEY
              INVALID KEY
                 MOVE 'N' TO WS-READING-SW
           END-START.

           IF WS-STILL-READING
              PERFORM READ-NEXT-CUSTOMER
              PERFORM UNTIL NOT WS-STILL-READING
                 PERFORM CHECK-ONE-CUSTOMER
                 PERFORM READ-NEXT-CUSTOMER
              END-PERFORM
           END-IF.
       RC999.
           EXIT.

       READ-NEXT-CUSTOMER SECTION.
       RNC010.
           READ CUSTOMER-FILE NEXT RECORD
              AT END
                 MOVE 'N' TO WS-READING-SW
           END-READ.

           IF WS-STILL-READING
              AND CUSTOMER-SORTCODE NOT = HV-SORTCODE
                 MOVE 'N' TO WS-READING-SW
           END-IF.
       RNC999.
           EXIT.

      *----------------------------------------------------------------
      * Only living people not yet marked a PEP are screened - an
      * organisation's legal name is not a PEP list subject.
      *----------------------------------------------------------------
       CHECK-ONE-CUSTOMER SECTION.
       COC010.
           ADD 1 TO WS-CUSTOMERS-SCANNED.

           IF NOT CUSTOMER-PERSON
              OR CUSTOMER-DECEASED
              OR CUSTOMER-PEP
              GO TO COC999
           END-IF.

           MOVE FUNCTION UPPER-CASE(CUSTOMER-GIVEN-NAME)
              TO WS-GIVEN-NORM.
           MOVE FUNCTION UPPER-CASE(CUSTOMER-FAMILY-NAME)
              TO WS-FAMILY-NORM.

           IF WS-FAMILY-NORM = SPACES
              GO TO COC999
           END-IF.

           ADD 1 TO WS-CUSTOMERS-SCREENED.

           PERFORM SCREEN-ONE-CUSTOMER.
       COC999.
           EXIT.

      *----------------------------------------------------------------
      * Without the same first four letters of the family name a
      * list entry scores 50 at most, so only those are fetched.
      *----------------------------------------------------------------
       SCREEN-ONE-CUSTOMER SECTION.
       SOC010.
           MOVE WS-FAMILY-NORM(1:4) TO HV-PEPLIST-PREFIX.

           EXEC SQL
              DECLARE PEPL_CSR CURSOR FOR
                 SELECT PEPLIST_SOURCE, PEPLIST_ENTRY_ID,
                        PEPLIST_FAMILY_NAME, PEPLIST_GIVEN_NAME,
                        PEPLIST_DATE_OF_BIRTH
                 FROM PEPLIST
                 WHERE SUBSTR(PEPLIST_FAMILY_NAME, 1, 4) =
                          :HV-PEPLIST-PREFIX
           END-EXEC.

           EXEC SQL OPEN PEPL_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'PEPSCRN UNABLE TO OPEN PEPLIST CURSOR'
                 ' SQLCODE=' SQLCODE-DISPLAY
              GO TO SOC999
           END-IF.

           MOVE 'N' TO WS-PEP-EOF-SW.

           PERFORM FETCH-NEXT-ENTRY.

           PERFORM UNTIL WS-PEP-EOF
              PERFORM SCORE-ONE-ENTRY
              PERFORM FETCH-NEXT-ENTRY
           END-PERFORM.

           EXEC SQL CLOSE PEPL_CSR END-EXEC.
       SOC999.
           EXIT.

       FETCH-NEXT-ENTRY SECTION.
       FNE010.
           EXEC SQL
              FETCH PEPL_CSR
              INTO :HV-PEPLIST-SOURCE, :HV-PEPLIST-ENTRY-ID,
                   :HV-PEPLIST-FAMILY-NAME, :HV-PEPLIST-GIVEN-NAME,
                   :HV-PEPLIST-DATE-OF-BIRTH
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-PEP-EOF-SW
           END-IF.
       FNE999.
           EXIT.

      *----------------------------------------------------------------
      * The same scoring SCRNFUN applies: exact family name 50 (the
      * first four letters already match, 25); exact given name 30,
      * same initial 10; date of birth known on both sides and
      * equal 20. 60 or more is a potential hit.
      *----------------------------------------------------------------
       SCORE-ONE-ENTRY SECTION.
       SOE010.
           MOVE 0 TO WS-SCORE.

           IF HV-PEPLIST-FAMILY-NAME = WS-FAMILY-NORM
              ADD 50 TO WS-SCORE
           ELSE
              ADD 25 TO WS-SCORE
           END-IF.

           IF HV-PEPLIST-GIVEN-NAME = WS-GIVEN-NORM
              AND WS-GIVEN-NORM NOT = SPACES
              ADD 30 TO WS-SCORE
           ELSE
              IF HV-PEPLIST-GIVEN-NAME(1:1) = WS-GIVEN-NORM(1:1)
                 AND WS-GIVEN-NORM(1:1) NOT = SPACE
                 ADD 10 TO WS-SCORE
              END-IF
           END-IF.

           IF HV-PEPLIST-DOB-NUM NOT = 0
              AND CUSTOMER-DATE-OF-BIRTH NOT = 0
              AND HV-PEPLIST-DOB-NUM = CUSTOMER-DATE-OF-BIRTH
              ADD 20 TO WS-SCORE
           END-IF.

           IF WS-SCORE >= 60
              PERFORM QUEUE-ONE-HIT
           END-IF.
       SOE999.
           EXIT.

      *----------------------------------------------------------------
      * Queue the hit unless this customer has already been queued
      * against this entry - a cleared hit is not raised afresh on
      * every rescreen.
      *----------------------------------------------------------------
       QUEUE-ONE-HIT SECTION.
       QOH010.
           MOVE CUSTOMER-NUMBER TO HV-SCRNQ-CUSTNO.
           MOVE HV-PEPLIST-SOURCE TO WS-PEP-KEY-SOURCE.
           MOVE HV-PEPLIST-ENTRY-ID TO WS-PEP-KEY-ENTRY-ID.
           MOVE WS-PEP-KEY TO HV-SCRNQ-WATCHLST-KEY.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-SCRNQ-COUNT
              FROM SCRNQ
              WHERE SCRNQ_SORTCODE = :HV-SORTCODE
                AND SCRNQ_CUSTNO = :HV-SCRNQ-CUSTNO
                AND SCRNQ_WATCHLST_KEY = :HV-SCRNQ-WATCHLST-KEY
                AND SCRNQ_LIST = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO QOH999
           END-IF.

           IF HV-SCRNQ-COUNT > 0
              ADD 1 TO WS-HITS-ALREADY
              GO TO QOH999
           END-IF.

           PERFORM ALLOCATE-NEXT-SCRNQ-ID.

           IF SQLCODE NOT = 0
              GO TO QOH999
           END-IF.

           MOVE SPACES TO HV-SCRNQ-NAME.
           STRING WS-GIVEN-NORM DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               WS-FAMILY-NORM DELIMITED BY SIZE
               INTO HV-SCRNQ-NAME
           END-STRING.

           MOVE WS-SCORE TO HV-SCRNQ-SCORE.

           EXEC SQL
              INSERT INTO SCRNQ
                 (SCRNQ_ID, SCRNQ_SORTCODE, SCRNQ_SUBJECT_TYPE,
                  SCRNQ_CUSTNO, SCRNQ_NAME, SCRNQ_WATCHLST_KEY,
                  SCRNQ_MATCH_SCORE, SCRNQ_STATUS,
                  SCRNQ_RAISED_DATE, SCRNQ_LIST)
              VALUES
                 (:HV-SCRNQ-ID, :HV-SORTCODE, 'C',
                  :HV-SCRNQ-CUSTNO, :HV-SCRNQ-NAME,
                  :HV-SCRNQ-WATCHLST-KEY,
                  :HV-SCRNQ-SCORE, 'P',
                  :HV-SCRNQ-RAISED-DATE, 'P')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'PEPSCRN UNABLE TO INSERT SCRNQ ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              GO TO QOH999
           END-IF.

           ADD 1 TO WS-HITS-QUEUED.

           MOVE CUSTOMER-NUMBER TO WS-PRINT-CUST-NO.
           MOVE WS-SCORE TO WS-PRINT-SCORE.

           MOVE SPACES TO PEPS-REPORT-LINE
           STRING 'CUSTOMER=' DELIMITED BY SIZE
               WS-PRINT-CUST-NO DELIMITED BY SIZE
               ' NAME=' DELIMITED BY SIZE
               HV-SCRNQ-NAME DELIMITED BY SIZE
               ' PEP ENTRY=' DELIMITED BY SIZE
               WS-PEP-KEY DELIMITED BY SIZE
               ' SCORE=' DELIMITED BY SIZE
               WS-PRINT-SCORE DELIMITED BY SIZE
               INTO PEPS-REPORT-LINE
           END-STRING
           WRITE PEPS-REPORT-LINE.
       QOH999.
           EXIT.

      *----------------------------------------------------------------
      * The queue id comes off CONTROL directly, the same counter
      * SCRNFUN bumps via GETCTRL.
      *----------------------------------------------------------------
       ALLOCATE-NEXT-SCRNQ-ID SECTION.
       ANSI010.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING HV-SORTCODE DELIMITED BY SIZE
               '-SCRN-LAST' DELIMITED BY SIZE
               INTO HV-CONTROL-NAME
           END-STRING.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO HV-CONTROL-VALUE-NUM
                 EXEC SQL
                    UPDATE CONTROL
                    SET CONTROL_VALUE_NUM = :HV-CONTROL-VALUE-NUM
                    WHERE CONTROL_NAME = :HV-CONTROL-NAME
                 END-EXEC
              WHEN 100
                 MOVE 1 TO HV-CONTROL-VALUE-NUM
                 EXEC SQL
                    INSERT INTO CONTROL
                           (CONTROL_NAME, CONTROL_VALUE_NUM,
                            CONTROL_VALUE_STR)
                    VALUES (:HV-CONTROL-NAME,
                            :HV-CONTROL-VALUE-NUM, ' ')
                 END-EXEC
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           MOVE HV-CONTROL-VALUE-NUM TO HV-SCRNQ-ID.
       ANSI999.
           EXIT.
