      *              by the standing order's own frequency. A standing         *
      *              order whose STANDORD_END_DATE has passed is expired         *
      *              (STANDORD_STATUS set to 'E') instead of posted.             *
      *              An order out of a NOTICE account is only paid from          *
      *              money a matured withdrawal notice has freed; it is          *
      *              drawn down against those notices, oldest first, and         *
      *              skipped and reported when they do not cover it.             *
      *              An order into one of our ISAs counts against its            *
      *              owner's allowance for the tax year (ISASUBS) and is         *
      *              skipped and reported when it would breach it.               *
      *                                                                         *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code to         *
      *        process standing orders for and yyyymmdd is the run date         *
           EXEC SQL INCLUDE RSTRDB2 END-EXEC.
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE STORDDB2 END-EXEC.
           EXEC SQL INCLUDE NTCEDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-STANDORD-END-DATE              PIC X(10).

       01 HV-FROM-CUST-NO                   PIC X(10).
       01 HV-FROM-ACC-TYPE                  PIC X(8).
       01 WS-CUSTOMER-STATUS                PIC XX.
          88 WS-CUSTOMER-OK                 VALUE '00'.
       01 HV-RESTRAINT-COUNT                PIC S9(9) COMP.
       01 HV-TO-AVAIL-BAL                   PIC S9(10)V99 COMP-3.
       01 HV-TO-ACTUAL-BAL                  PIC S9(10)V99 COMP-3.

       01 HV-NOTICE-COVER                   PIC S9(10)V99 COMP-3.
       01 HV-NTCEWD-ID                      PIC S9(9) COMP.
       01 HV-NTCEWD-AMOUNT                  PIC S9(10)V99 COMP-3.
       01 HV-NTCEWD-DRAWN                   PIC S9(10)V99 COMP-3.
       01 HV-NTCEWD-STATUS                  PIC X.
       01 HV-NTCEWD-CLOSED-DATE             PIC X(8).
       01 WS-LEFT-TO-DRAW                   PIC S9(10)V99 COMP-3.
       01 WS-THIS-DRAW                      PIC S9(10)V99 COMP-3.
       01 WS-NOTICE-EOF-SW                  PIC X VALUE 'N'.
          88 WS-NOTICE-EOF                  VALUE 'Y'.

       01 HV-PROCTRAN-EYECATCHER            PIC X(4) VALUE 'PRTR'.
       01 HV-PROCTRAN-DATE                  PIC X(10).
       01 HV-PROCTRAN-TIME                  PIC X(6) VALUE '000000'.
       01 EXCPWRT-AREA.
           COPY EXCPWRTA.

      * ISA subscriptions (see ISASUBS).
       01 ISAFUN-AREA.
           COPY ISAFUN.

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
       RUE999.
           EXIT.

       RAISE-NO-NOTICE-EXCEPTION SECTION.
       RNNE010.
           INITIALIZE EXCPWRT-AREA.
           MOVE 'STORDPRC' TO EXCP-SOURCE.
           MOVE HV-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'W' TO EXCP-SEVERITY.
           MOVE HV-STANDORD-FROM-ACC TO EXCP-ACCNO.
           MOVE 'STANDING ORDER UNPAID - NO MATURED NOTICE'
              TO EXCP-MESSAGE.

           CALL 'EXCPWRT' USING EXCPWRT-AREA.
       RNNE999.
           EXIT.

       RAISE-ISA-EXCEPTION SECTION.
       RIE010.
           INITIALIZE EXCPWRT-AREA.
           MOVE 'STORDPRC' TO EXCP-SOURCE.
           MOVE HV-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'W' TO EXCP-SEVERITY.
           MOVE HV-STANDORD-TO-ACC TO EXCP-ACCNO.
           IF ISAFUN-FAIL-CODE = '6'
              MOVE 'STANDING ORDER UNPAID - SECOND ISA IN TAX YEAR'
                 TO EXCP-MESSAGE
           ELSE
              MOVE 'STANDING ORDER UNPAID - ISA ALLOWANCE EXCEEDED'
                 TO EXCP-MESSAGE
           END-IF.

           CALL 'EXCPWRT' USING EXCPWRT-AREA.
       RIE999.
           EXIT.

       RAISE-RESTRAINED-EXCEPTION SECTION.
       RRE010.
           INITIALIZE EXCPWRT-AREA.
              GO TO PDOP999
           END-IF.

      *
      *    A NOTICE account only pays out money a matured withdrawal
      *    notice has freed - the order goes unpaid this time when
      *    those notices do not cover it. There is no immediate-
      *    access option for a standing order.
      *
           IF HV-FROM-ACC-TYPE = 'NOTICE  '
              PERFORM PDO-GET-NOTICE-COVER

              IF HV-NOTICE-COVER < HV-STANDORD-AMOUNT
                 ADD 1 TO WS-ORDERS-SKIPPED

                 PERFORM RAISE-NO-NOTICE-EXCEPTION

                 MOVE HV-STANDORD-ID TO WS-PRINT-STANDORD-ID
                 MOVE SPACES TO STORD-REPORT-LINE
                 STRING 'STANDORD ID=' DELIMITED BY SIZE
                     WS-PRINT-STANDORD-ID DELIMITED BY SIZE
                     ' SKIPPED - NO MATURED NOTICE COVERS IT'
                     DELIMITED BY SIZE
                     INTO STORD-REPORT-LINE
                 END-STRING
                 WRITE STORD-REPORT-LINE
                 PERFORM PDO-ADVANCE-NEXT-DATE
                 GO TO PDOP999
              END-IF
           END-IF.

      *
      *    An order into one of our ISAs must fit inside its owner's
      *    allowance for the tax year, and go into the one ISA they
      *    are using this year.
      *
           IF HV-STANDORD-TO-SORTCODE = HV-SORTCODE
              INITIALIZE ISAFUN-AREA
              SET ISAFUN-CHECK TO TRUE
              PERFORM PDO-CALL-ISA-SUBS

              IF ISAFUN-SUCCESS = 'N'
                 AND (ISAFUN-FAIL-CODE = '5' OR ISAFUN-FAIL-CODE = '6')
                 ADD 1 TO WS-ORDERS-SKIPPED

                 PERFORM RAISE-ISA-EXCEPTION

                 MOVE HV-STANDORD-ID TO WS-PRINT-STANDORD-ID
                 MOVE SPACES TO STORD-REPORT-LINE
                 STRING 'STANDORD ID=' DELIMITED BY SIZE
                     WS-PRINT-STANDORD-ID DELIMITED BY SIZE
                     ' SKIPPED - ISA SUBSCRIPTION REFUSED'
                     DELIMITED BY SIZE
                     INTO STORD-REPORT-LINE
                 END-STRING
                 WRITE STORD-REPORT-LINE
                 PERFORM PDO-ADVANCE-NEXT-DATE
                 GO TO PDOP999
              END-IF
           END-IF.

           COMPUTE WS-TOTAL-POSTED = WS-TOTAL-POSTED +
              HV-STANDORD-AMOUNT.
      *
           ELSE
              PERFORM PDO-POST-TRANSFER

              IF HV-FROM-ACC-TYPE = 'NOTICE  '
                 PERFORM PDO-DRAW-NOTICES
              END-IF

              IF HV-STANDORD-TO-SORTCODE = HV-SORTCODE
                 INITIALIZE ISAFUN-AREA
                 SET ISAFUN-RECORD TO TRUE
                 PERFORM PDO-CALL-ISA-SUBS
              END-IF

              ADD 1 TO WS-ORDERS-POSTED

              MOVE HV-STANDORD-AMOUNT TO WS-PRINT-AMOUNT
       PDOSA010.
           EXEC SQL
              SELECT ACCOUNT_OVERDRAFT_LIMIT, ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE, ACCOUNT_CUSTOMER_NUMBER,
                     ACCOUNT_TYPE
              INTO :HV-FROM-OVERDRAFT-LIM, :HV-FROM-AVAIL-BAL,
                   :HV-FROM-ACTUAL-BAL, :HV-FROM-CUST-NO,
                   :HV-FROM-ACC-TYPE
              FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-SORTCODE
                AND ACCOUNT_NUMBER = :HV-STANDORD-FROM-ACC
       PDOSA999.
           EXIT.

      *----------------------------------------------------------------
      * How much of a NOTICE account matured, undrawn notices have
      * freed on the run date - the same notices NTCEFUN lets an
      * online debit draw on. Notices with their own pay-to account
      * are paid by NTCERLSE and never count here.
      *----------------------------------------------------------------
       PDO-GET-NOTICE-COVER SECTION.
       PDOGN010.
           EXEC SQL
              SELECT COALESCE(SUM(NTCEWD_AMOUNT - NTCEWD_DRAWN), 0)
              INTO :HV-NOTICE-COVER
              FROM NTCEWD
              WHERE NTCEWD_SORTCODE = :HV-SORTCODE
                AND NTCEWD_ACCNO = :HV-STANDORD-FROM-ACC
                AND NTCEWD_TYPE = 'N'
                AND NTCEWD_STATUS = 'P'
                AND NTCEWD_PAY_ACCNO = '00000000'
                AND NTCEWD_AVAILABLE_DATE <= :HV-RUN-DATE
                AND NTCEWD_LAPSE_DATE >= :HV-RUN-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-NOTICE-COVER
           END-IF.
       PDOGN999.
           EXIT.

      *----------------------------------------------------------------
      * Draw a posted order down against the matured notices that
      * covered it, oldest first, the way NTCEFUN draws an online
      * debit.
      *----------------------------------------------------------------
       PDO-DRAW-NOTICES SECTION.
       PDODN010.
           EXEC SQL
              DECLARE DRAW_CSR CURSOR FOR
                 SELECT NTCEWD_ID, NTCEWD_AMOUNT, NTCEWD_DRAWN
                 FROM NTCEWD
                 WHERE NTCEWD_SORTCODE = :HV-SORTCODE
                   AND NTCEWD_ACCNO = :HV-STANDORD-FROM-ACC
                   AND NTCEWD_TYPE = 'N'
                   AND NTCEWD_STATUS = 'P'
                   AND NTCEWD_PAY_ACCNO = '00000000'
                   AND NTCEWD_AVAILABLE_DATE <= :HV-RUN-DATE
                   AND NTCEWD_LAPSE_DATE >= :HV-RUN-DATE
                 ORDER BY NTCEWD_AVAILABLE_DATE, NTCEWD_ID
           END-EXEC.

           EXEC SQL OPEN DRAW_CSR END-EXEC.

           MOVE HV-STANDORD-AMOUNT TO WS-LEFT-TO-DRAW.
           MOVE 'N' TO WS-NOTICE-EOF-SW.

           PERFORM PDO-DRAW-ONE-NOTICE
              UNTIL WS-LEFT-TO-DRAW = 0 OR WS-NOTICE-EOF.

           EXEC SQL CLOSE DRAW_CSR END-EXEC.
       PDODN999.
           EXIT.

       PDO-DRAW-ONE-NOTICE SECTION.
       PDODO010.
           EXEC SQL
              FETCH DRAW_CSR
              INTO :HV-NTCEWD-ID, :HV-NTCEWD-AMOUNT,
                   :HV-NTCEWD-DRAWN
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-NOTICE-EOF-SW
              GO TO PDODO999
           END-IF.

           COMPUTE WS-THIS-DRAW = HV-NTCEWD-AMOUNT - HV-NTCEWD-DRAWN.

           IF WS-THIS-DRAW > WS-LEFT-TO-DRAW
              MOVE WS-LEFT-TO-DRAW TO WS-THIS-DRAW
           END-IF.

           ADD WS-THIS-DRAW TO HV-NTCEWD-DRAWN.
           SUBTRACT WS-THIS-DRAW FROM WS-LEFT-TO-DRAW.

           IF HV-NTCEWD-DRAWN = HV-NTCEWD-AMOUNT
              MOVE 'U' TO HV-NTCEWD-STATUS
              MOVE HV-RUN-DATE TO HV-NTCEWD-CLOSED-DATE
           ELSE
              MOVE 'P' TO HV-NTCEWD-STATUS
              MOVE SPACES TO HV-NTCEWD-CLOSED-DATE
           END-IF.

           EXEC SQL
              UPDATE NTCEWD
              SET NTCEWD_DRAWN = :HV-NTCEWD-DRAWN,
                  NTCEWD_STATUS = :HV-NTCEWD-STATUS,
                  NTCEWD_CLOSED_DATE = :HV-NTCEWD-CLOSED-DATE
              WHERE NTCEWD_ID = :HV-NTCEWD-ID
                AND NTCEWD_SORTCODE = :HV-SORTCODE
           END-EXEC.
       PDODO999.
           EXIT.

      *----------------------------------------------------------------
      * CHECK or RECORD the order against the TO account's ISA
      * allowance for the tax year of the run date. A TO account
      * that is not an ISA comes back with fail code '4' and is no
      * concern of ours.
      *----------------------------------------------------------------
       PDO-CALL-ISA-SUBS SECTION.
       PDOCI010.
           MOVE HV-STANDORD-TO-SORTCODE TO ISAFUN-SORTCODE.
           MOVE HV-STANDORD-TO-ACC TO ISAFUN-ACCNO.
           MOVE HV-STANDORD-AMOUNT TO ISAFUN-AMOUNT.
           MOVE HV-RUN-DATE TO ISAFUN-DATE.

           CALL 'ISASUBS' USING ISAFUN-AREA.
       PDOCI999.
           EXIT.

      *----------------------------------------------------------------
      * Is the FROM account's owner flagged deceased on CUSTOMER?
      * A customer record that cannot be read is treated as not
                  :HV-PROCTRAN-AMOUNT)
           END-EXEC.

           IF SQLCODE = 0
              INITIALIZE EVNT-AREA
              SET EVNT-POSTING TO TRUE
              MOVE HV-SORTCODE TO EVNT-SORTCODE
              MOVE HV-STANDORD-FROM-ACC TO EVNT-ACCNO
              MOVE HV-PROCTRAN-DATE TO EVNT-PROC-DATE
              MOVE HV-PROCTRAN-TIME TO EVNT-PROC-TIME
              MOVE HV-PROCTRAN-REF TO EVNT-REF
              MOVE HV-PROCTRAN-TYPE TO EVNT-TYPE
              MOVE HV-PROCTRAN-DESC TO EVNT-DESC
              MOVE HV-PROCTRAN-AMOUNT TO EVNT-AMOUNT
              PERFORM WRITE-BUSINESS-EVENT
           END-IF.

           EXEC SQL
              INSERT INTO PROCTRAN
                 (PROCTRAN_EYECATCHER, PROCTRAN_SORTCODE,
                  :HV-PROCTRAN-TYPE, :HV-PROCTRAN-DESC,
                  :HV-PROCTRAN-AMOUNT)
           END-EXEC.

           IF SQLCODE = 0
              INITIALIZE EVNT-AREA
              SET EVNT-POSTING TO TRUE
              MOVE HV-STANDORD-TO-SORTCODE TO EVNT-SORTCODE
              MOVE HV-STANDORD-TO-ACC TO EVNT-ACCNO
              MOVE HV-PROCTRAN-DATE TO EVNT-PROC-DATE
              MOVE HV-PROCTRAN-TIME TO EVNT-PROC-TIME
              MOVE HV-PROCTRAN-REF TO EVNT-REF
              MOVE HV-PROCTRAN-TYPE TO EVNT-TYPE
              MOVE HV-PROCTRAN-DESC TO EVNT-DESC
              MOVE HV-PROCTRAN-AMOUNT TO EVNT-AMOUNT
              PERFORM WRITE-BUSINESS-EVENT
           END-IF.
       PDOPT999.
           EXIT.

           END-EXEC.
       PDOA999.
           EXIT.

      *----------------------------------------------------------------
      * The change just posted, as a business event in the same unit
      * of work (see EVNTWRT). A failure to record it comes back in
      * SQLCODE, so it is handled exactly as a failed PROCTRAN insert.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           MOVE 'STORDPRC' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
