      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: EVNTWRT                                                 *
      *                                                                *
      * Description: Business event writer, CALLed with the EVNTWRTA  *
      *              parameter area by everything that posts to       *
      *              PROCTRAN or changes a customer or an account.    *
      *              DB2 only - no CICS - so the online services and  *
      *              the batch posters share the one copy, and the    *
      *              event always lands in the caller's own unit of   *
      *              work.                                            *
      *                                                                *
      *              The sequence number is the CONTROL counter       *
      *              EVENT-LAST-SEQ, stepped by an UPDATE before it   *
      *              is read. The row stays locked until the caller   *
      *              commits or backs out, so two changes can never   *
      *              take the same number and a backed-out change     *
      *              gives its number back - the outbox sequence has  *
      *              no gaps. The price is that event writers queue   *
      *              on that one row until the unit of work holding   *
      *              it ends, so a long batch poster run should not   *
      *              share a window with the online day.              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVNTWRT.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE EVNTDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-CONTROL-NAME                   PIC X(32)
             VALUE 'EVENT-LAST-SEQ'.
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.

       01 HOST-EVNTOUT-ROW.
          03 HV-EVNT-SEQ                    PIC S9(9) COMP.
          03 HV-EVNT-AMOUNT                 PIC S9(10)V99 COMP-3.

       LINKAGE SECTION.
       01 EVNT-AREA.
           COPY EVNTWRTA.

       PROCEDURE DIVISION USING EVNT-AREA.
       PREMIERE SECTION.
       A010.
           MOVE 'N' TO EVNT-SUCCESS.
           MOVE 0 TO EVNT-SEQ.

           IF NOT EVNT-POSTING AND NOT EVNT-LIFECYCLE
              MOVE 'P' TO EVNT-KIND
           END-IF.

           PERFORM ALLOCATE-NEXT-SEQUENCE.

           IF EVNT-SQLCODE NOT = 0
              GOBACK
           END-IF.

           MOVE EVNT-AMOUNT TO HV-EVNT-AMOUNT.

           EXEC SQL
              INSERT INTO EVNTOUT
                 (EVNTOUT_SEQ, EVNTOUT_KIND, EVNTOUT_TYPE,
                  EVNTOUT_SOURCE, EVNTOUT_SORTCODE, EVNTOUT_ACCNO,
                  EVNTOUT_CUSTNO, EVNTOUT_PROC_DATE,
                  EVNTOUT_PROC_TIME, EVNTOUT_REF, EVNTOUT_DESC,
                  EVNTOUT_AMOUNT, EVNTOUT_STATUS,
                  EVNTOUT_DELIV_DATE, EVNTOUT_DELIV_TIME)
              VALUES
                 (:HV-EVNT-SEQ, :EVNT-KIND, :EVNT-TYPE,
                  :EVNT-SOURCE, :EVNT-SORTCODE, :EVNT-ACCNO,
                  :EVNT-CUSTNO, :EVNT-PROC-DATE,
                  :EVNT-PROC-TIME, :EVNT-REF, :EVNT-DESC,
                  :HV-EVNT-AMOUNT, 'P', ' ', ' ')
           END-EXEC.

           MOVE SQLCODE TO EVNT-SQLCODE.

           IF SQLCODE = 0
              MOVE HV-EVNT-SEQ TO EVNT-SEQ
              MOVE 'Y' TO EVNT-SUCCESS
           END-IF.

           GOBACK.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * Step the counter first and read it second: the UPDATE takes
      * the row lock that keeps the sequence gap-free and unique.
      *----------------------------------------------------------------
       ALLOCATE-NEXT-SEQUENCE SECTION.
       ANS010.
           MOVE 0 TO HV-EVNT-SEQ.

           EXEC SQL
              UPDATE CONTROL
              SET CONTROL_VALUE_NUM = CONTROL_VALUE_NUM + 1
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 100
              MOVE 1 TO HV-CONTROL-VALUE-NUM
              EXEC SQL
                 INSERT INTO CONTROL
                        (CONTROL_NAME, CONTROL_VALUE_NUM,
                         CONTROL_VALUE_STR)
                 VALUES (:HV-CONTROL-NAME,
                         :HV-CONTROL-VALUE-NUM, ' ')
              END-EXEC
           END-IF.

           MOVE SQLCODE TO EVNT-SQLCODE.

           IF SQLCODE NOT = 0
              GO TO ANS999
           END-IF.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           MOVE SQLCODE TO EVNT-SQLCODE.

           IF SQLCODE = 0
              MOVE HV-CONTROL-VALUE-NUM TO HV-EVNT-SEQ
           END-IF.
       ANS999.
           EXIT.
