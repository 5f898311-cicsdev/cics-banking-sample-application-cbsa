       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      * Title: EVNTFUN                                                 *
      *                                                                *
      * Description: Business event replay service, LINKed with the   *
      *              EVNTFUN commarea. A downstream consumer that has *
      *              lost events, or found a gap in the numbers it    *
      *              received, asks here for everything again from a  *
      *              sequence number of its choosing. The request is  *
      *              recorded on EVNTRPLY and served by the next      *
      *              EVNTPUB run, which re-sends to that consumer     *
      *              alone - nobody else sees the events twice.       *
      *              QUERY lets the consumer see how its latest       *
      *              request went.                                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVNTFUN.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Copyright statement as a literal to go into the load module
       77 FILLER PIC X(34) VALUE 'Copyright contributors to the CICS'.
       77 FILLER PIC X(34) VALUE 'Banking Sample Application (CBSA)'.
       77 FILLER PIC X(8)  VALUE ' project'.

           EXEC SQL INCLUDE EVRPDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-CONTROL-NAME                   PIC X(32)
             VALUE 'EVENT-LAST-PUBLISHED'.
       01 HV-LAST-PUBLISHED                 PIC S9(9) COMP.

       01 HV-CONSUMER                       PIC X(8).
       01 HV-FROM-SEQ                       PIC S9(9) COMP.
       01 HV-REQ-DATE                       PIC X(8).
       01 HV-REQ-TIME                       PIC X(6).
       01 HV-STATUS                         PIC X.
       01 HV-TO-SEQ                         PIC S9(9) COMP.
       01 HV-SENT                           PIC S9(9) COMP.
       01 HV-DONE-DATE                      PIC X(8).
       01 HV-OUTSTANDING                    PIC S9(9) COMP.

       01 WS-NOW                            PIC X(21).

       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY EVNTFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO EVNTFUN-SUCCESS.
           MOVE SPACE TO EVNTFUN-FAIL-CODE.

           IF EVNTFUN-CONSUMER = SPACES OR
              EVNTFUN-CONSUMER = LOW-VALUES
              MOVE 'N' TO EVNTFUN-SUCCESS
              MOVE '4' TO EVNTFUN-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE EVNTFUN-CONSUMER TO HV-CONSUMER.

           PERFORM GET-LAST-PUBLISHED.

           IF EVNTFUN-SUCCESS = 'N'
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           EVALUATE TRUE
              WHEN EVNTFUN-REPLAY
                 PERFORM CHECK-MAINTENANCE
                 IF EVNTFUN-SUCCESS = 'Y'
                    PERFORM REQUEST-THE-REPLAY
                 END-IF
              WHEN EVNTFUN-QUERY
                 PERFORM QUERY-THE-REPLAY
              WHEN OTHER
                 MOVE 'N' TO EVNTFUN-SUCCESS
                 MOVE '9' TO EVNTFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
       CHECK-MAINTENANCE SECTION.
       CMN010.
           INITIALIZE ENTLFUN-COMMAREA.
           SET ENTLFUN-CHECK TO TRUE.
           MOVE 'M' TO ENTLFUN-CLASS.

           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC.

           IF ENTLFUN-ALLOWED NOT = 'Y'
              MOVE 'N' TO EVNTFUN-SUCCESS
              MOVE 'S' TO EVNTFUN-FAIL-CODE
           END-IF.
       CMN999.
           EXIT.

      *----------------------------------------------------------------
      * The last number EVNTPUB has delivered - nothing delivered
      * yet when the CONTROL row has never been written.
      *----------------------------------------------------------------
       GET-LAST-PUBLISHED SECTION.
       GLP010.
           MOVE 0 TO HV-LAST-PUBLISHED.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-LAST-PUBLISHED
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 0 TO HV-LAST-PUBLISHED
              WHEN OTHER
                 MOVE 'N' TO EVNTFUN-SUCCESS
                 MOVE '2' TO EVNTFUN-FAIL-CODE
           END-EVALUATE.

           MOVE HV-LAST-PUBLISHED TO EVNTFUN-LAST-DELIVERED.
       GLP999.
           EXIT.

      *----------------------------------------------------------------
      * Only numbers already delivered can be replayed - anything
      * later is still coming in the normal way. One request at a
      * time per consumer, so two overlapping replays cannot
      * interleave on its queue.
      *----------------------------------------------------------------
       REQUEST-THE-REPLAY SECTION.
       RTR010.
           IF EVNTFUN-FROM-SEQ NOT NUMERIC
              MOVE 'N' TO EVNTFUN-SUCCESS
              MOVE '3' TO EVNTFUN-FAIL-CODE
              GO TO RTR999
           END-IF.

           MOVE EVNTFUN-FROM-SEQ TO HV-FROM-SEQ.

           IF HV-FROM-SEQ < 1 OR HV-FROM-SEQ > HV-LAST-PUBLISHED
              MOVE 'N' TO EVNTFUN-SUCCESS
              MOVE '3' TO EVNTFUN-FAIL-CODE
              GO TO RTR999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-OUTSTANDING
              FROM EVNTRPLY
              WHERE EVNTRPLY_CONSUMER = :HV-CONSUMER
                AND EVNTRPLY_STATUS = 'R'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO EVNTFUN-SUCCESS
              MOVE '2' TO EVNTFUN-FAIL-CODE
              GO TO RTR999
           END-IF.

           IF HV-OUTSTANDING > 0
              MOVE 'N' TO EVNTFUN-SUCCESS
              MOVE '5' TO EVNTFUN-FAIL-CODE
              GO TO RTR999
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW(1:8) TO HV-REQ-DATE.
           MOVE WS-NOW(9:6) TO HV-REQ-TIME.

           EXEC SQL
              INSERT INTO EVNTRPLY
                 (EVNTRPLY_CONSUMER, EVNTRPLY_FROM_SEQ,
                  EVNTRPLY_REQ_DATE, EVNTRPLY_REQ_TIME,
                  EVNTRPLY_STATUS, EVNTRPLY_TO_SEQ,
                  EVNTRPLY_SENT, EVNTRPLY_DONE_DATE)
              VALUES
                 (:HV-CONSUMER, :HV-FROM-SEQ,
                  :HV-REQ-DATE, :HV-REQ-TIME,
                  'R', 0, 0, ' ')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'EVNTFUN UNABLE TO WRITE EVNTRPLY ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO EVNTFUN-SUCCESS
              MOVE '2' TO EVNTFUN-FAIL-CODE
              GO TO RTR999
           END-IF.

           MOVE HV-REQ-DATE TO EVNTFUN-REQ-DATE.
           MOVE HV-REQ-TIME TO EVNTFUN-REQ-TIME.
           MOVE 'R' TO EVNTFUN-STATUS.
           MOVE 0 TO EVNTFUN-TO-SEQ EVNTFUN-SENT.
           MOVE SPACES TO EVNTFUN-DONE-DATE.
       RTR999.
           EXIT.

      *----------------------------------------------------------------
       QUERY-THE-REPLAY SECTION.
       QTR010.
           EXEC SQL
              SELECT EVNTRPLY_FROM_SEQ, EVNTRPLY_REQ_DATE,
                     EVNTRPLY_REQ_TIME, EVNTRPLY_STATUS,
                     EVNTRPLY_TO_SEQ, EVNTRPLY_SENT,
                     EVNTRPLY_DONE_DATE
              INTO :HV-FROM-SEQ, :HV-REQ-DATE,
                   :HV-REQ-TIME, :HV-STATUS,
                   :HV-TO-SEQ, :HV-SENT,
                   :HV-DONE-DATE
              FROM EVNTRPLY
              WHERE EVNTRPLY_CONSUMER = :HV-CONSUMER
              ORDER BY EVNTRPLY_REQ_DATE DESC, EVNTRPLY_REQ_TIME DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-FROM-SEQ TO EVNTFUN-FROM-SEQ
                 MOVE HV-REQ-DATE TO EVNTFUN-REQ-DATE
                 MOVE HV-REQ-TIME TO EVNTFUN-REQ-TIME
                 MOVE HV-STATUS TO EVNTFUN-STATUS
                 MOVE HV-TO-SEQ TO EVNTFUN-TO-SEQ
                 MOVE HV-SENT TO EVNTFUN-SENT
                 MOVE HV-DONE-DATE TO EVNTFUN-DONE-DATE
              WHEN 100
                 MOVE 'N' TO EVNTFUN-SUCCESS
                 MOVE '1' TO EVNTFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO EVNTFUN-SUCCESS
                 MOVE '2' TO EVNTFUN-FAIL-CODE
           END-EVALUATE.
       QTR999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.
           EXEC CICS RETURN
           END-EXEC.

           GOBACK.
       GMOOH999.
           EXIT.
