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
      * Title: RESPLOG                                                 *
      *                                                                *
      * Description: Response-time logger. Every BNK1 screen and       *
      *              APICTRL LINK here with the RESPLOG commarea just  *
      *              before they return, and once more on the way to   *
      *              an abend. One RESPTIME row is written per task:   *
      *              the elapsed time from the caller's start stamp    *
      *              to now, the time it spent in its data services,   *
      *              and the outcome. As in OPERLOG the terminal,      *
      *              operator and task number come from the EIB.       *
      *                                                                *
      *              A row written by an abending task would be        *
      *              backed out with the rest of its work, so for an   *
      *              abend the row is handed to a task of its own -    *
      *              this program again, started as transaction ORSP   *
      *              - which writes it under its own unit of work.     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPLOG.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
      * Copyright statement as a literal to go into the load module
       77 FILLER PIC X(34) VALUE 'Copyright contributors to the CICS'.
       77 FILLER PIC X(34) VALUE 'Banking Sample Application (CBSA)'.
       77 FILLER PIC X(8)  VALUE ' project'.

           EXEC SQL INCLUDE RESPDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY SORTCODE.

      * The row as it goes to RESPTIME - also what is passed to the
      * started ORSP task for an abend.
       01 HOST-RESPTIME-ROW.
          03 HV-SORTCODE                    PIC X(6).
          03 HV-TRANID                      PIC X(4).
          03 HV-PROGRAM                     PIC X(8).
          03 HV-TASKNO                      PIC S9(9) COMP.
          03 HV-TERMID                      PIC X(4).
          03 HV-OPERATOR                    PIC X(3).
          03 HV-LOG-DATE                    PIC X(8).
          03 HV-LOG-TIME                    PIC X(6).
          03 HV-LOG-TIME-X REDEFINES HV-LOG-TIME.
             05 HV-LOG-HOUR                 PIC X(2).
             05 FILLER                      PIC X(4).
          03 HV-ELAPSED-MS                  PIC S9(9) COMP.
          03 HV-DB2-MS                      PIC S9(9) COMP.
          03 HV-OUTCOME                     PIC X.

       01 WS-ROW-LENGTH                     PIC S9(4) COMP.

       01 WS-ABS-TIME                       PIC S9(15) COMP-3.
       01 WS-ELAPSED                        PIC S9(15) COMP-3.
       01 WS-TIME-NOW                       PIC 9(6).

       01 WS-CICS-RESP                      PIC S9(8) COMP.
       01 WS-CICS-RESP2                     PIC S9(8) COMP.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY RESPLOG.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
      *
      *    Started as ORSP with an abending task's row - write it.
      *
           IF EIBCALEN = ZERO
              PERFORM WRITE-STARTED-ROW
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE 'Y' TO RESPLOG-SUCCESS.
           MOVE SPACE TO RESPLOG-FAIL-CODE.

           PERFORM BUILD-THE-ROW.

           IF RESPLOG-ABENDED
              PERFORM HAND-OFF-THE-ROW
           ELSE
              PERFORM INSERT-THE-ROW
           END-IF.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * The row is stamped with the date and time the task started,
      * so a task that runs across the hour counts in the hour it
      * began. A start stamp that was never set, or a clock that
      * has gone backwards, records zero rather than nonsense.
      *----------------------------------------------------------------
       BUILD-THE-ROW SECTION.
       BTR010.
           EXEC CICS ASKTIME
              ABSTIME(WS-ABS-TIME)
           END-EXEC.

           IF RESPLOG-START-TIME NOT NUMERIC
              OR RESPLOG-START-TIME <= 0
              OR RESPLOG-START-TIME > WS-ABS-TIME
              MOVE WS-ABS-TIME TO RESPLOG-START-TIME
           END-IF.

           COMPUTE WS-ELAPSED = WS-ABS-TIME - RESPLOG-START-TIME.
           IF WS-ELAPSED > 999999999
              MOVE 999999999 TO WS-ELAPSED
           END-IF.
           MOVE WS-ELAPSED TO HV-ELAPSED-MS.

           IF RESPLOG-DB2-MS NOT NUMERIC OR RESPLOG-DB2-MS < 0
              MOVE 0 TO HV-DB2-MS
           ELSE
              MOVE RESPLOG-DB2-MS TO HV-DB2-MS
           END-IF.
           IF HV-DB2-MS > HV-ELAPSED-MS
              MOVE HV-ELAPSED-MS TO HV-DB2-MS
           END-IF.

           EXEC CICS FORMATTIME
                     ABSTIME(RESPLOG-START-TIME)
                     YYYYMMDD(HV-LOG-DATE)
                     TIME(WS-TIME-NOW)
           END-EXEC.
           MOVE WS-TIME-NOW TO HV-LOG-TIME.

           IF RESPLOG-SORTCODE NOT NUMERIC OR RESPLOG-SORTCODE = 0
              MOVE SORTCODE TO HV-SORTCODE
           ELSE
              MOVE RESPLOG-SORTCODE TO HV-SORTCODE
           END-IF.
           MOVE RESPLOG-PROGRAM TO HV-PROGRAM.

           IF RESPLOG-TRANID = SPACES OR RESPLOG-TRANID = LOW-VALUES
              MOVE EIBTRNID TO HV-TRANID
           ELSE
              MOVE RESPLOG-TRANID TO HV-TRANID
           END-IF.

           MOVE EIBTASKN TO HV-TASKNO.
           MOVE EIBTRMID TO HV-TERMID.
           MOVE EIBOPID TO HV-OPERATOR.

           IF HV-TERMID = LOW-VALUES
              MOVE SPACES TO HV-TERMID
           END-IF.
           IF HV-OPERATOR = LOW-VALUES
              MOVE SPACES TO HV-OPERATOR
           END-IF.

           IF RESPLOG-COMPLETED OR RESPLOG-FAILED
              OR RESPLOG-ABENDED
              MOVE RESPLOG-OUTCOME TO HV-OUTCOME
           ELSE
              MOVE 'S' TO HV-OUTCOME
           END-IF.
       BTR999.
           EXIT.

      *----------------------------------------------------------------
       INSERT-THE-ROW SECTION.
       ITR010.
           EXEC SQL
              INSERT INTO RESPTIME
                 (RESPTIME_SORTCODE, RESPTIME_TRANID,
                  RESPTIME_PROGRAM, RESPTIME_TASKNO,
                  RESPTIME_TERMID, RESPTIME_OPERATOR,
                  RESPTIME_LOG_DATE, RESPTIME_LOG_HOUR,
                  RESPTIME_LOG_TIME, RESPTIME_ELAPSED_MS,
                  RESPTIME_DB2_MS, RESPTIME_OUTCOME)
              VALUES
                 (:HV-SORTCODE, :HV-TRANID,
                  :HV-PROGRAM, :HV-TASKNO,
                  :HV-TERMID, :HV-OPERATOR,
                  :HV-LOG-DATE, :HV-LOG-HOUR,
                  :HV-LOG-TIME, :HV-ELAPSED-MS,
                  :HV-DB2-MS, :HV-OUTCOME)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'RESPLOG UNABLE TO INSERT RESPTIME ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO RESPLOG-SUCCESS
              MOVE '2' TO RESPLOG-FAIL-CODE
           END-IF.
       ITR999.
           EXIT.

      *----------------------------------------------------------------
      * START without PROTECT takes effect at once, so the ORSP task
      * runs whatever becomes of the abending one.
      *----------------------------------------------------------------
       HAND-OFF-THE-ROW SECTION.
       HOR010.
           MOVE LENGTH OF HOST-RESPTIME-ROW TO WS-ROW-LENGTH.

           EXEC CICS START
              TRANSID('ORSP')
              FROM(HOST-RESPTIME-ROW)
              LENGTH(WS-ROW-LENGTH)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'N' TO RESPLOG-SUCCESS
              MOVE '3' TO RESPLOG-FAIL-CODE
           END-IF.
       HOR999.
           EXIT.

       WRITE-STARTED-ROW SECTION.
       WSR010.
           MOVE LENGTH OF HOST-RESPTIME-ROW TO WS-ROW-LENGTH.

           EXEC CICS RETRIEVE
              INTO(HOST-RESPTIME-ROW)
              LENGTH(WS-ROW-LENGTH)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              GO TO WSR999
           END-IF.

           EXEC SQL
              INSERT INTO RESPTIME
                 (RESPTIME_SORTCODE, RESPTIME_TRANID,
                  RESPTIME_PROGRAM, RESPTIME_TASKNO,
                  RESPTIME_TERMID, RESPTIME_OPERATOR,
                  RESPTIME_LOG_DATE, RESPTIME_LOG_HOUR,
                  RESPTIME_LOG_TIME, RESPTIME_ELAPSED_MS,
                  RESPTIME_DB2_MS, RESPTIME_OUTCOME)
              VALUES
                 (:HV-SORTCODE, :HV-TRANID,
                  :HV-PROGRAM, :HV-TASKNO,
                  :HV-TERMID, :HV-OPERATOR,
                  :HV-LOG-DATE, :HV-LOG-HOUR,
                  :HV-LOG-TIME, :HV-ELAPSED-MS,
                  :HV-DB2-MS, :HV-OUTCOME)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'RESPLOG UNABLE TO INSERT RESPTIME ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
           END-IF.
       WSR999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.
           EXEC CICS RETURN
           END-EXEC.

           GOBACK.
       GMOOH999.
           EXIT.
