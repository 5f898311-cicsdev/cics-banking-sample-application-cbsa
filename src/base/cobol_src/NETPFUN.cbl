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
      * Title: NETPFUN                                                 *
      *                                                                *
      * Description: Treasury inquiry on our net position at the      *
      *              interbank settlement system, LINKed with the      *
      *              NETPFUN commarea. XFRDSPCH releases outbound      *
      *              items a settlement cycle at a time under the net  *
      *              debit cap and XFRRECV adds inbound value to the   *
      *              cycle that is open (SETLPOS); this service shows  *
      *              the day's value in and out and the net debit, the *
      *              cap and the headroom the open cycle has under it, *
      *              and the value the cap has left queued on XFRSETL  *
      *              for the next cycle.                               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NETPFUN.
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

           EXEC SQL INCLUDE SETLPOS END-EXEC.
           EXEC SQL INCLUDE XFRSETL END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-DATE                           PIC X(8).
       01 HV-CYCLE                          PIC S9(9) COMP.
       01 HV-CYCLES-CLOSED                  PIC S9(9) COMP.
       01 HV-INBOUND                        PIC S9(12)V99 COMP-3.
       01 HV-OUTBOUND                       PIC S9(12)V99 COMP-3.
       01 HV-ITEM-COUNT                     PIC S9(9) COMP.
       01 HV-ITEM-VALUE                     PIC S9(12)V99 COMP-3.

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                      PIC X(10).
       01 WS-ORIG-DATE-GRP REDEFINES WS-ORIG-DATE.
          03 WS-ORIG-DATE-DD                PIC 99.
          03 FILLER                         PIC X.
          03 WS-ORIG-DATE-MM                PIC 99.
          03 FILLER                         PIC X.
          03 WS-ORIG-DATE-YYYY              PIC 9999.
       01 WS-TIME-NOW                       PIC X(6).

       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY NETPFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO NETPFUN-SUCCESS.
           MOVE SPACE TO NETPFUN-FAIL-CODE.

           PERFORM POPULATE-TIME-DATE.

           MOVE NETPFUN-SORTCODE TO HV-SORTCODE.

           IF NETPFUN-DATE = SPACES OR NETPFUN-DATE = LOW-VALUES
              MOVE WS-ORIG-DATE-YYYY TO NETPFUN-DATE(1:4)
              MOVE WS-ORIG-DATE-MM TO NETPFUN-DATE(5:2)
              MOVE WS-ORIG-DATE-DD TO NETPFUN-DATE(7:2)
           END-IF.

           MOVE NETPFUN-DATE TO HV-DATE.

           EVALUATE TRUE
              WHEN NETPFUN-INQUIRE
                 PERFORM CHECK-INQUIRY-ENTITLEMENT
                 IF NETPFUN-SUCCESS = 'Y'
                    PERFORM INQUIRE-NET-POSITION
                 END-IF
              WHEN OTHER
                 MOVE 'N' TO NETPFUN-SUCCESS
                 MOVE '9' TO NETPFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
       CHECK-INQUIRY-ENTITLEMENT SECTION.
       CIE010.
           INITIALIZE ENTLFUN-COMMAREA.
           SET ENTLFUN-CHECK TO TRUE.
           MOVE NETPFUN-SORTCODE TO ENTLFUN-SORTCODE.
           MOVE 'I' TO ENTLFUN-CLASS.

           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC.

           IF ENTLFUN-ALLOWED NOT = 'Y'
              MOVE 'N' TO NETPFUN-SUCCESS
              MOVE 'S' TO NETPFUN-FAIL-CODE
           END-IF.
       CIE999.
           EXIT.

      *----------------------------------------------------------------
      * The day's totals over every cycle, then the open cycle on
      * its own: nothing has been released into it yet, so its net
      * debit is minus what has come in and the headroom is the cap
      * plus that inbound value. A day with no cycle opened yet has
      * the whole cap as headroom.
      *----------------------------------------------------------------
       INQUIRE-NET-POSITION SECTION.
       INP010.
           INITIALIZE NETPFUN-POSITION.

           EXEC SQL
              SELECT COALESCE(SUM(SETLPOS_OUTBOUND), 0),
                     COALESCE(SUM(SETLPOS_INBOUND), 0),
                     COUNT(*)
              INTO :HV-OUTBOUND, :HV-INBOUND, :HV-CYCLES-CLOSED
              FROM SETLPOS
              WHERE SETLPOS_SORTCODE = :HV-SORTCODE
                AND SETLPOS_DATE = :HV-DATE
                AND SETLPOS_STATUS = 'C'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO NETPFUN-SUCCESS
              MOVE '2' TO NETPFUN-FAIL-CODE
              GO TO INP999
           END-IF.

           MOVE HV-CYCLES-CLOSED TO NETPFUN-CYCLES-CLOSED.
           MOVE HV-OUTBOUND TO NETPFUN-DAY-OUTBOUND.
           MOVE HV-INBOUND TO NETPFUN-DAY-INBOUND.

           EXEC SQL
              SELECT SETLPOS_CYCLE, SETLPOS_INBOUND, SETLPOS_OUTBOUND
              INTO :HV-CYCLE, :HV-INBOUND, :HV-OUTBOUND
              FROM SETLPOS
              WHERE SETLPOS_SORTCODE = :HV-SORTCODE
                AND SETLPOS_DATE = :HV-DATE
                AND SETLPOS_STATUS = 'O'
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-CYCLE TO NETPFUN-CYCLE
                 MOVE HV-INBOUND TO NETPFUN-CYCLE-INBOUND
                 ADD HV-INBOUND TO NETPFUN-DAY-INBOUND
                 ADD HV-OUTBOUND TO NETPFUN-DAY-OUTBOUND
              WHEN 100
                 MOVE 0 TO HV-INBOUND HV-OUTBOUND
              WHEN OTHER
                 MOVE 'N' TO NETPFUN-SUCCESS
                 MOVE '2' TO NETPFUN-FAIL-CODE
                 GO TO INP999
           END-EVALUATE.

           COMPUTE NETPFUN-DAY-NET-DEBIT = NETPFUN-DAY-OUTBOUND
                                         - NETPFUN-DAY-INBOUND.

           MOVE SPACES TO HV-CONTROL-NAME.
           STRING HV-SORTCODE DELIMITED BY SIZE
               '-NET-DEBIT-CAP' DELIMITED BY SIZE
               INTO HV-CONTROL-NAME
           END-STRING.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO NETPFUN-CAP
              COMPUTE NETPFUN-HEADROOM = NETPFUN-CAP
                                       - HV-OUTBOUND
                                       + HV-INBOUND
           END-IF.

      *
      *    Queued is what the cap has held back at least once and is
      *    still waiting; pending is everything the next cycle will
      *    look at.
      *
           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(XFRSETL_AMOUNT), 0)
              INTO :HV-ITEM-COUNT, :HV-ITEM-VALUE
              FROM XFRSETL
              WHERE XFRSETL_FSCODE = :HV-SORTCODE
                AND XFRSETL_STATUS IN ('P', 'H')
                AND COALESCE(XFRSETL_DEFER_COUNT, 0) > 0
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO NETPFUN-SUCCESS
              MOVE '2' TO NETPFUN-FAIL-CODE
              GO TO INP999
           END-IF.

           MOVE HV-ITEM-COUNT TO NETPFUN-QUEUED-COUNT.
           MOVE HV-ITEM-VALUE TO NETPFUN-QUEUED-VALUE.

           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(XFRSETL_AMOUNT), 0)
              INTO :HV-ITEM-COUNT, :HV-ITEM-VALUE
              FROM XFRSETL
              WHERE XFRSETL_FSCODE = :HV-SORTCODE
                AND XFRSETL_STATUS IN ('P', 'H')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO NETPFUN-SUCCESS
              MOVE '2' TO NETPFUN-FAIL-CODE
              GO TO INP999
           END-IF.

           MOVE HV-ITEM-COUNT TO NETPFUN-PENDING-COUNT.
           MOVE HV-ITEM-VALUE TO NETPFUN-PENDING-VALUE.
       INP999.
           EXIT.

      *----------------------------------------------------------------
       POPULATE-TIME-DATE SECTION.
       PTMD010.
           EXEC CICS ASKTIME
              ABSTIME(WS-U-TIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     DDMMYYYY(WS-ORIG-DATE)
                     TIME(WS-TIME-NOW)
                     DATESEP('.')
           END-EXEC.
       PTMD999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.
           EXEC CICS RETURN
           END-EXEC.

           GOBACK.
       GMOOH999.
           EXIT.
