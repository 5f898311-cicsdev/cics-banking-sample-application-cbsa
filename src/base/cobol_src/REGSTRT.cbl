      * zero leaves that date stale and the region stays INACTIVE
      * until finance has sorted the books out. With the switch at
      * its default of 0 the behaviour is exactly as before.
      *
      * Before the region goes ACTIVE the number counters are also
      * checked, through CTRCHK: a sortcode whose account counter,
      * or the customer counter, is behind the highest number on
      * file is closed for account and customer creation until a
      * supervisor repairs the counter with CTRCHK's REPAIR. The
      * region itself still opens - only the sortcodes affected
      * stop issuing numbers.
      *
      * Nor is the region opened over a CUSTOMER file that CUSTRSTR
      * has reloaded but not verified (REGION-STATUS=RESTORE) - it
      * stays INACTIVE until a restore completes and hands the file
      * back.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-TODAY-INTEGER              PIC S9(9) COMP.
       01 WS-YESTERDAY                  PIC 9(8).

       01 WS-CTRCHK-AREA.
           COPY CTRCHK.

       PROCEDURE DIVISION.
       PREMIERE SECTION.
       A010.
           PERFORM CHECK-CUSTOMER-RESTORE.

           PERFORM CHECK-GL-DAY-CLOSED.

           PERFORM CHECK-NUMBER-COUNTERS.

           INITIALIZE WS-GETCTRL-AREA.

           SET GETCTRL-SET         TO TRUE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * A restore that did not verify leaves REGION-STATUS at
      * RESTORE - the CUSTOMER file cannot be trusted until CUSTRSTR
      * has been run again to completion.
      *----------------------------------------------------------------
       CHECK-CUSTOMER-RESTORE SECTION.
       CCR010.
           INITIALIZE WS-GETCTRL-AREA.
           SET GETCTRL-GET            TO TRUE.
           MOVE 'REGION-STATUS'       TO GETCTRL-NAME.

           EXEC CICS LINK PROGRAM(WS-GETCTRL-PGM)
                      COMMAREA(WS-GETCTRL-AREA)
           END-EXEC.

           IF GETCTRL-VALUE-STR = 'RESTORE'
              DISPLAY '*********************************************'
              DISPLAY '**** REGSTRT: THE CUSTOMER FILE RESTORE HAS'
              DISPLAY '**** NOT VERIFIED - REGION LEFT INACTIVE.'
              DISPLAY '**** RUN CUSTRSTR TO COMPLETION.'
              DISPLAY '*********************************************'

              EXEC CICS RETURN
              END-EXEC

              GOBACK
           END-IF.
       CCR999.
           EXIT.

      *----------------------------------------------------------------
      * When the GL-DAYCLOSE-REQUIRED switch is on, refuse to open
      * the region while GLPOST's GL-BALANCED-DATE is older than
           END-IF.
       CGDC999.
           EXIT.

      *----------------------------------------------------------------
      * Have CTRCHK compare every sortcode's counters with what is on
      * file. Any sortcode found behind is closed for creation by
      * CTRCHK itself; this only reports the outcome to the log.
      *----------------------------------------------------------------
       CHECK-NUMBER-COUNTERS SECTION.
       CNC010.
           INITIALIZE WS-CTRCHK-AREA.
           SET CTRCHK-CHECK TO TRUE.

           EXEC CICS LINK PROGRAM('CTRCHK')
                      COMMAREA(WS-CTRCHK-AREA)
           END-EXEC.

           IF CTRCHK-SUCCESS NOT = 'Y'
              DISPLAY '*********************************************'
              DISPLAY '**** REGSTRT: NUMBER COUNTER CHECK DID NOT'
              DISPLAY '**** COMPLETE, FAIL-CODE=' CTRCHK-FAIL-CODE
              DISPLAY '*********************************************'
           END-IF.

           DISPLAY 'REGSTRT: ' CTRCHK-CHECKED-COUNT
              ' SORTCODE(S) CHECKED, ' CTRCHK-BLOCKED-COUNT
              ' CLOSED FOR CREATION'.

           IF CTRCHK-BLOCKED-COUNT > 0
              DISPLAY '*********************************************'
              DISPLAY '**** REGSTRT: A NUMBER COUNTER IS BEHIND THE'
              DISPLAY '**** DATA ON FILE - SEE THE CTRCHK MESSAGES.'
              DISPLAY '**** CREATION STAYS CLOSED UNTIL REPAIRED.'
              DISPLAY '*********************************************'
           END-IF.
       CNC999.
           EXIT.
