
       01 END-OF-SESSION-MESSAGE        PIC X(13) VALUE 'Session Ended'.

      * Response-time logging (see RESPLOG).
       01 RESPLOG-COMMAREA.
           COPY RESPLOG.

       LINKAGE SECTION.

       01 DFHCOMMAREA                   PIC X.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       A010.
           PERFORM START-RESPONSE-CLOCK.

           EVALUATE TRUE


           END-EVALUATE.

           PERFORM RECORD-RESPONSE-TIME.

           EXEC CICS
              RETURN TRANSID('OPPY')
              COMMAREA(WS-COMMAREA)
           SET PPAYFUN-BROWSE TO TRUE.
           MOVE SORTCODE TO PPAYFUN-SORTCODE OF PPAYFUN-COMMAREA.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('PPAYFUN')
              COMMAREA(PPAYFUN-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
              PPAYFUN-SUCCESS NOT = 'Y'
              SET RESPLOG-FAILED TO TRUE
              MOVE 'The refer queue could not be read.' TO MESSAGEO
              GO TO BTQ999
           END-IF.
           MOVE ITEMIDI TO PPAYFUN-REF-ID OF PPAYFUN-COMMAREA.
           MOVE ACTI TO PPAYFUN-DECISION OF PPAYFUN-COMMAREA.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('PPAYFUN')
              COMMAREA(PPAYFUN-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'The decision could not be applied.' TO MESSAGEO
           SET ENTLFUN-CHECK TO TRUE.
           MOVE 'S' TO ENTLFUN-CLASS.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.
       COE999.
           EXIT.

           END-EXEC.
       STM999.
           EXIT.

      *----------------------------------------------------------------
      * Response-time logging (see RESPLOG). The clock starts as the
      * task comes in and every LINK to a data service is timed, so
      * the row shows both the whole task and the part of it spent
      * in the services that do the DB2 work.
      *----------------------------------------------------------------
       START-RESPONSE-CLOCK SECTION.
       SRC010.
           INITIALIZE RESPLOG-COMMAREA.
           MOVE SORTCODE TO RESPLOG-SORTCODE.
           MOVE EIBTRNID TO RESPLOG-TRANID.
           MOVE 'BNK1PPY' TO RESPLOG-PROGRAM.
           SET RESPLOG-COMPLETED TO TRUE.

           EXEC CICS ASKTIME
              ABSTIME(RESPLOG-START-TIME)
           END-EXEC.
       SRC999.
           EXIT.

       SERVICE-CLOCK-ON SECTION.
       SCN010.
           EXEC CICS ASKTIME
              ABSTIME(RESPLOG-LINK-START)
           END-EXEC.
       SCN999.
           EXIT.

       SERVICE-CLOCK-OFF SECTION.
       SCF010.
           EXEC CICS ASKTIME
              ABSTIME(RESPLOG-LINK-END)
           END-EXEC.

           COMPUTE RESPLOG-DB2-MS = RESPLOG-DB2-MS
                 + RESPLOG-LINK-END - RESPLOG-LINK-START.
       SCF999.
           EXIT.

       RECORD-RESPONSE-TIME SECTION.
       RRT010.
           EXEC CICS LINK PROGRAM('RESPLOG')
                     COMMAREA(RESPLOG-COMMAREA)
                     NOHANDLE
           END-EXEC.
       RRT999.
           EXIT.
