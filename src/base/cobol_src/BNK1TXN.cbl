       01 NOT-AUTHORIZED-MSG            PIC X(40) VALUE
           'Not authorized for this function.       '.

      * Response-time logging (see RESPLOG).
       01 RESPLOG-COMMAREA.
           COPY RESPLOG.

       LINKAGE SECTION.

       01 DFHCOMMAREA.
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       A010.
           PERFORM START-RESPONSE-CLOCK.

           EVALUATE TRUE
      *
              MOVE WS-COMM-MORE-ROWS TO COMM-MORE-ROWS
           END-IF.

           PERFORM RECORD-RESPONSE-TIME.

           EXEC CICS
              RETURN TRANSID('OTXN')
              COMMAREA(DFHCOMMAREA)
       LT010.
           INITIALIZE GETSCODE-COMMAREA.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK PROGRAM('GETSCODE')
                     COMMAREA(GETSCODE-COMMAREA)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           INITIALIZE INQTRAN-COMMAREA.
           MOVE 'ITRN'              TO INQTRAN-EYE.
           MOVE WS-COMM-ACCNO       TO INQTRAN-ACCNO.
           MOVE WS-COMM-START-SEQ   TO INQTRAN-START-SEQ.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('INQTRAN')
              COMMAREA(INQTRAN-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           MOVE 'LT010' TO WS-FAIL-POINT.
           PERFORM CHECK-RESP.
              TXLIN6O TXLIN7O TXLIN8O TXLIN9O TXLN10O.

           IF INQTRAN-SUCCESS NOT = 'Y'
              SET RESPLOG-FAILED TO TRUE
              MOVE 'Sorry, but that account number was not found.'
                 TO MESSAGEO
              MOVE 0 TO WS-COMM-START-SEQ
           MOVE WS-COMM-ACCNO TO CATGFUN-ACCNO OF CATGFUN-COMMAREA.
           MOVE 0 TO CATGFUN-SINCE-DATE OF CATGFUN-COMMAREA.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('CATGFUN')
              COMMAREA(CATGFUN-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
              CATGFUN-SUCCESS OF CATGFUN-COMMAREA NOT = 'Y' OR
           SET ENTLFUN-CHECK TO TRUE.
           MOVE 'I' TO ENTLFUN-CLASS.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.
       COE999.
           EXIT.

      *----------------------------------------------------------------
       ABEND-THIS-TASK SECTION.
       ATT010.
           SET RESPLOG-ABENDED TO TRUE.
           PERFORM RECORD-RESPONSE-TIME.

           EXEC CICS ABEND
                ABCODE('HBNK')
                NODUMP

       PTD999.
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
           MOVE EIBTRNID TO RESPLOG-TRANID.
           MOVE 'BNK1TXN' TO RESPLOG-PROGRAM.
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
