      *              supervisor view - unclaimed items aged past            *
      *              the threshold, entitlement enforced by                 *
      *              EXCPFUN. PF8 pages forward, PF3 exits, CLEAR           *
      *              re-starts the filters. Each line shows the             *
      *              customer's relationship manager for routing.           *
      *                                                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.

       01 END-OF-SESSION-MESSAGE        PIC X(13) VALUE 'Session Ended'.

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


           END-EVALUATE.

           PERFORM RECORD-RESPONSE-TIME.

           EXEC CICS
              RETURN TRANSID('OEXC')
              COMMAREA(WS-COMMAREA)
           MOVE WS-COMMAREA-DATE TO EXCPFUN-FILTER-DATE.
           MOVE WS-COMMAREA-START-SEQ TO EXCPFUN-START-SEQ.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('EXCPFUN')
              COMMAREA(EXCPFUN-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
              EXCPFUN-SUCCESS NOT = 'Y'
              SET RESPLOG-FAILED TO TRUE
              IF EXCPFUN-FAIL-CODE = 'S'
                 MOVE 'The aged view needs the supervisor entitlement.'
                    TO MESSAGEO
               ' ' DELIMITED BY SIZE
               EXCPFUN-EX-CLAIMED-BY(WS-ROW-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               EXCPFUN-EX-RM(WS-ROW-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               EXCPFUN-EX-MESSAGE(WS-ROW-SUB)(1:36)
                  DELIMITED BY SIZE
               INTO WS-LINE-BUILD
           END-STRING.
           MOVE SORTCODE TO EXCPFUN-SORTCODE.
           MOVE ITEMIDI TO EXCPFUN-ID.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('EXCPFUN')
              COMMAREA(EXCPFUN-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           IF WS-CICS-RESP = DFHRESP(NORMAL) AND
              EXCPFUN-SUCCESS = 'Y'
           MOVE ITEMIDI TO EXCPFUN-ID.
           MOVE ACTNI TO EXCPFUN-ACTION-TAKEN.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('EXCPFUN')
              COMMAREA(EXCPFUN-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           IF WS-CICS-RESP = DFHRESP(NORMAL) AND
              EXCPFUN-SUCCESS = 'Y'
           MOVE SORTCODE TO INQACC-SCODE.
           MOVE ACCNOI TO INQACC-ACCNO.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('INQACC')
              COMMAREA(INQACC-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
              INQACC-SUCCESS NOT = 'Y'
           MOVE SORTCODE TO INQCUST-SCODE.
           MOVE CUSTNOI TO INQCUST-CUSTNO.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('INQCUST')
              COMMAREA(INQCUST-AREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
              INQCUST-INQ-SUCCESS NOT = 'Y'
           SET ENTLFUN-CHECK TO TRUE.
           MOVE 'P' TO ENTLFUN-CLASS.

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
           MOVE 'BNK1EXC' TO RESPLOG-PROGRAM.
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
