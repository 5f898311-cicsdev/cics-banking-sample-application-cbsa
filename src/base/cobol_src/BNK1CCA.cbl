       01 NOT-AUTHORIZED-MSG            PIC X(40) VALUE
           'Not authorized for this function.       '.

       COPY SORTCODE.

      * Response-time logging (see RESPLOG).
       01 RESPLOG-COMMAREA.
           COPY RESPLOG.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 COMM-EYE                  PIC X(4).
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       A010.
           PERFORM START-RESPONSE-CLOCK.

           EVALUATE TRUE


           END-EVALUATE.

           PERFORM RECORD-RESPONSE-TIME.

           EXEC CICS
               RETURN TRANSID('OCCA')
               COMMAREA(WS-COMM-AREA)
      *
      *    Link to INQACCCU
      *
           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
               PROGRAM(INQACCCU-PROGRAM)
               COMMAREA(INQACCCU-COMMAREA)
               RESP(WS-CICS-RESP)
               RESP2(WS-CICS-RESP2)
               SYNCONRETURN
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
      *
              MOVE 'No accounts found for customer' to MESSAGEO
           ELSE
              IF COMM-SUCCESS = 'N'
                 SET RESPLOG-FAILED TO TRUE
                 MOVE SPACES TO MESSAGEO
                 STRING 'Error accessing accounts for customer '
                    CUSTOMER-NUMBER '.' DELIMITED BY SIZE
           SET ENTLFUN-CHECK TO TRUE.
           MOVE 'I' TO ENTLFUN-CLASS.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.
       COE999.
           EXIT.

       ABEND-THIS-TASK SECTION.
       ATT010.
           DISPLAY WS-FAIL-INFO.
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
           MOVE SORTCODE TO RESPLOG-SORTCODE.
           MOVE EIBTRNID TO RESPLOG-TRANID.
           MOVE 'BNK1CCA' TO RESPLOG-PROGRAM.
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
