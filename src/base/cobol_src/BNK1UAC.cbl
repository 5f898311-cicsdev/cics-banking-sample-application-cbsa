


      *
      * Keyed account numbers are checked (see ACCCHK) before they
      * are looked up.
      *
       01 ACCCHK-COMMAREA.
           COPY ACCCHK.

       COPY SORTCODE.

      *
      * Role-based entitlement check (see ENTLFUN) - performed on
      * first entry, before the map is ever sent.
       01 NOT-AUTHORIZED-MSG            PIC X(40) VALUE
           'Not authorized for this function.       '.

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
      *
              MOVE COMM-ACTUAL-BAL     TO WS-COMM-ACTUAL-BAL
           END-IF.

           PERFORM RECORD-RESPONSE-TIME.

           EXEC CICS
              RETURN TRANSID('OUAC')
              COMMAREA(WS-COMM-AREA)
              MOVE 'Please enter an account number.   ' TO
                 MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              GO TO ED999
           END-IF.

           PERFORM CHECK-ACCOUNT-NUMBER.

       ED999.
           EXIT.


       CHECK-ACCOUNT-NUMBER SECTION.
       CAN010.
      *
      *    A keyed account number that fails its check digit has
      *    been mistyped - say so rather than look it up. A number
      *    that cannot be checked, or a check that cannot be made,
      *    is let through to the lookup.
      *
           INITIALIZE ACCCHK-COMMAREA.
           SET ACCCHK-CHECK TO TRUE.
           MOVE SORTCODE TO ACCCHK-SORTCODE.
           MOVE ACCNOI TO ACCCHK-ACCNO.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('ACCCHK')
              COMMAREA(ACCCHK-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
           AND ACCCHK-SUCCESS = 'Y'
           AND ACCCHK-FAILS
              MOVE SPACES TO MESSAGEO
              STRING 'Account number fails its check digit'
                  DELIMITED BY SIZE,
                  ' - please re-key.' DELIMITED BY SIZE
                  INTO MESSAGEO
              END-STRING
              MOVE 'N' TO VALID-DATA-SW
              MOVE -1 TO ACCNOL
           END-IF.

       CAN999.
           EXIT.


       VALIDATE-DATA SECTION.
       VD010.
      *
           MOVE ACCNOI TO COMM-ACCNO.
           SET COMM-PCB1-POINTER TO NULL.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('INQACC')
              COMMAREA(DFHCOMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
              SYNCONRETURN
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
      *
           MOVE WS-CONVERTED-VAL4 TO COMM-ACTUAL-BAL.
           MOVE ' '           TO COMM-SUCCESS.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('UPDACC')
              COMMAREA(DFHCOMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
              SYNCONRETURN
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
      *
      *    Has the update worked or not?
      *
           IF COMM-SUCCESS = 'N'
              SET RESPLOG-FAILED TO TRUE

              MOVE 'N' TO VALID-DATA-SW
              MOVE SPACES TO MESSAGEO
           SET ENTLFUN-CHECK TO TRUE.
           MOVE 'M' TO ENTLFUN-CLASS.

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
           MOVE 'BNK1UAC' TO RESPLOG-PROGRAM.
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
