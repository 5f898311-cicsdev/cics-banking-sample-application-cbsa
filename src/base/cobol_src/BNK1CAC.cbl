       01 NOT-AUTHORIZED-MSG            PIC X(40) VALUE
           'Not authorized for this function.       '.

       COPY SORTCODE.

      * Response-time logging (see RESPLOG).
       01 RESPLOG-COMMAREA.
           COPY RESPLOG.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 COMM-CUSTNO            PIC 9(10).
       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           PERFORM START-RESPONSE-CLOCK.

           EVALUATE TRUE

               INITIALIZE WS-COMM-AREA
            END-IF.

            PERFORM RECORD-RESPONSE-TIME.

            EXEC CICS
               RETURN TRANSID('OCAC')
               COMMAREA(WS-COMM-AREA)
           MOVE 'A' TO VALRULE-FUNCTION.
           MOVE ACCTYPI TO VALRULE-ACC-TYPE.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK PROGRAM('VALRULE')
                     COMMAREA(VALRULE-COMMAREA)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           IF VALRULE-SUCCESS = 'N'
              MOVE SPACES TO MESSAGEO
           MOVE ZEROS        TO SUBPGM-ACT-BAL.
           MOVE ' '          TO SUBPGM-FAIL-CODE.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('CREACC')
              COMMAREA(SUBPGM-PARMS)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
              SYNCONRETURN
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              INITIALIZE WS-FAIL-INFO
      *    Check to see if the creation was successful or not
      *
           IF SUBPGM-SUCCESS = 'N'
              SET RESPLOG-FAILED TO TRUE
              MOVE SPACES TO MESSAGEO
              MOVE 'N' TO VALID-DATA-SW

                       DELIMITED BY SIZE
                    INTO MESSAGEO

                 WHEN 'E'
                    STRING 'Account record creation failed,'
                       DELIMITED BY SIZE,
                       ' (no account number could be issued).'
                       DELIMITED BY SIZE
                    INTO MESSAGEO

                 WHEN 'P'
                    STRING 'Account record creation failed, '
                       DELIMITED BY SIZE,
                       ' PEP customer needs senior management'
                       DELIMITED BY SIZE,
                       ' approval.'
                       DELIMITED BY SIZE
                    INTO MESSAGEO

                 WHEN 'K'
                    STRING 'Account record creation failed, '
                       DELIMITED BY SIZE,
                       ' sort code closed until its number'
                       DELIMITED BY SIZE,
                       ' counter is repaired.'
                       DELIMITED BY SIZE
                    INTO MESSAGEO

                 WHEN 'L'
                    STRING 'Account record creation failed, '
                       DELIMITED BY SIZE,
                       ' customer file backup or restore'
                       DELIMITED BY SIZE,
                       ' in progress.'
                       DELIMITED BY SIZE
                    INTO MESSAGEO

                 WHEN OTHER
                    MOVE 'The account was not created.'
                       TO  MESSAGEO
           SET ENTLFUN-CHECK TO TRUE.
           MOVE 'M' TO ENTLFUN-CLASS.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.
       COE999.
           EXIT.


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
           MOVE 'BNK1CAC' TO RESPLOG-PROGRAM.
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
