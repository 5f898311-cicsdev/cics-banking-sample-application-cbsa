          03 SUBPGM-AUTH-CUSTNO         PIC 9(10).
          03 SUBPGM-VALUE-DATE          PIC 9(8).
          03 SUBPGM-CHARGE-BEARER       PIC X(3).
          03 SUBPGM-SIGNER-CUSTNO       PIC 9(10).
          03 SUBPGM-NOTICE-IMMEDIATE    PIC X.
          03 SUBPGM-TIBAN               PIC X(34).

       01 WS-COMMAREA.
          03 WS-COMMAREA-FACCNO         PIC 9(8).

       01 WS-PAYEE-INSTITUTION          PIC X(40)     VALUE SPACES.

      * Keyed FROM and TO account numbers are checked (see ACCCHK)
      * before either is looked up; a payee's target was checked
      * when the payee was saved.
       01 ACCCHK-COMMAREA.
           COPY ACCCHK.

       01 WS-CHECK-ACCNO                PIC X(8).
       01 WS-CHECK-WHICH                PIC X(4).

      * The warned transfer's amount in whole pence, kept in the
      * pseudoconversational commarea so the next send can tell an
      * unchanged resubmission (a confirmation) from a new keying.
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
      *     Now RETURN
      *
            PERFORM RECORD-RESPONSE-TIME.

            EXEC CICS
               RETURN TRANSID('OTFN')
               COMMAREA(WS-COMMAREA)
              GO TO ED999
           END-IF.

           MOVE FACCNOI TO WS-CHECK-ACCNO.
           MOVE 'FROM' TO WS-CHECK-WHICH.
           PERFORM CHECK-ACCOUNT-NUMBER.

           IF NOT VALID-DATA
              GO TO ED999
           END-IF.

      *
      *    Anything keyed starting with P is a saved payee
      *    reference, never a raw account number - a mistyped one
              GO TO ED999
           END-IF.

           IF NOT WS-PAYEE-USED
              MOVE TACCNOI TO WS-CHECK-ACCNO
              MOVE 'TO' TO WS-CHECK-WHICH
              PERFORM CHECK-ACCOUNT-NUMBER
              IF NOT VALID-DATA
                 GO TO ED999
              END-IF
           END-IF.

           IF FACCNOI = TACCNOI
              MOVE 'The FROM & TO account should be different ' TO
                 MESSAGEO
           EXIT.


      *----------------------------------------------------------------
      * A keyed account number that fails its check digit has been
      * mistyped - say which one rather than look it up. A number
      * that cannot be checked, or a check that cannot be made, is
      * let through to the lookup.
      *----------------------------------------------------------------
       CHECK-ACCOUNT-NUMBER SECTION.
       CAN010.
           INITIALIZE ACCCHK-COMMAREA.
           SET ACCCHK-CHECK TO TRUE.
           MOVE SORTCODE TO ACCCHK-SORTCODE.
           MOVE WS-CHECK-ACCNO TO ACCCHK-ACCNO.

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
              STRING WS-CHECK-WHICH DELIMITED BY SPACE
                     ' account number fails its check digit'
                     ' - please re-key.'
                     DELIMITED BY SIZE
                     INTO MESSAGEO
              END-STRING
              MOVE 'N' TO VALID-DATA-SW
           END-IF.
       CAN999.
           EXIT.


      *----------------------------------------------------------------
      * Turn a Pnnn TO entry into the saved payee's real target. The
      * FROM account's owning customer is found through INQACC, the
           SET INQACC-PCB1-POINTER TO NULL.
           MOVE FACCNOI TO INQACC-ACCNO.

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
           MOVE INQACC-CUSTNO TO PAYEFUN-CUSTNO.
           MOVE TACCNOI(2:3) TO PAYEFUN-SEQ.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('PAYEFUN')
              COMMAREA(PAYEFUN-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
              PAYEFUN-SUCCESS NOT = 'Y'
      *
           IF PAYEFUN-COP-RESULT = SPACE
              MOVE 'V' TO PAYEFUN-FUNCTION
              PERFORM SERVICE-CLOCK-ON
              EXEC CICS LINK
                 PROGRAM('PAYEFUN')
                 COMMAREA(PAYEFUN-COMMAREA)
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
              END-EXEC
              PERFORM SERVICE-CLOCK-OFF
              IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
                 PAYEFUN-SUCCESS NOT = 'Y'
                 MOVE 'U' TO PAYEFUN-COP-RESULT
           INITIALIZE RTDRFUN-COMMAREA.
           MOVE WS-PAYEE-TSCODE TO RTDRFUN-SORTCODE.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('RTDRFUN')
              COMMAREA(RTDRFUN-COMMAREA)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           IF RTDRFUN-SUCCESS NOT = 'Y'
              MOVE SPACES TO MESSAGEO
      *    check what gets returned.
      *
           INITIALIZE SUBPGM-PARMS.
           MOVE SPACES TO SUBPGM-NOTICE-IMMEDIATE.
           MOVE SPACES TO SUBPGM-TIBAN.

           MOVE FACCNOI TO  SUBPGM-FACCNO.
           MOVE TACCNOI TO  SUBPGM-TACCNO.
      *
           MOVE WS-AMOUNT-AS-FLOAT TO SUBPGM-AMT.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('XFRFUN')
              COMMAREA(SUBPGM-PARMS)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
              SYNCONRETURN
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
      *
      *    If an error was flagged by XFRFUN then set up an appropriate
      *    error message.
           IF SUBPGM-SUCCESS = 'N'
              SET RESPLOG-FAILED TO TRUE

              MOVE 'N' TO VALID-DATA-SW

                           INTO MESSAGEO
                    GO TO GCD999

                 WHEN 'J'
                    MOVE SPACES TO MESSAGEO
                    STRING 'Joint account - all holders must sign'
                           '. Held for the other holders to approve.'
                           DELIMITED BY SIZE
                           INTO MESSAGEO
                    GO TO GCD999

                 WHEN 'K'
                    MOVE SPACES TO MESSAGEO
                    STRING 'Customer identity documents outstanding'
                           INTO MESSAGEO
                    GO TO GCD999

                 WHEN 'N'
                    MOVE SPACES TO MESSAGEO
                    STRING 'No matured notice covers this amount'
                           '. Transfer not applied. '
                           DELIMITED BY SIZE
                           INTO MESSAGEO
                    GO TO GCD999

                 WHEN 'I'
                    MOVE SPACES TO MESSAGEO
                    STRING 'That would exceed the ISA allowance for '
                           'the tax year. Transfer not applied.'
                           DELIMITED BY SIZE
                           INTO MESSAGEO
                    GO TO GCD999

                 WHEN 'T'
                    MOVE SPACES TO MESSAGEO
                    STRING 'Customer has paid into another ISA this '
                           'tax year. Transfer not applied.'
                           DELIMITED BY SIZE
                           INTO MESSAGEO
                    GO TO GCD999

                 WHEN 'M'
                    MOVE SPACES TO MESSAGEO
                    STRING 'Payee account number fails the modulus '
                           'check. Transfer not applied.'
                           DELIMITED BY SIZE
                           INTO MESSAGEO
                    GO TO GCD999

                 WHEN 'R'
                    MOVE SPACES TO MESSAGEO
                    STRING 'A restraint is held on the account'
           SET ENTLFUN-CHECK TO TRUE.
           MOVE 'P' TO ENTLFUN-CLASS.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.
       COE999.
           EXIT.

      *    Issue an abend
      *
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
           MOVE 'BNK1TFN' TO RESPLOG-PROGRAM.
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
