       CBL CICS('SP,EDF')
      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      * Title: BNK1SMG                                                 *
      *                                                                *
      * Description: Secure message queue (transaction OSMG). Lists   *
      *              the customer messages waiting on a branch's      *
      *              queue, oldest first, and works them through      *
      *              SMSGFUN: action C claims a message so two        *
      *              people do not answer it, R sends the reply keyed *
      *              in the reply lines (the customer is told through *
      *              the notification dispatcher), T transfers it to  *
      *              the branch keyed - optionally under a new        *
      *              category - X closes it and P turns it into a     *
      *              complaint case. A message id with no action      *
      *              shows the message and its latest reply. The      *
      *              queue is this installation's unless another sort *
      *              code is keyed. PF8 pages forward, CLEAR starts   *
      *              again from the top, PF3 or PF12 exits.           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNK1SMG.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Copyright statement as a literal to go into the load module
       77 FILLER PIC X(34) VALUE 'Copyright contributors to the CICS'.
       77 FILLER PIC X(34) VALUE 'Banking Sample Application (CBSA)'.
       77 FILLER PIC X(8)  VALUE ' project'.

       COPY BNK1SMM.

       COPY DFHAID.
       COPY DFHBMSCA.

       COPY SORTCODE.

       01 WS-CICS-WORK-AREA.
          05 WS-CICS-RESP               PIC S9(8) COMP.
          05 WS-CICS-RESP2              PIC S9(8) COMP.

       01 SMSGFUN-COMMAREA.
           COPY SMSGFUN.

       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

       01 WS-ROW-SUB                    PIC S9(4) COMP.
       01 WS-LINE-BUILD                 PIC X(79).
       01 WS-REPLY-BUILD                PIC X(210).
       01 WS-MSG-ID                     PIC 9(9).
       01 WS-TO-BRANCH                  PIC 9(5).

       01 VALID-DATA-SW                 PIC X VALUE 'Y'.
          88 VALID-DATA                 VALUE 'Y'.

       01 SEND-FLAGS.
          03 SEND-ERASE-FLG             PIC X.
             88 SEND-ERASE              VALUE 'Y'.
             88 SEND-DATAONLY           VALUE 'N'.

       01 WS-COMMAREA.
          03 WS-COMMAREA-START-SEQ      PIC 9(4) VALUE 1.
          03 WS-COMMAREA-SORTCODE       PIC 9(6) VALUE 0.

       01 NOT-AUTHORIZED-MSG            PIC X(60) VALUE
          'You are not authorized to view the secure message queue.'.

       01 END-OF-SESSION-MESSAGE        PIC X(13) VALUE 'Session Ended'.

       01 PFKEYS-TEXT                   PIC X(79) VALUE
          'ENTER=Process  PF8=Next page  CLEAR=Top of queue  PF3=Exit'.

      * Response-time logging (see RESPLOG).
       01 RESPLOG-COMMAREA.
           COPY RESPLOG.

       LINKAGE SECTION.

       01 DFHCOMMAREA.
          03 COMMAREA-START-SEQ         PIC 9(4).
          03 COMMAREA-SORTCODE          PIC 9(6).

       PROCEDURE DIVISION.
       PREMIERE SECTION.
       A010.
           PERFORM START-RESPONSE-CLOCK.

           EVALUATE TRUE

      *
      *       First time through - entitlement check, then this
      *       installation's queue from the top.
      *
              WHEN EIBCALEN = ZERO
                 PERFORM CHECK-OPERATOR-ENTITLEMENT
                 IF ENTLFUN-ALLOWED NOT = 'Y'
                    EXEC CICS SEND TEXT
                       FROM(NOT-AUTHORIZED-MSG)
                       ERASE
                       FREEKB
                    END-EXEC
                    EXEC CICS RETURN
                    END-EXEC
                 END-IF
                 MOVE LOW-VALUE TO BNK1SMO
                 MOVE SORTCODE TO WS-COMMAREA-SORTCODE
                 MOVE 1 TO WS-COMMAREA-START-SEQ
                 PERFORM BROWSE-THE-QUEUE
                 SET SEND-ERASE TO TRUE
                 PERFORM SEND-MAP

              WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                 CONTINUE

      *
      *       PF3 or PF12 - end the session.
      *
              WHEN EIBAID = DFHPF3 OR DFHPF12
                 PERFORM SEND-TERMINATION-MSG
                 EXEC CICS RETURN
                 END-EXEC

      *
      *       CLEAR - wipe the screen and start the queue again.
      *
              WHEN EIBAID = DFHCLEAR
                 PERFORM TAKE-COMMAREA-FORWARD
                 MOVE LOW-VALUE TO BNK1SMO
                 MOVE 1 TO WS-COMMAREA-START-SEQ
                 PERFORM BROWSE-THE-QUEUE
                 SET SEND-ERASE TO TRUE
                 PERFORM SEND-MAP

      *
      *       PF8 - next page of the same queue.
      *
              WHEN EIBAID = DFHPF8
                 PERFORM TAKE-COMMAREA-FORWARD
                 MOVE LOW-VALUE TO BNK1SMO
                 PERFORM BROWSE-THE-QUEUE
                 SET SEND-DATAONLY TO TRUE
                 PERFORM SEND-MAP

      *
      *       ENTER - receive the screen and work the message keyed.
      *
              WHEN EIBAID = DFHENTER
                 PERFORM TAKE-COMMAREA-FORWARD
                 PERFORM PROCESS-MAP

              WHEN OTHER
                 MOVE 'Invalid key pressed.' TO MESSAGEO
                 SET SEND-DATAONLY TO TRUE
                 PERFORM SEND-MAP

           END-EVALUATE.

           PERFORM RECORD-RESPONSE-TIME.

           EXEC CICS
              RETURN TRANSID('OSMG')
              COMMAREA(WS-COMMAREA)
              LENGTH(10)
           END-EXEC.

       A999.
           EXIT.

      *----------------------------------------------------------------
       TAKE-COMMAREA-FORWARD SECTION.
       TCF010.
           IF EIBCALEN NOT = ZERO
              MOVE COMMAREA-START-SEQ TO WS-COMMAREA-START-SEQ
              MOVE COMMAREA-SORTCODE TO WS-COMMAREA-SORTCODE
           END-IF.

           IF WS-COMMAREA-SORTCODE = 0
              MOVE SORTCODE TO WS-COMMAREA-SORTCODE
           END-IF.
       TCF999.
           EXIT.

      *----------------------------------------------------------------
      * A different sort code keyed switches queues from the top.
      * An action works the message keyed; the queue is then
      * re-read from the top so the line shows its new state.
      *----------------------------------------------------------------
       PROCESS-MAP SECTION.
       PM010.
           PERFORM RECEIVE-MAP.

           MOVE 'Y' TO VALID-DATA-SW.

           IF SCODEI NUMERIC
              IF SCODEI NOT = WS-COMMAREA-SORTCODE
                 MOVE SCODEI TO WS-COMMAREA-SORTCODE
                 MOVE 1 TO WS-COMMAREA-START-SEQ
              END-IF
           END-IF.

           MOVE SPACES TO DTLN1O DTLN2O DTLN3O DTLN4O.

           EVALUATE ACTIONI
              WHEN 'C'
                 PERFORM CLAIM-MESSAGE
              WHEN 'R'
                 PERFORM REPLY-TO-MESSAGE
              WHEN 'T'
                 PERFORM TRANSFER-MESSAGE
              WHEN 'X'
                 PERFORM CLOSE-MESSAGE
              WHEN 'P'
                 PERFORM CONVERT-TO-COMPLAINT
              WHEN SPACES
              WHEN LOW-VALUES
                 IF MSGIDI NUMERIC
                    PERFORM CHECK-MESSAGE-ID
                 END-IF
              WHEN OTHER
                 MOVE 'Action must be C (claim), R (reply), T (transfer
      -             '), X (close) or P (complaint).' TO MESSAGEO
                 MOVE 'N' TO VALID-DATA-SW
           END-EVALUATE.

           IF VALID-DATA AND
              ACTIONI NOT = SPACES AND ACTIONI NOT = LOW-VALUES
              MOVE 1 TO WS-COMMAREA-START-SEQ
              MOVE SPACES TO ACTIONO
              MOVE SPACES TO RPLY1O RPLY2O RPLY3O
           END-IF.

           IF VALID-DATA
              PERFORM BROWSE-THE-QUEUE
              PERFORM SHOW-OUTCOME
           END-IF.

           SET SEND-DATAONLY TO TRUE.
           PERFORM SEND-MAP.
       PM999.
           EXIT.

      *----------------------------------------------------------------
       RECEIVE-MAP SECTION.
       RM010.
           EXEC CICS
              RECEIVE MAP('BNK1SM')
              MAPSET('BNK1SMM')
              INTO(BNK1SMI)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) AND
              WS-CICS-RESP NOT = DFHRESP(MAPFAIL)
              MOVE 'Unable to receive the screen - try again.' TO
                 MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
           END-IF.
       RM999.
           EXIT.

      *----------------------------------------------------------------
      * One SMSGFUN page of the queue, built into the eight lines.
      * The outcome of an action is already on the message line and
      * is left there - the page message only fills an empty line.
      *----------------------------------------------------------------
       BROWSE-THE-QUEUE SECTION.
       BTQ010.
           INITIALIZE SMSGFUN-COMMAREA.
           SET SMSGFUN-BROWSE TO TRUE.
           MOVE WS-COMMAREA-SORTCODE TO SMSGFUN-SORTCODE.
           MOVE WS-COMMAREA-START-SEQ TO SMSGFUN-START-SEQ.

           PERFORM LINK-SMSGFUN.

           MOVE WS-COMMAREA-SORTCODE TO SCODEO.
           MOVE PFKEYS-TEXT TO PFKEYSO.

           MOVE SPACES TO QLIN1O QLIN2O QLIN3O QLIN4O
                          QLIN5O QLIN6O QLIN7O QLIN8O.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
              SMSGFUN-SUCCESS NOT = 'Y'
              SET RESPLOG-FAILED TO TRUE
              IF SMSGFUN-FAIL-CODE = 'S'
                 MOVE 'You are not authorized to view the secure messag
      -             'e queue.' TO MESSAGEO
              ELSE
                 MOVE 'The secure message queue could not be read.' TO
                    MESSAGEO
              END-IF
              GO TO BTQ999
           END-IF.

           PERFORM BUILD-ONE-QUEUE-LINE
              VARYING WS-ROW-SUB FROM 1 BY 1
              UNTIL WS-ROW-SUB > SMSGFUN-ROWS-RETURNED.

           IF SMSGFUN-MORE
              COMPUTE WS-COMMAREA-START-SEQ =
                 WS-COMMAREA-START-SEQ + SMSGFUN-ROWS-RETURNED
           ELSE
              MOVE 1 TO WS-COMMAREA-START-SEQ
           END-IF.

           IF MESSAGEO NOT = SPACES AND MESSAGEO NOT = LOW-VALUES
              GO TO BTQ999
           END-IF.

           EVALUATE TRUE
              WHEN SMSGFUN-ROWS-RETURNED = 0
                 MOVE 'No messages are waiting on this queue.' TO
                    MESSAGEO
              WHEN SMSGFUN-MORE
                 MOVE 'More messages - PF8 for the next page.' TO
                    MESSAGEO
              WHEN OTHER
                 MOVE 'End of queue.' TO MESSAGEO
           END-EVALUATE.
       BTQ999.
           EXIT.

       BUILD-ONE-QUEUE-LINE SECTION.
       BQL010.
           MOVE SPACES TO WS-LINE-BUILD.
           STRING SMSGFUN-MS-ID(WS-ROW-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SMSGFUN-MS-STATUS(WS-ROW-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SMSGFUN-MS-CATEGORY(WS-ROW-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SMSGFUN-MS-SENT-DATE(WS-ROW-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SMSGFUN-MS-CUSTNO(WS-ROW-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SMSGFUN-MS-CLAIMED-BY(WS-ROW-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SMSGFUN-MS-SUBJECT(WS-ROW-SUB)(1:37)
                  DELIMITED BY SIZE
               INTO WS-LINE-BUILD
           END-STRING.

           EVALUATE WS-ROW-SUB
              WHEN 1
                 MOVE WS-LINE-BUILD TO QLIN1O
              WHEN 2
                 MOVE WS-LINE-BUILD TO QLIN2O
              WHEN 3
                 MOVE WS-LINE-BUILD TO QLIN3O
              WHEN 4
                 MOVE WS-LINE-BUILD TO QLIN4O
              WHEN 5
                 MOVE WS-LINE-BUILD TO QLIN5O
              WHEN 6
                 MOVE WS-LINE-BUILD TO QLIN6O
              WHEN 7
                 MOVE WS-LINE-BUILD TO QLIN7O
              WHEN OTHER
                 MOVE WS-LINE-BUILD TO QLIN8O
           END-EVALUATE.
       BQL999.
           EXIT.

      *----------------------------------------------------------------
      * Every action needs the message id; each leaves the message
      * as SMSGFUN returned it in the commarea for SHOW-OUTCOME.
      *----------------------------------------------------------------
       CHECK-MESSAGE-ID SECTION.
       CMI010.
           IF MSGIDI NOT NUMERIC
              MOVE 'Please key the message id.' TO MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              GO TO CMI999
           END-IF.

           MOVE MSGIDI TO WS-MSG-ID.

           INITIALIZE SMSGFUN-COMMAREA.
           MOVE WS-COMMAREA-SORTCODE TO SMSGFUN-SORTCODE.
           MOVE WS-MSG-ID TO SMSGFUN-ID.
       CMI999.
           EXIT.

       CLAIM-MESSAGE SECTION.
       CLM010.
           PERFORM CHECK-MESSAGE-ID.

           IF NOT VALID-DATA
              GO TO CLM999
           END-IF.

           SET SMSGFUN-CLAIM TO TRUE.

           PERFORM LINK-SMSGFUN.

           IF WS-CICS-RESP = DFHRESP(NORMAL) AND
              SMSGFUN-SUCCESS = 'Y'
              MOVE 'Message claimed.' TO MESSAGEO
           ELSE
              PERFORM SET-FAILURE-MESSAGE
           END-IF.
       CLM999.
           EXIT.

      *----------------------------------------------------------------
      * The three reply lines are one reply; whatever is keyed past
      * the length a message holds is not sent.
      *----------------------------------------------------------------
       REPLY-TO-MESSAGE SECTION.
       RTM010.
           PERFORM CHECK-MESSAGE-ID.

           IF NOT VALID-DATA
              GO TO RTM999
           END-IF.

           MOVE SPACES TO WS-REPLY-BUILD.
           STRING RPLY1I DELIMITED BY SIZE
                  RPLY2I DELIMITED BY SIZE
                  RPLY3I DELIMITED BY SIZE
                  INTO WS-REPLY-BUILD
           END-STRING.
           INSPECT WS-REPLY-BUILD REPLACING ALL LOW-VALUE BY SPACE.

           IF WS-REPLY-BUILD = SPACES
              MOVE 'Please key the reply in the reply lines.' TO
                 MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              GO TO RTM999
           END-IF.

           SET SMSGFUN-REPLY TO TRUE.
           MOVE WS-REPLY-BUILD TO SMSGFUN-TEXT.

           PERFORM LINK-SMSGFUN.

           IF WS-CICS-RESP = DFHRESP(NORMAL) AND
              SMSGFUN-SUCCESS = 'Y'
              MOVE 'Reply sent to the customer.' TO MESSAGEO
           ELSE
              PERFORM SET-FAILURE-MESSAGE
           END-IF.
       RTM999.
           EXIT.

       TRANSFER-MESSAGE SECTION.
       TRM010.
           PERFORM CHECK-MESSAGE-ID.

           IF NOT VALID-DATA
              GO TO TRM999
           END-IF.

           IF TOBRNI NOT NUMERIC
              MOVE 'Please key the branch to transfer the message to.'
                 TO MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              GO TO TRM999
           END-IF.

           MOVE TOBRNI TO WS-TO-BRANCH.

           SET SMSGFUN-TRANSFER TO TRUE.
           MOVE WS-TO-BRANCH TO SMSGFUN-TO-BRANCH.
           IF NEWCATI NOT = LOW-VALUES
              MOVE NEWCATI TO SMSGFUN-CATEGORY
           END-IF.

           PERFORM LINK-SMSGFUN.

           IF WS-CICS-RESP = DFHRESP(NORMAL) AND
              SMSGFUN-SUCCESS = 'Y'
              MOVE 'Message transferred.' TO MESSAGEO
           ELSE
              PERFORM SET-FAILURE-MESSAGE
           END-IF.
       TRM999.
           EXIT.

       CLOSE-MESSAGE SECTION.
       CLS010.
           PERFORM CHECK-MESSAGE-ID.

           IF NOT VALID-DATA
              GO TO CLS999
           END-IF.

           SET SMSGFUN-CLOSE TO TRUE.

           PERFORM LINK-SMSGFUN.

           IF WS-CICS-RESP = DFHRESP(NORMAL) AND
              SMSGFUN-SUCCESS = 'Y'
              MOVE 'Message closed.' TO MESSAGEO
           ELSE
              PERFORM SET-FAILURE-MESSAGE
           END-IF.
       CLS999.
           EXIT.

       CONVERT-TO-COMPLAINT SECTION.
       CTC010.
           PERFORM CHECK-MESSAGE-ID.

           IF NOT VALID-DATA
              GO TO CTC999
           END-IF.

           SET SMSGFUN-COMPLAINT TO TRUE.

           PERFORM LINK-SMSGFUN.

           IF WS-CICS-RESP = DFHRESP(NORMAL) AND
              SMSGFUN-SUCCESS = 'Y'
              MOVE SPACES TO MESSAGEO
              STRING 'Complaint case ' DELIMITED BY SIZE
                     SMSGFUN-COMPLAINT-ID DELIMITED BY SIZE
                     ' raised and the message closed.'
                        DELIMITED BY SIZE
                     INTO MESSAGEO
              END-STRING
           ELSE
              PERFORM SET-FAILURE-MESSAGE
           END-IF.
       CTC999.
           EXIT.

      *----------------------------------------------------------------
      * The message just worked (or the one keyed with no action),
      * read back after the browse with its latest reply.
      *----------------------------------------------------------------
       SHOW-OUTCOME SECTION.
       SHO010.
           IF ACTIONI = SPACES OR ACTIONI = LOW-VALUES
              IF MSGIDI NOT NUMERIC
                 GO TO SHO999
              END-IF
           END-IF.

           INITIALIZE SMSGFUN-COMMAREA.
           SET SMSGFUN-INQUIRE TO TRUE.
           MOVE WS-COMMAREA-SORTCODE TO SMSGFUN-SORTCODE.
           MOVE WS-MSG-ID TO SMSGFUN-ID.

           PERFORM LINK-SMSGFUN.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
              SMSGFUN-SUCCESS NOT = 'Y'
              IF ACTIONI = SPACES OR ACTIONI = LOW-VALUES
                 PERFORM SET-FAILURE-MESSAGE
              END-IF
              GO TO SHO999
           END-IF.

           STRING 'MSG ' DELIMITED BY SIZE
               SMSGFUN-ID DELIMITED BY SIZE
               ' CAT ' DELIMITED BY SIZE
               SMSGFUN-CATEGORY DELIMITED BY SIZE
               ' STATUS ' DELIMITED BY SIZE
               SMSGFUN-STATUS DELIMITED BY SIZE
               ' BY ' DELIMITED BY SIZE
               SMSGFUN-CLAIMED-BY DELIMITED BY SIZE
               ' CUST ' DELIMITED BY SIZE
               SMSGFUN-CUSTNO DELIMITED BY SIZE
               ' ACC ' DELIMITED BY SIZE
               SMSGFUN-ACCNO DELIMITED BY SIZE
               ' SENT ' DELIMITED BY SIZE
               SMSGFUN-SENT-DATE DELIMITED BY SIZE
               INTO DTLN1O
           END-STRING.

           MOVE SMSGFUN-SUBJECT TO DTLN2O.
           MOVE SMSGFUN-TEXT(1:79) TO DTLN3O.

           IF SMSGFUN-REPLY-TEXT NOT = SPACES
              STRING 'REPLY: ' DELIMITED BY SIZE
                  SMSGFUN-REPLY-TEXT(1:72) DELIMITED BY SIZE
                  INTO DTLN4O
              END-STRING
           ELSE
              MOVE SMSGFUN-TEXT(80:79) TO DTLN4O
           END-IF.
       SHO999.
           EXIT.

      *----------------------------------------------------------------
       SET-FAILURE-MESSAGE SECTION.
       SFM010.
           MOVE 'N' TO VALID-DATA-SW.

           EVALUATE SMSGFUN-FAIL-CODE
              WHEN '1'
                 MOVE 'No message with that id.' TO MESSAGEO
              WHEN '5'
                 MOVE 'No such branch to transfer the message to.' TO
                    MESSAGEO
              WHEN '6'
                 MOVE 'Claim the message first - it is closed or held b
      -             'y someone else.' TO MESSAGEO
              WHEN '7'
                 MOVE SPACES TO MESSAGEO
                 STRING 'The complaint could not be raised - CMPLFUN co
      -                 'de ' DELIMITED BY SIZE
                        SMSGFUN-CMPL-FAIL-CODE DELIMITED BY SIZE
                        INTO MESSAGEO
                 END-STRING
              WHEN 'S'
                 MOVE 'You are not authorized to work the secure messag
      -             'e queue.' TO MESSAGEO
              WHEN OTHER
                 MOVE 'The secure message could not be updated.' TO
                    MESSAGEO
           END-EVALUATE.
       SFM999.
           EXIT.

       LINK-SMSGFUN SECTION.
       LSF010.
           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('SMSGFUN')
              COMMAREA(SMSGFUN-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.
       LSF999.
           EXIT.

      *----------------------------------------------------------------
       SEND-MAP SECTION.
       SM010.
           IF SEND-ERASE
              EXEC CICS SEND MAP('BNK1SM')
                 MAPSET('BNK1SMM')
                 FROM(BNK1SMO)
                 ERASE
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
              END-EXEC
           ELSE
              EXEC CICS SEND MAP('BNK1SM')
                 MAPSET('BNK1SMM')
                 FROM(BNK1SMO)
                 DATAONLY
                 RESP(WS-CICS-RESP)
                 RESP2(WS-CICS-RESP2)
              END-EXEC
           END-IF.
       SM999.
           EXIT.

      *----------------------------------------------------------------
       CHECK-OPERATOR-ENTITLEMENT SECTION.
       COE010.
           INITIALIZE ENTLFUN-COMMAREA.
           SET ENTLFUN-CHECK TO TRUE.
           MOVE SORTCODE TO ENTLFUN-SORTCODE.
           MOVE 'I' TO ENTLFUN-CLASS.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.
       COE999.
           EXIT.

      *----------------------------------------------------------------
       SEND-TERMINATION-MSG SECTION.
       STM010.
           EXEC CICS SEND TEXT
              FROM(END-OF-SESSION-MESSAGE)
              ERASE
              FREEKB
           END-EXEC.
       STM999.
           EXIT.

      *----------------------------------------------------------------
      * Response-time logging (see RESPLOG).
      *----------------------------------------------------------------
       START-RESPONSE-CLOCK SECTION.
       SRC010.
           INITIALIZE RESPLOG-COMMAREA.
           MOVE SORTCODE TO RESPLOG-SORTCODE.
           MOVE EIBTRNID TO RESPLOG-TRANID.
           MOVE 'BNK1SMG' TO RESPLOG-PROGRAM.
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
