       01 NOT-AUTHORIZED-MSG            PIC X(40) VALUE
           'Not authorized for this function.       '.

      *
      * Vulnerability indicators (see VULNFUN) - shown on the message
      * line to an operator with the need-to-know entitlement only.
      *
       01 VULNFUN-COMMAREA.
           COPY VULNFUN.

       01 WS-VULN-COUNT-DISP             PIC 9.
       01 WS-VULN-TYPE-TEXT              PIC X(12).
       01 WS-VULN-TREAT-TEXT             PIC X(16).
       01 WS-VULN-REVIEW-DATE            PIC X(8).
       01 WS-VULN-REVIEW-GRP REDEFINES WS-VULN-REVIEW-DATE.
          03 WS-VULN-REVIEW-YYYY         PIC X(4).
          03 WS-VULN-REVIEW-MM           PIC XX.
          03 WS-VULN-REVIEW-DD           PIC XX.

       COPY SORTCODE.

      * Response-time logging (see RESPLOG).
       01 RESPLOG-COMMAREA.
           COPY RESPLOG.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 COMM-TERM                 PIC S9(8) COMP.
       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           PERFORM START-RESPONSE-CLOCK.

      *
      *    Set up the Abend handling
               MOVE COMM-UPD OF DFHCOMMAREA   TO WS-COMM-UPDATE
           END-IF.

           PERFORM RECORD-RESPONSE-TIME.

           EXEC CICS
              RETURN TRANSID('ODCS')
              COMMAREA(WS-COMM-AREA)

           MOVE CUSTNOI TO INQCUST-CUSTNO.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('INQCUST')
              COMMAREA(INQCUST-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
              SYNCONRETURN
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
      *
                 DELIMITED BY SIZE
                 INTO MESSAGEO
           END-IF.

           PERFORM SHOW-VULNERABILITY.
       GCD999.
           EXIT.


       SHOW-VULNERABILITY SECTION.
       SVU010.
      *
      *    Ask VULNFUN for the customer's active indicators. Most
      *    customers have none; for an operator without the
      *    need-to-know entitlement VULNFUN refuses and the message
      *    line is left exactly as it was.
      *
           INITIALIZE VULNFUN-COMMAREA.
           SET VULNFUN-INQUIRE TO TRUE.
           MOVE INQCUST-SCODE TO VULNFUN-SORTCODE.
           MOVE INQCUST-CUSTNO TO VULNFUN-CUSTNO.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('VULNFUN')
              COMMAREA(VULNFUN-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
              SYNCONRETURN
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
           OR VULNFUN-SUCCESS NOT = 'Y'
           OR VULNFUN-IND-COUNT = 0
              GO TO SVU999
           END-IF.

           IF VULNFUN-IND-COUNT > 9
              MOVE 9 TO WS-VULN-COUNT-DISP
           ELSE
              MOVE VULNFUN-IND-COUNT TO WS-VULN-COUNT-DISP
           END-IF.

      *
      *    The first indicator is the one whose review falls due
      *    soonest.
      *
           EVALUATE VULNFUN-IND-TYPE(1)
              WHEN 'B'
                 MOVE 'Bereavement' TO WS-VULN-TYPE-TEXT
              WHEN 'I'
                 MOVE 'Illness' TO WS-VULN-TYPE-TEXT
              WHEN 'C'
                 MOVE 'Capacity' TO WS-VULN-TYPE-TEXT
              WHEN 'F'
                 MOVE 'Financial' TO WS-VULN-TYPE-TEXT
              WHEN OTHER
                 MOVE 'Life event' TO WS-VULN-TYPE-TEXT
           END-EVALUATE.

           IF VULNFUN-IND-TREATMENT(1) = 'S'
              MOVE 'specialist team' TO WS-VULN-TREAT-TEXT
           ELSE
              MOVE 'letters paused' TO WS-VULN-TREAT-TEXT
           END-IF.

           MOVE VULNFUN-IND-REVIEW-DATE(1) TO WS-VULN-REVIEW-DATE.

           MOVE SPACES TO MESSAGEO.
           STRING 'Vulnerable customer (' DELIMITED BY SIZE,
                 WS-VULN-COUNT-DISP DELIMITED BY SIZE,
                 '): ' DELIMITED BY SIZE,
                 WS-VULN-TYPE-TEXT DELIMITED BY '  ',
                 ', ' DELIMITED BY SIZE,
                 WS-VULN-TREAT-TEXT DELIMITED BY '  ',
                 ', review ' DELIMITED BY SIZE,
                 WS-VULN-REVIEW-DD DELIMITED BY SIZE,
                 '.' DELIMITED BY SIZE,
                 WS-VULN-REVIEW-MM DELIMITED BY SIZE,
                 '.' DELIMITED BY SIZE,
                 WS-VULN-REVIEW-YYYY DELIMITED BY SIZE,
                 '.' DELIMITED BY SIZE
                 INTO MESSAGEO
           END-STRING.
       SVU999.
           EXIT.


       DEL-CUST-DATA SECTION.
       DCD010.
      *
           INITIALIZE DELCUS-COMMAREA
           MOVE CUSTNO2I TO COMM-CUSTNO OF DELCUS-COMMAREA.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('DELCUS')
              COMMAREA(DELCUS-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
              SYNCONRETURN
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
      *
           MOVE SPACE TO COMM-UPD-SUCCESS.
           MOVE SPACE TO COMM-UPD-FAIL-CD.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('UPDCUST')
              COMMAREA(UPDCUST-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
              SYNCONRETURN
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
      *
      *    if not output an error message
      *
           IF COMM-UPD-SUCCESS = 'N'
              SET RESPLOG-FAILED TO TRUE

              EVALUATE COMM-UPD-FAIL-CD
                 WHEN '1'
           SET ENTLFUN-CHECK TO TRUE.
           MOVE 'D' TO ENTLFUN-CLASS.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.
       COE999.
           EXIT.

       ATT010.
           DISPLAY WS-FAIL-INFO.

           SET RESPLOG-ABENDED TO TRUE.
           PERFORM RECORD-RESPONSE-TIME.

           EXEC CICS ABEND
              ABCODE('HBNK')
              NODUMP

       AH999.
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
           MOVE 'BNK1DCS' TO RESPLOG-PROGRAM.
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
