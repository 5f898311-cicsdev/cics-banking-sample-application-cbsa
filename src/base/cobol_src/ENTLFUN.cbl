      *              logged to OPERLOGT as type SEC. GRANT replaces       *
      *              an operator's whole record and LIST reads one        *
      *              back; both require the caller to hold the            *
      *              supervisor flag themselves. VERIFY says whether      *
      *              a given operator id is known at all, for the         *
      *              services that store one (RMFUN). Class 'V',          *
      *              sight of vulnerability indicators, is need-to-       *
      *              know: only an explicit grant allows it.              *
      *              GRANT also keeps the operator's own customer   *
      *              and declared relatives flagged as sensitive      *
      *              records through SENSFUN.                         *
      *                                                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-CALLER-FOUND-SW            PIC X.
          88 WS-CALLER-FOUND            VALUE 'Y'.

       01 WS-REL-SUB                    PIC S9(4) COMP.

       01 SENSFUN-COMMAREA.
           COPY SENSFUN.

       01 GETCTRL-COMMAREA.
           COPY GETCTRL.

                 PERFORM LIST-ENTITLEMENT
              WHEN ENTLFUN-OVERRIDE
                 PERFORM RECORD-OVERRIDE
              WHEN ENTLFUN-VERIFY
                 PERFORM VERIFY-OPERATOR
              WHEN OTHER
                 MOVE 'N' TO ENTLFUN-SUCCESS
                 MOVE '9' TO ENTLFUN-FAIL-CODE
                 IF ENTITLE-IS-SUPERVISOR OF WS-ENTITLE-AREA
                    MOVE 'Y' TO ENTLFUN-ALLOWED
                 END-IF
              WHEN 'V'
                 IF ENTITLE-CAN-SEE-VULNERABLE OF WS-ENTITLE-AREA
                    MOVE 'Y' TO ENTLFUN-ALLOWED
                 END-IF
              WHEN OTHER
                 MOVE 'N' TO ENTLFUN-SUCCESS
                 MOVE '4' TO ENTLFUN-FAIL-CODE
      *----------------------------------------------------------------
       APPLY-DEFAULT-RULE SECTION.
       ADR010.
      *
      *    Need-to-know is granted by name or not at all.
      *
           IF ENTLFUN-CLASS = 'V'
              GO TO ADR999
           END-IF.

           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE 'ENTITLE-DEFAULT-ALLOW' TO
              TO ENTITLE-UPDATED-DATE OF WS-ENTITLE-AREA.
           MOVE ENTLFUN-OWN-CUSTNO
              TO ENTITLE-OWN-CUSTNO OF WS-ENTITLE-AREA.
           MOVE ENTLFUN-VULNERABLE-SW
              TO ENTITLE-VULNERABLE-SW OF WS-ENTITLE-AREA.

           PERFORM VARYING WS-REL-SUB FROM 1 BY 1 UNTIL WS-REL-SUB > 3
              IF ENTLFUN-RELATIVE-CUSTNO(WS-REL-SUB) NUMERIC
                 MOVE ENTLFUN-RELATIVE-CUSTNO(WS-REL-SUB)
                    TO ENTITLE-RELATIVE-CUSTNO OF WS-ENTITLE-AREA
                       (WS-REL-SUB)
              ELSE
                 MOVE 0 TO ENTITLE-RELATIVE-CUSTNO OF WS-ENTITLE-AREA
                    (WS-REL-SUB)
              END-IF
           END-PERFORM.

           EXEC CICS WRITE
              FILE('ENTITLE')
                 ' RESP=' WS-CICS-RESP
              MOVE 'N' TO ENTLFUN-SUCCESS
              MOVE '2' TO ENTLFUN-FAIL-CODE
              GO TO GE999
           END-IF.

           PERFORM KEEP-SENSITIVE-LINKS.
       GE999.
           EXIT.

      *----------------------------------------------------------------
      * The operator's own customer and declared relatives are
      * sensitive records; SENSFUN flags the ones now declared and
      * lifts any no longer declared. The entitlement itself stands
      * whatever SENSFUN answers.
      *----------------------------------------------------------------
       KEEP-SENSITIVE-LINKS SECTION.
       KSL010.
           INITIALIZE SENSFUN-COMMAREA.
           SET SENSFUN-LINKS TO TRUE.
           MOVE ENTLFUN-SORTCODE TO SENSFUN-SORTCODE.
           MOVE ENTLFUN-TARGET-OPERATOR TO SENSFUN-RELATED-OPERATOR.
           MOVE ENTITLE-OWN-CUSTNO OF WS-ENTITLE-AREA
              TO SENSFUN-CUSTNO.

           PERFORM VARYING WS-REL-SUB FROM 1 BY 1 UNTIL WS-REL-SUB > 3
              MOVE ENTITLE-RELATIVE-CUSTNO OF WS-ENTITLE-AREA
                 (WS-REL-SUB)
                 TO SENSFUN-RELATIVE-CUSTNO(WS-REL-SUB)
           END-PERFORM.

           EXEC CICS LINK PROGRAM('SENSFUN')
                     COMMAREA(SENSFUN-COMMAREA)
                     RESP(WS-CICS-RESP)
                     RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
              SENSFUN-SUCCESS NOT = 'Y'
              DISPLAY 'ENTLFUN UNABLE TO KEEP SENSITIVE LINKS FOR '
                 ENTLFUN-TARGET-OPERATOR ' FAIL=' SENSFUN-FAIL-CODE
              MOVE 'N' TO ENTLFUN-SUCCESS
              MOVE '4' TO ENTLFUN-FAIL-CODE
           END-IF.
       KSL999.
           EXIT.

      *----------------------------------------------------------------
       LIST-ENTITLEMENT SECTION.
       LE010.
                 ELSE
                    MOVE 0 TO ENTLFUN-OWN-CUSTNO
                 END-IF
                 MOVE ENTITLE-VULNERABLE-SW OF WS-ENTITLE-AREA
                    TO ENTLFUN-VULNERABLE-SW
                 PERFORM VARYING WS-REL-SUB FROM 1 BY 1
                         UNTIL WS-REL-SUB > 3
                    IF ENTITLE-RELATIVE-CUSTNO OF WS-ENTITLE-AREA
                          (WS-REL-SUB) NUMERIC
                       MOVE ENTITLE-RELATIVE-CUSTNO OF WS-ENTITLE-AREA
                          (WS-REL-SUB)
                          TO ENTLFUN-RELATIVE-CUSTNO(WS-REL-SUB)
                    ELSE
                       MOVE 0 TO ENTLFUN-RELATIVE-CUSTNO(WS-REL-SUB)
                    END-IF
                 END-PERFORM
              WHEN DFHRESP(NOTFND)
                 MOVE 'N' TO ENTLFUN-SUCCESS
                 MOVE '1' TO ENTLFUN-FAIL-CODE
       LE999.
           EXIT.

      *----------------------------------------------------------------
      * Is the target id a known operator? Existence only - none of
      * the record's flags go back to the caller.
      *----------------------------------------------------------------
       VERIFY-OPERATOR SECTION.
       VO010.
           MOVE ENTLFUN-TARGET-OPERATOR
              TO ENTITLE-OPERATOR-ID OF WS-ENTITLE-AREA.

           EXEC CICS READ
              FILE('ENTITLE')
              INTO(WS-ENTITLE-AREA)
              RIDFLD(ENTITLE-OPERATOR-ID OF WS-ENTITLE-AREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           EVALUATE WS-CICS-RESP
              WHEN DFHRESP(NORMAL)
                 MOVE 'Y' TO ENTLFUN-ALLOWED
              WHEN DFHRESP(NOTFND)
                 MOVE 'N' TO ENTLFUN-SUCCESS
                 MOVE '1' TO ENTLFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO ENTLFUN-SUCCESS
                 MOVE '2' TO ENTLFUN-FAIL-CODE
           END-EVALUATE.
       VO999.
           EXIT.

      *----------------------------------------------------------------
      * The calling operator themselves must hold supervisor. No
      * record means no supervisor - the rollout default never
