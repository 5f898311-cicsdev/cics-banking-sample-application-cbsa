          03 SUBPGM-INITIAL-PIN                PIC X(4).
          03 SUBPGM-DUP-OVERRIDE               PIC X.
          03 SUBPGM-DUP-CUSTNO                 PIC 9(10).
          03 SUBPGM-ENTITY-TYPE                PIC X.
          03 SUBPGM-REGISTRATION-NO            PIC X(12).
          03 SUBPGM-LEGAL-NAME                 PIC X(60).
          03 SUBPGM-TRADING-NAME               PIC X(60).
          03 SUBPGM-INCORP-DATE                PIC 9(8).
          03 SUBPGM-INCORP-DATE-GROUP REDEFINES SUBPGM-INCORP-DATE.
             05 SUBPGM-INCORP-DAY              PIC 99.
             05 SUBPGM-INCORP-MONTH            PIC 99.
             05 SUBPGM-INCORP-YEAR             PIC 9999.
          03 SUBPGM-SECTOR                     PIC X.
          03 SUBPGM-ONBOARDED                  PIC X.

       01 COMPANY-NAME-FULL PIC X(32).

       01 NOT-AUTHORIZED-MSG            PIC X(40) VALUE
           'Not authorized for this function.       '.

       COPY SORTCODE.

      * Response-time logging (see RESPLOG).
       01 RESPLOG-COMMAREA.
           COPY RESPLOG.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          03 DFHCOMMAREA-DATA                  PIC X(5).
       PROCEDURE DIVISION.
       PREMIERE SECTION.
       A010.
           PERFORM START-RESPONSE-CLOCK.

           EXEC CICS HANDLE ABEND
              LABEL(HANDLE-ABEND)
      *
      * Now RETURN
      *
           PERFORM RECORD-RESPONSE-TIME.

           EXEC CICS
              RETURN TRANSID('OCCS')
              COMMAREA(WS-COMM-AREA)
           MOVE SPACES TO CUSTAD1I.
           MOVE SPACES TO CUSTAD2I.
           MOVE SPACES TO CUSTAD3I.
           MOVE SPACES TO ENTTYPI.
           MOVE SPACES TO REGNOI.
           MOVE SPACES TO LEGNAMI.
           MOVE SPACES TO TRADNMI.
           MOVE 0 TO DOBDDI.
           MOVE 0 TO DOBMMI.
           MOVE 0 TO DOBYYI.
              GO TO ED999
           END-IF

      *
      *    A limited company, partnership or club has no title or
      *    personal names to check - it has its own set of details,
      *    with the date of incorporation keyed in the date fields.
      *
           IF ENTTYPL > 0 AND ENTTYPI NOT = '_' AND
              ENTTYPI NOT = SPACE AND ENTTYPI NOT = 'P' AND
              ENTTYPI NOT = 'p'
              PERFORM EDIT-ORGANISATION-DATA
              GO TO ED999
           END-IF.

           IF CUSTTITL < 1 OR CUSTTITI = SPACES
           OR CUSTTITI = LOW-VALUES
              MOVE SPACES TO MESSAGEO
           MOVE 'L' TO VALRULE-FUNCTION.
           MOVE CUSTAD1I TO VALRULE-ADDRESS-LINE.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK PROGRAM('VALRULE')
                     COMMAREA(VALRULE-COMMAREA)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           IF VALRULE-SUCCESS = 'N'
              MOVE SPACES TO MESSAGEO
           MOVE DOBMMI-NUM   TO VALRULE-DOB-MM.
           MOVE WS-DOBYYI-FULL TO VALRULE-DOB-YYYY.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK PROGRAM('VALRULE')
                     COMMAREA(VALRULE-COMMAREA)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           IF VALRULE-SUCCESS = 'N'
              MOVE SPACES TO MESSAGEO
           EXIT.


       EDIT-ORGANISATION-DATA SECTION.
       EOD010.
      *
      *    Validate the details of an organisation customer
      *
           EVALUATE ENTTYPI
              WHEN 'L'
              WHEN 'l'
                 MOVE 'L' TO ENTTYPI
              WHEN 'N'
              WHEN 'n'
                 MOVE 'N' TO ENTTYPI
              WHEN 'C'
              WHEN 'c'
                 MOVE 'C' TO ENTTYPI
              WHEN OTHER
                 MOVE SPACES TO MESSAGEO
                 STRING 'Valid types are: P person, L limited company,'
                       DELIMITED BY SIZE,
                       ' N partnership, C club' DELIMITED BY SIZE
                       INTO MESSAGEO
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE -1 TO ENTTYPL
                 GO TO EOD999
           END-EVALUATE.

           IF LEGNAML < 1 OR LEGNAMI(1:1) = '_'
              OR LEGNAMI = SPACES
              MOVE SPACES TO MESSAGEO
              MOVE 'Please supply the organisation''s legal name' TO
                 MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              MOVE -1 TO LEGNAML
              GO TO EOD999
           END-IF.

           IF ENTTYPI = 'L' AND
              (REGNOL < 1 OR REGNOI(1:1) = '_' OR REGNOI = SPACES)
              MOVE SPACES TO MESSAGEO
              MOVE 'A limited company needs its registration number' TO
                 MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              MOVE -1 TO REGNOL
              GO TO EOD999
           END-IF.

           IF CUSTAD1I(1:1)= '_'  OR CUSTAD1L < 1
              OR CUSTAD1I = SPACES
              MOVE SPACES TO MESSAGEO
              MOVE 'Please supply the registered address' TO
                 MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              MOVE -1 TO CUSTAD1L
              GO TO EOD999
           END-IF.

           INITIALIZE VALRULE-COMMAREA.
           MOVE 'L' TO VALRULE-FUNCTION.
           MOVE CUSTAD1I TO VALRULE-ADDRESS-LINE.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK PROGRAM('VALRULE')
                     COMMAREA(VALRULE-COMMAREA)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           IF VALRULE-SUCCESS = 'N'
              MOVE SPACES TO MESSAGEO
              MOVE VALRULE-MESSAGE TO MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              MOVE -1 TO CUSTAD1L
              GO TO EOD999
           END-IF.

      *
      *    The date of incorporation - CRECUST makes sure it is a
      *    real date and not in the future.
      *
           IF DOBDDL < 1 OR DOBDDI NOT NUMERIC
              OR DOBMML < 1 OR DOBMMI NOT NUMERIC
              OR DOBYYL < 4 OR DOBYYI NOT NUMERIC
              MOVE SPACES TO MESSAGEO
              MOVE 'Please supply a valid date of incorporation' TO
                 MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              MOVE -1 TO DOBDDL
              GO TO EOD999
           END-IF.

           MOVE DOBDDI TO DOBDDI-CHAR.
           MOVE DOBMMI TO DOBMMI-CHAR.

           IF DOBDDI-NUM < 01 OR DOBDDI-NUM > 31
              OR DOBMMI-NUM < 01 OR DOBMMI-NUM > 12
              MOVE SPACES TO MESSAGEO
              MOVE 'Please supply a valid date of incorporation' TO
                 MESSAGEO
              MOVE 'N' TO VALID-DATA-SW
              MOVE -1 TO DOBDDL
              GO TO EOD999
           END-IF.

       EOD999.
           EXIT.


       CRE-CUST-DATA SECTION.
       CCD010.
      *
      *    Set up the fields required by CRECUST then link to it
      *
           INITIALIZE SUBPGM-PARMS.
           MOVE SPACES TO SUBPGM-SECTOR.
           MOVE SPACES TO SUBPGM-ONBOARDED.
           MOVE 'CUST' TO SUBPGM-EYECATCHER.
           MOVE 'N' TO SUBPGM-SUCCESS.

           MOVE DOBMMI TO SUBPGM-BIRTH-MONTH.
           MOVE DOBYYI TO SUBPGM-BIRTH-YEAR.

      *
      *    An organisation goes across with its own details - CRECUST
      *    makes the legal name the customer name and the date keyed
      *    in the date fields its date of incorporation.
      *
           MOVE 'P' TO SUBPGM-ENTITY-TYPE.

           IF ENTTYPI = 'L' OR ENTTYPI = 'N' OR ENTTYPI = 'C'
              INSPECT REGNOI   REPLACING ALL '_' BY ' '
              INSPECT LEGNAMI  REPLACING ALL '_' BY ' '
              INSPECT TRADNMI  REPLACING ALL '_' BY ' '
              MOVE SPACES             TO SUBPGM-NAME
              MOVE ENTTYPI            TO SUBPGM-ENTITY-TYPE
              MOVE REGNOI             TO SUBPGM-REGISTRATION-NO
              MOVE LEGNAMI            TO SUBPGM-LEGAL-NAME
              MOVE TRADNMI            TO SUBPGM-TRADING-NAME
              MOVE SUBPGM-DATE-OF-BIRTH TO SUBPGM-INCORP-DATE
           END-IF.

      *
      *    If the last attempt was warned as a probable duplicate
      *    and the operator has keyed the create straight back in,
           END-IF.
           MOVE ' ' TO WS-COMM-DATA.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('CRECUST')
              COMMAREA(SUBPGM-PARMS)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
              SYNCONRETURN
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
      *
      *    Check to see if the creation was successful or not
      *
           IF SUBPGM-SUCCESS = 'N'
              SET RESPLOG-FAILED TO TRUE
              MOVE SPACES TO MESSAGEO
              MOVE 'Sorry but unable to create Customer record '
                TO MESSAGEO
                MOVE 'Sorry, customer D.O.B. is invalid.'
                  to messageo
              END-IF
              IF SUBPGM-FAIL-CODE = 'R'
                MOVE 'Sorry, the organisation details are incomplete.'
                  to messageo
              END-IF
              IF SUBPGM-FAIL-CODE = 'K'
                MOVE 'Sort code closed until its counter is repaired.'
                  to messageo
              END-IF
              IF SUBPGM-FAIL-CODE = 'L'
                MOVE 'Customer file backup or restore in progress.'
                  to messageo
              END-IF
              IF SUBPGM-FAIL-CODE = 'D'
                MOVE 'D' TO WS-COMM-DATA
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


           DISPLAY WS-FAIL-INFO.

           SET RESPLOG-ABENDED TO TRUE.
           PERFORM RECORD-RESPONSE-TIME.

           EXEC CICS ABEND
              ABCODE('HBNK')
              NODUMP
       HA999.
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
           MOVE 'BNK1CCS' TO RESPLOG-PROGRAM.
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
