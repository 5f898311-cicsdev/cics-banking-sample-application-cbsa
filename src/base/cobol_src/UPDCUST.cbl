       01 WS-PNDC-RATE-X                PIC 9(4)V99.
       01 WS-PNDC-OD-X                  PIC 9(8).

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY UPDCUST.
           COMM-STMT-DELIVERY = ' ' AND COMM-TAX-STATUS = ' ' AND
           COMM-DECEASED-SW = ' ' AND COMM-PHONE = SPACES AND
           COMM-MOBILE = SPACES AND COMM-EMAIL = SPACES AND
           COMM-PREF-CHANNEL = ' ' AND COMM-LANGUAGE = SPACES AND
           COMM-REGISTRATION-NO = SPACES AND COMM-LEGAL-NAME = SPACES
           AND COMM-TRADING-NAME = SPACES AND COMM-INCORP-DATE = 0
           AND COMM-SECTOR = ' '
              MOVE 'N' TO COMM-UPD-SUCCESS

              MOVE '4' TO COMM-UPD-FAIL-CD
              END-IF
           END-IF.

      *
      *    Statistical sector correction, if one was supplied. A
      *    sector keyed here is recorded as set by hand, so nothing
      *    derives over it again.
      *
           IF COMM-SECTOR NOT = ' '
              IF COMM-SECTOR = 'H' OR COMM-SECTOR = 'N' OR
                 COMM-SECTOR = 'F' OR COMM-SECTOR = 'G'
                 MOVE COMM-SECTOR TO
                    CUSTOMER-SECTOR OF WS-CUST-DATA
                 MOVE 'M' TO
                    CUSTOMER-SECTOR-SOURCE OF WS-CUST-DATA
              ELSE
                 MOVE 'N' TO COMM-UPD-SUCCESS
                 MOVE 'V' TO COMM-UPD-FAIL-CD
                 GO TO UCV999
              END-IF
           END-IF.

      *
      *    Deceased notification, if one was supplied. 'Y' needs a
      *    date of death with it; there is deliberately no way to
      *     MOVE COMM-NAME TO CUSTOMER-NAME OF WS-CUST-DATA.
      *     MOVE COMM-ADDR TO CUSTOMER-ADDRESS OF WS-CUST-DATA.

      *
      *    Organisation details, if any were supplied - only for an
      *    organisation. The legal name is the customer name and the
      *    incorporation date stands in the date of birth, so both
      *    are carried across (and the name change reaches CUSTHIST
      *    like any other).
      *
           IF COMM-REGISTRATION-NO NOT = SPACES OR
              COMM-LEGAL-NAME NOT = SPACES OR
              COMM-TRADING-NAME NOT = SPACES OR
              COMM-INCORP-DATE NOT = 0
              IF NOT CUSTOMER-ORGANISATION OF WS-CUST-DATA
                 MOVE 'N' TO COMM-UPD-SUCCESS
                 MOVE 'R' TO COMM-UPD-FAIL-CD
                 GO TO UCV999
              END-IF
              IF COMM-REGISTRATION-NO NOT = SPACES
                 MOVE COMM-REGISTRATION-NO TO
                    CUSTOMER-REGISTRATION-NO OF WS-CUST-DATA
              END-IF
              IF COMM-LEGAL-NAME NOT = SPACES
                 MOVE COMM-LEGAL-NAME TO
                    CUSTOMER-LEGAL-NAME OF WS-CUST-DATA
                    CUSTOMER-NAME OF WS-CUST-DATA
              END-IF
              IF COMM-TRADING-NAME NOT = SPACES
                 MOVE COMM-TRADING-NAME TO
                    CUSTOMER-TRADING-NAME OF WS-CUST-DATA
              END-IF
              IF COMM-INCORP-DATE NOT = 0
                 MOVE COMM-INCORP-DATE TO
                    CUSTOMER-INCORP-DATE OF WS-CUST-DATA
                    CUSTOMER-DATE-OF-BIRTH OF WS-CUST-DATA
              END-IF
           END-IF.

      *
      *    A new address clears any gone-away marker GONEFUN set -
      *    the customer has told us where they are, and postal
              PERFORM WRITE-CONTACT-HISTORY
           END-IF.

      *
      *    The amendment as a business event, in this same unit of
      *    work - if it cannot be recorded the REWRITE is backed
      *    out with it.
      *
           PERFORM WRITE-BUSINESS-EVENT.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE 'N' TO COMM-UPD-SUCCESS
              MOVE '3' TO COMM-UPD-FAIL-CD
              MOVE EVNT-SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'ERROR: UPDCUST returned ' SQLCODE-DISPLAY
              ' on the business event'

              EXEC CICS SYNCPOINT ROLLBACK
                 RESP(WS-CICS-RESP)
              END-EXEC

              GO TO UCV999
           END-IF.

      *
      *    If the RESP CODE was normal then we just need to set the
      *    SUCCESS CODE
           MOVE CUSTOMER-EMAIL OF WS-CUST-DATA TO COMM-EMAIL.
           MOVE CUSTOMER-PREF-CHANNEL OF WS-CUST-DATA
              TO COMM-PREF-CHANNEL.
           MOVE CUSTOMER-ENTITY-TYPE OF WS-CUST-DATA
              TO COMM-ENTITY-TYPE.
           MOVE CUSTOMER-REGISTRATION-NO OF WS-CUST-DATA
              TO COMM-REGISTRATION-NO.
           MOVE CUSTOMER-LEGAL-NAME OF WS-CUST-DATA
              TO COMM-LEGAL-NAME.
           MOVE CUSTOMER-TRADING-NAME OF WS-CUST-DATA
              TO COMM-TRADING-NAME.
           MOVE CUSTOMER-INCORP-DATE OF WS-CUST-DATA
              TO COMM-INCORP-DATE.
           MOVE CUSTOMER-SECTOR OF WS-CUST-DATA
              TO COMM-SECTOR.
           MOVE CUSTOMER-SECTOR-SOURCE OF WS-CUST-DATA
              TO COMM-SECTOR-SOURCE.

           PERFORM SEND-NOTIFICATION.

           MOVE CUSTOMER-DATE-OF-BIRTH OF WS-CUST-DATA
              TO SCRNFUN-DATE-OF-BIRTH.

      *
      *    An organisation is screened on its legal name, and the
      *    people who sign for it with it.
      *
           IF CUSTOMER-ORGANISATION OF WS-CUST-DATA
              MOVE 'O' TO SCRNFUN-SUBJECT-TYPE
              MOVE SPACES TO SCRNFUN-GIVEN-NAME
              MOVE CUSTOMER-LEGAL-NAME OF WS-CUST-DATA
                 TO SCRNFUN-FAMILY-NAME
              MOVE 0 TO SCRNFUN-DATE-OF-BIRTH
              MOVE 'Y' TO SCRNFUN-WITH-SIGNATORIES
           END-IF.

           EXEC CICS LINK PROGRAM(WS-SCRNFUN-PGM)
                      COMMAREA(SCRNFUN-COMMAREA)
           END-EXEC.
       PTD999.
           EXIT.


      *----------------------------------------------------------------
      * The amendment as a lifecycle event - PROCTRAN records no row
      * for it, so the event carries the customer and its sortcode.
      * The date and time were set up by WRITE-CUSTOMER-HISTORY.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           MOVE WS-ORIG-DATE-DD TO WS-ORIG-DATE-DD-X.
           MOVE WS-ORIG-DATE-MM TO WS-ORIG-DATE-MM-X.
           MOVE WS-ORIG-DATE-YYYY TO WS-ORIG-DATE-YYYY-X.

           INITIALIZE EVNT-AREA.
           SET EVNT-LIFECYCLE TO TRUE.
           MOVE 'OUC' TO EVNT-TYPE.
           MOVE 'UPDCUST' TO EVNT-SOURCE.
           MOVE CUSTOMER-SORTCODE OF WS-CUST-DATA TO EVNT-SORTCODE.
           MOVE CUSTOMER-NUMBER OF WS-CUST-DATA TO EVNT-CUSTNO.
           MOVE WS-ORIG-DATE-GRP-X TO EVNT-PROC-DATE.
           MOVE WS-TIME-NOW TO EVNT-PROC-TIME.
           MOVE EIBTASKN TO WS-EIBTASKN12.
           MOVE WS-EIBTASKN12 TO EVNT-REF.
           MOVE 'CUSTOMER AMENDED' TO EVNT-DESC.
           MOVE 0 TO EVNT-AMOUNT.

           CALL 'EVNTWRT' USING EVNT-AREA.
       WBE999.
           EXIT.
