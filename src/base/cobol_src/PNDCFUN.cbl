      *              does), CUSTCONT the contact details. The        *
      *              PENDCHG row, carrying maker, checker and both   *
      *              values, is the audit of the whole exchange.     *
      *              A new address or phone number is then checked   *
      *              by TAXRFUN against the customer's tax           *
      *              residency self-certification. RATEOVRD, queued  *
      *              by RTOVFUN, writes the negotiated rate override *
      *              to RATEOVR with the checker as its approver,    *
      *              unless an override approved meanwhile already   *
      *              covers some of the same dates.                  *
      *                                                              *
      ******************************************************************
       IDENTIFICATION DIVISION.

           EXEC SQL INCLUDE PNDCDB2 END-EXEC.
           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE RTOVDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
                                            PIC X(6).
       01 WS-OD-X                           PIC 9(8).

      * A negotiated rate override as RTOVFUN packed it: rate(6)
      * start(8) expiry(8) reason(40), the account's standard rate
      * in the old value.
       01 HV-OV-RATE                        PIC S9(2)V99 COMP-3.
       01 HV-OV-PRIOR-RATE                  PIC S9(2)V99 COMP-3.
       01 HV-OV-REASON                      PIC X(40).
       01 HV-OV-START-DATE                  PIC X(8).
       01 HV-OV-EXPIRY-DATE                 PIC X(8).
       01 HV-OV-COUNT                       PIC S9(9) COMP.

       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

       01 TAXRFUN-COMMAREA.
           COPY TAXRFUN.

       01 WS-CUSTOMER-AREA.
           COPY CUSTOMER.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       01 WS-EVNT-DATE.
          03 WS-EVNT-DATE-DD                PIC XX.
          03 FILLER                         PIC X VALUE '.'.
          03 WS-EVNT-DATE-MM                PIC XX.
          03 FILLER                         PIC X VALUE '.'.
          03 WS-EVNT-DATE-YYYY              PIC X(4).
       01 WS-EIBTASKN12                     PIC 9(12).

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY PNDCFUN.
              IF PNDCFUN-SUCCESS = 'N'
                 GO TO DOC999
              END-IF
              IF HV-TYPE NOT = 'RATEOVRD'
                 PERFORM WRITE-BUSINESS-EVENT
                 IF PNDCFUN-SUCCESS = 'N'
                    GO TO DOC999
                 END-IF
              END-IF
              MOVE 'A' TO HV-STATUS
           ELSE
              MOVE 'R' TO HV-STATUS
                 PERFORM APPLY-ADDRESS-CHANGE
              WHEN 'CUSTCONT'
                 PERFORM APPLY-CONTACT-CHANGE
              WHEN 'RATEOVRD'
                 PERFORM APPLY-RATE-OVERRIDE
              WHEN OTHER
                 MOVE 'N' TO PNDCFUN-SUCCESS
                 MOVE '6' TO PNDCFUN-FAIL-CODE
       AAC999.
           EXIT.

      *----------------------------------------------------------------
      * Write the approved override. RTOVFUN refused a request that
      * overlapped an override in force, but two requests for the
      * same account could have been queued before either was
      * approved, so the check is made again here.
      *----------------------------------------------------------------
       APPLY-RATE-OVERRIDE SECTION.
       ARO010.
           MOVE HV-TARGET(1:8) TO HV-ACCNO.
           MOVE HV-NEW(1:6) TO WS-RATE-DIGITS.
           MOVE WS-RATE-X TO HV-OV-RATE.
           MOVE HV-NEW(7:8) TO HV-OV-START-DATE.
           MOVE HV-NEW(15:8) TO HV-OV-EXPIRY-DATE.
           MOVE HV-NEW(23:40) TO HV-OV-REASON.

           EXEC SQL
              SELECT COALESCE(PENDCHG_OLD_VALUE, ' ')
              INTO :HV-OLD
              FROM PENDCHG
              WHERE PENDCHG_ID = :HV-CHANGE-ID
           END-EXEC.

           MOVE 0 TO HV-OV-PRIOR-RATE.
           IF SQLCODE = 0 AND HV-OLD(1:6) IS NUMERIC
              MOVE HV-OLD(1:6) TO WS-RATE-DIGITS
              MOVE WS-RATE-X TO HV-OV-PRIOR-RATE
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-OV-COUNT
              FROM RATEOVR
              WHERE RATEOVR_SORTCODE = :HV-SORTCODE
                AND RATEOVR_ACCNO = :HV-ACCNO
                AND RATEOVR_STATUS = 'A'
                AND RATEOVR_START_DATE <= :HV-OV-EXPIRY-DATE
                AND RATEOVR_EXPIRY_DATE >= :HV-OV-START-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO PNDCFUN-SUCCESS
              MOVE '2' TO PNDCFUN-FAIL-CODE
              GO TO ARO999
           END-IF.

           IF HV-OV-COUNT > 0
              MOVE 'N' TO PNDCFUN-SUCCESS
              MOVE '8' TO PNDCFUN-FAIL-CODE
              GO TO ARO999
           END-IF.

           EXEC SQL
              INSERT INTO RATEOVR
                 (RATEOVR_ID, RATEOVR_SORTCODE, RATEOVR_ACCNO,
                  RATEOVR_RATE, RATEOVR_PRIOR_RATE, RATEOVR_REASON,
                  RATEOVR_START_DATE, RATEOVR_EXPIRY_DATE,
                  RATEOVR_STATUS, RATEOVR_REQUESTED_BY,
                  RATEOVR_APPROVED_BY, RATEOVR_APPROVED_DATE)
              VALUES
                 (:HV-CHANGE-ID, :HV-SORTCODE, :HV-ACCNO,
                  :HV-OV-RATE, :HV-OV-PRIOR-RATE, :HV-OV-REASON,
                  :HV-OV-START-DATE, :HV-OV-EXPIRY-DATE,
                  'A', :HV-MAKER,
                  :HV-CHECKER, :WS-TODAY-YMD)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'PNDCFUN UNABLE TO INSERT RATEOVR '
                 SQLCODE-DISPLAY
              MOVE 'N' TO PNDCFUN-SUCCESS
              MOVE '7' TO PNDCFUN-FAIL-CODE
           END-IF.
       ARO999.
           EXIT.

       APPLY-ADDRESS-CHANGE SECTION.
       AAD010.
           PERFORM READ-CUSTOMER-FOR-UPDATE.
           MOVE ' ' TO CUSTOMER-GONEAWAY-SW.

           PERFORM REWRITE-CUSTOMER.

           IF PNDCFUN-SUCCESS = 'Y'
              PERFORM CHECK-TAX-CIRCUMSTANCES
           END-IF.
       AAD999.
           EXIT.

           END-IF.

           PERFORM REWRITE-CUSTOMER.

           IF PNDCFUN-SUCCESS = 'Y' AND HV-NEW(1:30) NOT = SPACES
              PERFORM CHECK-TAX-CIRCUMSTANCES
           END-IF.
       ACC999.
           EXIT.

      *----------------------------------------------------------------
      * The new contact details may point abroad. TAXRFUN raises the
      * change of circumstances itself; whatever it finds, the change
      * just applied stands.
      *----------------------------------------------------------------
       CHECK-TAX-CIRCUMSTANCES SECTION.
       CTX010.
           INITIALIZE TAXRFUN-COMMAREA.
           SET TAXRFUN-CIRCUMSTANCES TO TRUE.
           MOVE HV-SORTCODE TO TAXRFUN-SORTCODE.
           MOVE HV-TARGET TO TAXRFUN-CUSTNO.

           EXEC CICS LINK PROGRAM('TAXRFUN')
                     COMMAREA(TAXRFUN-COMMAREA)
                     RESP(WS-CICS-RESP)
           END-EXEC.
       CTX999.
           EXIT.

       READ-CUSTOMER-FOR-UPDATE SECTION.
       RCU010.
           MOVE HV-SORTCODE TO CUSTOMER-SORTCODE.
       RWC999.
           EXIT.

      *----------------------------------------------------------------
      * The approved change is an amendment like any other, so it
      * goes out as the same lifecycle event UPDACC and UPDCUST write
      * for a change applied straight away - in this unit of work,
      * and backed out with the change if it cannot be recorded. A
      * rate override moves no account field and raises no event.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           MOVE WS-TODAY-YMD(7:2) TO WS-EVNT-DATE-DD.
           MOVE WS-TODAY-YMD(5:2) TO WS-EVNT-DATE-MM.
           MOVE WS-TODAY-YMD(1:4) TO WS-EVNT-DATE-YYYY.

           INITIALIZE EVNT-AREA.
           SET EVNT-LIFECYCLE TO TRUE.
           MOVE 'PNDCFUN' TO EVNT-SOURCE.
           MOVE HV-SORTCODE TO EVNT-SORTCODE.

           IF HV-TYPE = 'ACCCHNG '
              MOVE 'OUA' TO EVNT-TYPE
              MOVE HV-ACCNO TO EVNT-ACCNO
              STRING 'ACCOUNT AMENDED - TYPE ' DELIMITED BY SIZE
                     HV-ACC-TYPE DELIMITED BY SIZE
                     INTO EVNT-DESC
              END-STRING
           ELSE
              MOVE 'OUC' TO EVNT-TYPE
              MOVE HV-TARGET TO EVNT-CUSTNO
              MOVE 'CUSTOMER AMENDED' TO EVNT-DESC
           END-IF.

           MOVE WS-EVNT-DATE TO EVNT-PROC-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EVNT-PROC-TIME.
           MOVE EIBTASKN TO WS-EIBTASKN12.
           MOVE WS-EIBTASKN12 TO EVNT-REF.
           MOVE 0 TO EVNT-AMOUNT.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'PNDCFUN UNABLE TO WRITE BUSINESS EVENT '
                 SQLCODE-DISPLAY
              MOVE 'N' TO PNDCFUN-SUCCESS
              MOVE '7' TO PNDCFUN-FAIL-CODE

              EXEC CICS SYNCPOINT ROLLBACK
                 RESP(WS-CICS-RESP)
              END-EXEC
           END-IF.
       WBE999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.
           EXEC CICS RETURN
