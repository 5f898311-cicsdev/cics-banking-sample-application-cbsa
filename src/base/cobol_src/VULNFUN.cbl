       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      * Title: VULNFUN                                                 *
      *                                                                *
      * Description: Vulnerable customer service, LINKed with the      *
      *              VULNFUN commarea, over the VULNIND table:         *
      *                - RECORD adds an indicator - type, treatment,   *
      *                  the customer's consent to hold it and the     *
      *                  date it must be reviewed by;                  *
      *                - REVIEW records that it was looked at, sets    *
      *                  the next review and may change treatment;     *
      *                - END closes it, resolved or consent withdrawn; *
      *                - INQUIRE returns the active indicators for     *
      *                  the BNK1 servicing screens.                   *
      *              Everything here is need-to-know (entitlement      *
      *              class 'V'). An INQUIRE that finds nothing active  *
      *              answers anyone with a zero count, so a screen     *
      *              can always ask without a refusal being logged     *
      *              for every ordinary customer. The default review   *
      *              interval is the CONTROL value VULN-REVIEW-DAYS    *
      *              (default 90). LOANCOLL, OVDREVW, KYCCHASE and     *
      *              FEEASSES read VULNIND directly; VULNRVW reports   *
      *              the reviews falling due.                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VULNFUN.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
      * Copyright statement as a literal to go into the load module
       77 FILLER PIC X(34) VALUE 'Copyright contributors to the CICS'.
       77 FILLER PIC X(34) VALUE 'Banking Sample Application (CBSA)'.
       77 FILLER PIC X(8)  VALUE ' project'.

           EXEC SQL INCLUDE VULNDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-CUSTNO                         PIC X(10).
       01 HV-OPERATOR                       PIC X(3).
       01 HV-IND-ID                         PIC S9(9) COMP.
       01 HV-TYPE                           PIC X.
       01 HV-TREATMENT                      PIC X.
       01 HV-CONSENT                        PIC X.
       01 HV-CONSENT-BY                     PIC X(30).
       01 HV-NOTE                           PIC X(60).
       01 HV-RECORDED-DATE                  PIC X(8).
       01 HV-REVIEW-DATE                    PIC X(8).
       01 HV-END-REASON                     PIC X.
       01 HV-ACTIVE-COUNT                   PIC S9(9) COMP.

       01 WS-CICS-WORK-AREA.
          05 WS-CICS-RESP                   PIC S9(8) COMP.
          05 WS-CICS-RESP2                  PIC S9(8) COMP.

       01 WS-CUSTOMER-AREA.
           COPY CUSTOMER.

       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

       01 GETCTRL-COMMAREA.
           COPY GETCTRL.

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-TODAY-YMD                      PIC X(8).
       01 WS-TODAY-NUM REDEFINES WS-TODAY-YMD PIC 9(8).

       01 WS-DAYS                           PIC S9(9) COMP.
       01 WS-DATE-INTEGER                   PIC S9(9) COMP.
       01 WS-DATE-NUM                       PIC 9(8).

       01 WS-CLASS-WANTED                   PIC X.
       01 WS-IND-SUB                        PIC S9(4) COMP.

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY VULNFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO VULNFUN-SUCCESS.
           MOVE SPACE TO VULNFUN-FAIL-CODE.

           PERFORM POPULATE-TIME-DATE.

           MOVE VULNFUN-SORTCODE TO HV-SORTCODE.
           MOVE VULNFUN-CUSTNO TO HV-CUSTNO.
           MOVE EIBOPID TO HV-OPERATOR.

           EVALUATE TRUE
              WHEN VULNFUN-RECORD
                 PERFORM RECORD-THE-INDICATOR
              WHEN VULNFUN-REVIEW
                 PERFORM REVIEW-THE-INDICATOR
              WHEN VULNFUN-END
                 PERFORM END-THE-INDICATOR
              WHEN VULNFUN-INQUIRE
                 PERFORM INQUIRE-THE-CUSTOMER
              WHEN OTHER
                 MOVE 'N' TO VULNFUN-SUCCESS
                 MOVE '9' TO VULNFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * A new indicator. Nothing is stored without the customer's
      * consent, given by them or by a third party with authority
      * to act for them - who must then be named.
      *----------------------------------------------------------------
       RECORD-THE-INDICATOR SECTION.
       RTI010.
           MOVE 'V' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF VULNFUN-SUCCESS = 'N'
              GO TO RTI999
           END-IF.

           IF NOT VULNFUN-TYPE-VALID OR NOT VULNFUN-TREATMENT-VALID
              MOVE 'N' TO VULNFUN-SUCCESS
              MOVE '3' TO VULNFUN-FAIL-CODE
              GO TO RTI999
           END-IF.

           IF NOT VULNFUN-CONSENT-VALID
              MOVE 'N' TO VULNFUN-SUCCESS
              MOVE '4' TO VULNFUN-FAIL-CODE
              GO TO RTI999
           END-IF.

           IF VULNFUN-CONSENT = 'T' AND
              (VULNFUN-CONSENT-BY = SPACES OR
               VULNFUN-CONSENT-BY = LOW-VALUES)
              MOVE 'N' TO VULNFUN-SUCCESS
              MOVE '4' TO VULNFUN-FAIL-CODE
              GO TO RTI999
           END-IF.

           PERFORM READ-THE-CUSTOMER.

           IF VULNFUN-SUCCESS = 'N'
              GO TO RTI999
           END-IF.

           PERFORM GET-REVIEW-DATE.

           IF VULNFUN-SUCCESS = 'N'
              GO TO RTI999
           END-IF.

           PERFORM ALLOCATE-NEXT-IND-ID.

           MOVE VULNFUN-TYPE TO HV-TYPE.
           MOVE VULNFUN-TREATMENT TO HV-TREATMENT.
           MOVE VULNFUN-CONSENT TO HV-CONSENT.

           IF VULNFUN-CONSENT = 'Y'
              MOVE SPACES TO HV-CONSENT-BY
           ELSE
              MOVE VULNFUN-CONSENT-BY TO HV-CONSENT-BY
           END-IF.

           IF VULNFUN-NOTE = LOW-VALUES
              MOVE SPACES TO HV-NOTE
           ELSE
              MOVE VULNFUN-NOTE TO HV-NOTE
           END-IF.

           EXEC SQL
              INSERT INTO VULNIND
                 (VULNIND_ID, VULNIND_SORTCODE, VULNIND_CUSTNO,
                  VULNIND_TYPE, VULNIND_TREATMENT,
                  VULNIND_CONSENT, VULNIND_CONSENT_BY,
                  VULNIND_NOTE, VULNIND_RECORDED_DATE,
                  VULNIND_RECORDED_BY, VULNIND_REVIEW_DATE,
                  VULNIND_LAST_REVIEWED_DATE,
                  VULNIND_LAST_REVIEWED_BY, VULNIND_STATUS,
                  VULNIND_ENDED_DATE, VULNIND_END_REASON)
              VALUES
                 (:HV-IND-ID, :HV-SORTCODE, :HV-CUSTNO,
                  :HV-TYPE, :HV-TREATMENT,
                  :HV-CONSENT, :HV-CONSENT-BY,
                  :HV-NOTE, :WS-TODAY-YMD,
                  :HV-OPERATOR, :HV-REVIEW-DATE,
                  ' ',
                  ' ', 'A',
                  ' ', ' ')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'VULNFUN UNABLE TO INSERT VULNIND ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO VULNFUN-SUCCESS
              MOVE '2' TO VULNFUN-FAIL-CODE
              GO TO RTI999
           END-IF.

           MOVE HV-IND-ID TO VULNFUN-IND-ID.
           MOVE HV-REVIEW-DATE TO VULNFUN-REVIEW-DATE.
       RTI999.
           EXIT.

      *----------------------------------------------------------------
      * The indicator was looked at and still stands. The next
      * review is set; a treatment given replaces the one held.
      *----------------------------------------------------------------
       REVIEW-THE-INDICATOR SECTION.
       RVI010.
           MOVE 'V' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF VULNFUN-SUCCESS = 'N'
              GO TO RVI999
           END-IF.

           PERFORM FIND-ACTIVE-INDICATOR.

           IF VULNFUN-SUCCESS = 'N'
              GO TO RVI999
           END-IF.

           IF VULNFUN-TREATMENT NOT = SPACE AND
              VULNFUN-TREATMENT NOT = LOW-VALUE
              IF NOT VULNFUN-TREATMENT-VALID
                 MOVE 'N' TO VULNFUN-SUCCESS
                 MOVE '3' TO VULNFUN-FAIL-CODE
                 GO TO RVI999
              END-IF
              MOVE VULNFUN-TREATMENT TO HV-TREATMENT
           END-IF.

           PERFORM GET-REVIEW-DATE.

           IF VULNFUN-SUCCESS = 'N'
              GO TO RVI999
           END-IF.

           EXEC SQL
              UPDATE VULNIND
              SET VULNIND_TREATMENT = :HV-TREATMENT,
                  VULNIND_REVIEW_DATE = :HV-REVIEW-DATE,
                  VULNIND_LAST_REVIEWED_DATE = :WS-TODAY-YMD,
                  VULNIND_LAST_REVIEWED_BY = :HV-OPERATOR
              WHERE (VULNIND_ID = :HV-IND-ID AND
                     VULNIND_SORTCODE = :HV-SORTCODE AND
                     VULNIND_STATUS = 'A')
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-REVIEW-DATE TO VULNFUN-REVIEW-DATE
                 MOVE HV-TREATMENT TO VULNFUN-TREATMENT
              WHEN 100
                 MOVE 'N' TO VULNFUN-SUCCESS
                 MOVE '6' TO VULNFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO VULNFUN-SUCCESS
                 MOVE '2' TO VULNFUN-FAIL-CODE
           END-EVALUATE.
       RVI999.
           EXIT.

      *----------------------------------------------------------------
      * Resolved, or the customer no longer consents to our holding
      * it - either way the batches stop honouring it from tonight.
      *----------------------------------------------------------------
       END-THE-INDICATOR SECTION.
       ETI010.
           MOVE 'V' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF VULNFUN-SUCCESS = 'N'
              GO TO ETI999
           END-IF.

           IF NOT VULNFUN-END-REASON-VALID
              MOVE 'N' TO VULNFUN-SUCCESS
              MOVE '3' TO VULNFUN-FAIL-CODE
              GO TO ETI999
           END-IF.

           PERFORM FIND-ACTIVE-INDICATOR.

           IF VULNFUN-SUCCESS = 'N'
              GO TO ETI999
           END-IF.

           MOVE VULNFUN-END-REASON TO HV-END-REASON.

           EXEC SQL
              UPDATE VULNIND
              SET VULNIND_STATUS = 'E',
                  VULNIND_ENDED_DATE = :WS-TODAY-YMD,
                  VULNIND_END_REASON = :HV-END-REASON,
                  VULNIND_LAST_REVIEWED_DATE = :WS-TODAY-YMD,
                  VULNIND_LAST_REVIEWED_BY = :HV-OPERATOR
              WHERE (VULNIND_ID = :HV-IND-ID AND
                     VULNIND_SORTCODE = :HV-SORTCODE AND
                     VULNIND_STATUS = 'A')
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO VULNFUN-SUCCESS
                 MOVE '6' TO VULNFUN-FAIL-CODE
              WHEN OTHER
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'VULNFUN UNABLE TO END VULNIND ROW'
                    ' SQLCODE=' SQLCODE-DISPLAY
                 MOVE 'N' TO VULNFUN-SUCCESS
                 MOVE '2' TO VULNFUN-FAIL-CODE
           END-EVALUATE.
       ETI999.
           EXIT.

      *----------------------------------------------------------------
      * The active indicators, soonest review first. Only a customer
      * who has any puts the operator's need-to-know to the test.
      *----------------------------------------------------------------
       INQUIRE-THE-CUSTOMER SECTION.
       ITC010.
           MOVE 0 TO VULNFUN-IND-COUNT.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-ACTIVE-COUNT
              FROM VULNIND
              WHERE (VULNIND_SORTCODE = :HV-SORTCODE AND
                     VULNIND_CUSTNO = :HV-CUSTNO AND
                     VULNIND_STATUS = 'A')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO VULNFUN-SUCCESS
              MOVE '2' TO VULNFUN-FAIL-CODE
              GO TO ITC999
           END-IF.

           IF HV-ACTIVE-COUNT = 0
              GO TO ITC999
           END-IF.

           MOVE 'V' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF VULNFUN-SUCCESS = 'N'
              GO TO ITC999
           END-IF.

           MOVE HV-ACTIVE-COUNT TO VULNFUN-IND-COUNT.

           EXEC SQL
              DECLARE VULN_CSR CURSOR FOR
                 SELECT VULNIND_ID, VULNIND_TYPE, VULNIND_TREATMENT,
                        VULNIND_CONSENT, VULNIND_RECORDED_DATE,
                        VULNIND_REVIEW_DATE
                 FROM VULNIND
                 WHERE (VULNIND_SORTCODE = :HV-SORTCODE AND
                        VULNIND_CUSTNO = :HV-CUSTNO AND
                        VULNIND_STATUS = 'A')
                 ORDER BY VULNIND_REVIEW_DATE, VULNIND_ID
           END-EXEC.

           EXEC SQL OPEN VULN_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO VULNFUN-SUCCESS
              MOVE '2' TO VULNFUN-FAIL-CODE
              GO TO ITC999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           MOVE 0 TO WS-IND-SUB.

           PERFORM UNTIL WS-EOF OR WS-IND-SUB = 5
              EXEC SQL
                 FETCH VULN_CSR
                 INTO :HV-IND-ID, :HV-TYPE, :HV-TREATMENT,
                      :HV-CONSENT, :HV-RECORDED-DATE,
                      :HV-REVIEW-DATE
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-IND-SUB
                 MOVE HV-IND-ID TO VULNFUN-IND-ENTRY-ID(WS-IND-SUB)
                 MOVE HV-TYPE TO VULNFUN-IND-TYPE(WS-IND-SUB)
                 MOVE HV-TREATMENT
                    TO VULNFUN-IND-TREATMENT(WS-IND-SUB)
                 MOVE HV-CONSENT TO VULNFUN-IND-CONSENT(WS-IND-SUB)
                 MOVE HV-RECORDED-DATE
                    TO VULNFUN-IND-RECORDED-DATE(WS-IND-SUB)
                 MOVE HV-REVIEW-DATE
                    TO VULNFUN-IND-REVIEW-DATE(WS-IND-SUB)
              ELSE
                 MOVE 'Y' TO WS-EOF-SW
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE VULN_CSR END-EXEC.
       ITC999.
           EXIT.

      *----------------------------------------------------------------
       FIND-ACTIVE-INDICATOR SECTION.
       FAI010.
           MOVE VULNFUN-IND-ID TO HV-IND-ID.

           EXEC SQL
              SELECT VULNIND_CUSTNO, VULNIND_TREATMENT
              INTO :HV-CUSTNO, :HV-TREATMENT
              FROM VULNIND
              WHERE (VULNIND_ID = :HV-IND-ID AND
                     VULNIND_SORTCODE = :HV-SORTCODE AND
                     VULNIND_STATUS = 'A')
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-CUSTNO TO VULNFUN-CUSTNO
              WHEN 100
                 MOVE 'N' TO VULNFUN-SUCCESS
                 MOVE '6' TO VULNFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO VULNFUN-SUCCESS
                 MOVE '2' TO VULNFUN-FAIL-CODE
           END-EVALUATE.
       FAI999.
           EXIT.

      *----------------------------------------------------------------
      * The review date given, which must lie in the future, or
      * today plus the CONTROL interval when none was given.
      *----------------------------------------------------------------
       GET-REVIEW-DATE SECTION.
       GRD010.
           IF VULNFUN-REVIEW-DATE NOT = SPACES AND
              VULNFUN-REVIEW-DATE NOT = LOW-VALUES
              IF VULNFUN-REVIEW-DATE NOT NUMERIC OR
                 VULNFUN-REVIEW-DATE NOT > WS-TODAY-YMD
                 MOVE 'N' TO VULNFUN-SUCCESS
                 MOVE '5' TO VULNFUN-FAIL-CODE
              ELSE
                 MOVE VULNFUN-REVIEW-DATE TO HV-REVIEW-DATE
              END-IF
              GO TO GRD999
           END-IF.

           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE 'VULN-REVIEW-DAYS' TO GETCTRL-NAME OF GETCTRL-COMMAREA.
           MOVE 90 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           MOVE GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA TO WS-DAYS.

           IF WS-DAYS < 1
              MOVE 90 TO WS-DAYS
           END-IF.

           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) + WS-DAYS.
           COMPUTE WS-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE WS-DATE-NUM TO HV-REVIEW-DATE.
       GRD999.
           EXIT.

      *----------------------------------------------------------------
       CHECK-ENTITLEMENT SECTION.
       CEN010.
           INITIALIZE ENTLFUN-COMMAREA.
           SET ENTLFUN-CHECK TO TRUE.
           MOVE VULNFUN-SORTCODE TO ENTLFUN-SORTCODE.
           MOVE WS-CLASS-WANTED TO ENTLFUN-CLASS.

           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC.

           IF ENTLFUN-ALLOWED NOT = 'Y'
              MOVE 'N' TO VULNFUN-SUCCESS
              MOVE 'S' TO VULNFUN-FAIL-CODE
           END-IF.
       CEN999.
           EXIT.

      *----------------------------------------------------------------
       READ-THE-CUSTOMER SECTION.
       RTC010.
           MOVE VULNFUN-SORTCODE TO CUSTOMER-SORTCODE.
           MOVE VULNFUN-CUSTNO TO CUSTOMER-NUMBER.

           EXEC CICS READ FILE('CUSTOMER')
              INTO(WS-CUSTOMER-AREA)
              RIDFLD(CUSTOMER-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           EVALUATE WS-CICS-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'N' TO VULNFUN-SUCCESS
                 MOVE '1' TO VULNFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO VULNFUN-SUCCESS
                 MOVE '2' TO VULNFUN-FAIL-CODE
           END-EVALUATE.
       RTC999.
           EXIT.

      *----------------------------------------------------------------
       ALLOCATE-NEXT-IND-ID SECTION.
       ANII010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           STRING HV-SORTCODE       DELIMITED BY SIZE,
                  '-VULN-LAST'      DELIMITED BY SIZE
                  INTO GETCTRL-NAME OF GETCTRL-COMMAREA
           END-STRING.
           MOVE 0 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           COMPUTE HV-IND-ID =
              GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA + 1.

           MOVE 'S' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE HV-IND-ID TO GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA.
           MOVE SPACES TO GETCTRL-VALUE-STR OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.
       ANII999.
           EXIT.

       POPULATE-TIME-DATE SECTION.
       PTD010.
           EXEC CICS ASKTIME
              ABSTIME(WS-U-TIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     YYYYMMDD(WS-TODAY-YMD)
           END-EXEC.
       PTD999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.
           EXEC CICS RETURN
           END-EXEC.

           GOBACK.
       GMOOH999.
           EXIT.
