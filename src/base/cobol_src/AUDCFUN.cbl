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
      * Title: AUDCFUN                                                 *
      *                                                                *
      * Description: Auditor bank confirmation request register       *
      *              service for the AUDCONF table. RECORD logs a     *
      *              request an auditor has sent for a business       *
      *              customer - the as-at date, where the reply goes, *
      *              and the customer's signed authority to disclose, *
      *              without which nothing is recorded; CANCEL        *
      *              withdraws a request not yet answered; BROWSE     *
      *              returns one customer's requests, newest first,   *
      *              with their turnaround once answered. AUDCGEN     *
      *              builds the letters and chases the overdue ones.  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCFUN.
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

           EXEC SQL INCLUDE AUDCDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-AUDCONF-ID                     PIC S9(9) COMP.
       01 HV-AUDCONF-SORTCODE               PIC X(6).
       01 HV-AUDCONF-CUSTNO                 PIC X(10).
       01 HV-AUDCONF-AS-AT-DATE             PIC X(8).
       01 HV-AUDCONF-REQUEST-DATE           PIC X(8).
       01 HV-AUDCONF-AUDITOR-NAME           PIC X(40).
       01 HV-AUDCONF-AUDITOR-ADDRESS        PIC X(120).
       01 HV-AUDCONF-AUTHORITY-REF          PIC X(20).
       01 HV-AUDCONF-AUTHORITY-DATE         PIC X(8).
       01 HV-AUDCONF-STATUS                 PIC X.
       01 HV-AUDCONF-SENT-DATE              PIC X(8).
       01 HV-AUDCONF-TURNAROUND             PIC S9(9) COMP.
       01 HV-OPERATOR                       PIC X(3).

       01 WS-TODAY-YMD                      PIC X(8).

       01 WS-CICS-WORK-AREA.
          05 WS-CICS-RESP                   PIC S9(8) COMP.
          05 WS-CICS-RESP2                  PIC S9(8) COMP.

       01 WS-CUST-DATA.
          COPY CUSTOMER.

       01 WS-CUST-KEY.
          03 WS-CUST-KEY-SORTCODE           PIC 9(6).
          03 WS-CUST-KEY-NUMBER             PIC 9(10).

       COPY SORTCODE.

       01 GETCTRL-COMMAREA.
           COPY GETCTRL.

       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

       01 WS-ROW-SUB                        PIC S9(4) COMP.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY AUDCFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO AUDCFUN-SUCCESS.
           MOVE SPACE TO AUDCFUN-FAIL-CODE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD.
           MOVE AUDCFUN-SORTCODE TO HV-AUDCONF-SORTCODE.
           MOVE AUDCFUN-CUSTNO TO HV-AUDCONF-CUSTNO.
           MOVE EIBOPID TO HV-OPERATOR.

           EVALUATE TRUE
              WHEN AUDCFUN-RECORD
                 PERFORM RECORD-NEW-REQUEST
              WHEN AUDCFUN-CANCEL
                 PERFORM CANCEL-REQUEST
              WHEN AUDCFUN-BROWSE
                 PERFORM BROWSE-REQUESTS
              WHEN OTHER
                 MOVE 'N' TO AUDCFUN-SUCCESS
                 MOVE '9' TO AUDCFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * Log a request. Only a business customer's auditor sends one,
      * and the bank discloses nothing without the customer's own
      * signed authority - its reference and date are recorded
      * with the request, so the letter can quote them.
      *----------------------------------------------------------------
       RECORD-NEW-REQUEST SECTION.
       RNR010.
           PERFORM CHECK-MAINTENANCE-ENTITLEMENT.

           IF AUDCFUN-SUCCESS = 'N'
              GO TO RNR999
           END-IF.

           IF AUDCFUN-REQUEST-DATE = 0
              MOVE WS-TODAY-YMD TO AUDCFUN-REQUEST-DATE
           END-IF.

           IF AUDCFUN-AS-AT-DATE = 0
              OR AUDCFUN-AS-AT-DATE > AUDCFUN-REQUEST-DATE
              OR AUDCFUN-AUDITOR-NAME = SPACES
              OR AUDCFUN-AUDITOR-ADDRESS = SPACES
              MOVE 'N' TO AUDCFUN-SUCCESS
              MOVE '3' TO AUDCFUN-FAIL-CODE
              GO TO RNR999
           END-IF.

           IF AUDCFUN-AUTHORITY-REF = SPACES
              OR AUDCFUN-AUTHORITY-REF = LOW-VALUES
              OR AUDCFUN-AUTHORITY-DATE = 0
              MOVE 'N' TO AUDCFUN-SUCCESS
              MOVE '5' TO AUDCFUN-FAIL-CODE
              GO TO RNR999
           END-IF.

           MOVE AUDCFUN-SORTCODE TO WS-CUST-KEY-SORTCODE.
           MOVE AUDCFUN-CUSTNO TO WS-CUST-KEY-NUMBER.

           EXEC CICS READ FILE('CUSTOMER')
                RIDFLD(WS-CUST-KEY)
                INTO(WS-CUST-DATA)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'N' TO AUDCFUN-SUCCESS
              IF WS-CICS-RESP = DFHRESP(NOTFND)
                 MOVE '1' TO AUDCFUN-FAIL-CODE
              ELSE
                 MOVE '2' TO AUDCFUN-FAIL-CODE
              END-IF
              GO TO RNR999
           END-IF.

           IF NOT CUSTOMER-ORGANISATION OF WS-CUST-DATA
              MOVE 'N' TO AUDCFUN-SUCCESS
              MOVE '4' TO AUDCFUN-FAIL-CODE
              GO TO RNR999
           END-IF.

           PERFORM ALLOCATE-NEXT-REQUEST-ID.

           MOVE AUDCFUN-AS-AT-DATE TO HV-AUDCONF-AS-AT-DATE.
           MOVE AUDCFUN-REQUEST-DATE TO HV-AUDCONF-REQUEST-DATE.
           MOVE AUDCFUN-AUDITOR-NAME TO HV-AUDCONF-AUDITOR-NAME.
           MOVE AUDCFUN-AUDITOR-ADDRESS TO HV-AUDCONF-AUDITOR-ADDRESS.
           MOVE AUDCFUN-AUTHORITY-REF TO HV-AUDCONF-AUTHORITY-REF.
           MOVE AUDCFUN-AUTHORITY-DATE TO HV-AUDCONF-AUTHORITY-DATE.

           EXEC SQL
              INSERT INTO AUDCONF
                 (AUDCONF_ID, AUDCONF_SORTCODE, AUDCONF_CUSTNO,
                  AUDCONF_AS_AT_DATE, AUDCONF_REQUEST_DATE,
                  AUDCONF_AUDITOR_NAME, AUDCONF_AUDITOR_ADDRESS,
                  AUDCONF_AUTHORITY_REF, AUDCONF_AUTHORITY_DATE,
                  AUDCONF_STATUS, AUDCONF_SENT_DATE,
                  AUDCONF_TURNAROUND_DAYS, AUDCONF_RECORDED_BY)
              VALUES
                 (:HV-AUDCONF-ID, :HV-AUDCONF-SORTCODE,
                  :HV-AUDCONF-CUSTNO, :HV-AUDCONF-AS-AT-DATE,
                  :HV-AUDCONF-REQUEST-DATE,
                  :HV-AUDCONF-AUDITOR-NAME,
                  :HV-AUDCONF-AUDITOR-ADDRESS,
                  :HV-AUDCONF-AUTHORITY-REF,
                  :HV-AUDCONF-AUTHORITY-DATE,
                  'R', ' ', 0, :HV-OPERATOR)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'AUDCFUN UNABLE TO INSERT AUDCONF ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO AUDCFUN-SUCCESS
              MOVE '2' TO AUDCFUN-FAIL-CODE
              GO TO RNR999
           END-IF.

           MOVE HV-AUDCONF-ID TO AUDCFUN-ID.
       RNR999.
           EXIT.

      *----------------------------------------------------------------
      * Only a request still waiting for its letter can be withdrawn
      * - one already answered stays on the register as sent.
      *----------------------------------------------------------------
       CANCEL-REQUEST SECTION.
       CR010.
           PERFORM CHECK-MAINTENANCE-ENTITLEMENT.

           IF AUDCFUN-SUCCESS = 'N'
              GO TO CR999
           END-IF.

           MOVE AUDCFUN-ID TO HV-AUDCONF-ID.

           EXEC SQL
              UPDATE AUDCONF
              SET AUDCONF_STATUS = 'X'
              WHERE (AUDCONF_ID = :HV-AUDCONF-ID AND
                     AUDCONF_SORTCODE = :HV-AUDCONF-SORTCODE AND
                     AUDCONF_STATUS = 'R')
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO AUDCFUN-SUCCESS
                 MOVE '1' TO AUDCFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO AUDCFUN-SUCCESS
                 MOVE '2' TO AUDCFUN-FAIL-CODE
           END-EVALUATE.
       CR999.
           EXIT.

      *----------------------------------------------------------------
       BROWSE-REQUESTS SECTION.
       BR010.
           MOVE 0 TO AUDCFUN-ROWS-RETURNED.

           EXEC SQL
              DECLARE AUDC_CSR CURSOR FOR
                 SELECT AUDCONF_ID, AUDCONF_AS_AT_DATE,
                        AUDCONF_REQUEST_DATE, AUDCONF_AUDITOR_NAME,
                        AUDCONF_STATUS, AUDCONF_SENT_DATE,
                        AUDCONF_TURNAROUND_DAYS
                 FROM AUDCONF
                 WHERE AUDCONF_SORTCODE = :HV-AUDCONF-SORTCODE
                   AND AUDCONF_CUSTNO = :HV-AUDCONF-CUSTNO
                 ORDER BY AUDCONF_ID DESC
           END-EXEC.

           EXEC SQL OPEN AUDC_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO AUDCFUN-SUCCESS
              MOVE '2' TO AUDCFUN-FAIL-CODE
              GO TO BR999
           END-IF.

           MOVE 0 TO WS-ROW-SUB.
           PERFORM FETCH-ONE-REQUEST
              UNTIL WS-ROW-SUB = 8
                 OR SQLCODE NOT = 0.

           EXEC SQL CLOSE AUDC_CSR END-EXEC.

           MOVE WS-ROW-SUB TO AUDCFUN-ROWS-RETURNED.
       BR999.
           EXIT.

       FETCH-ONE-REQUEST SECTION.
       FOR010.
           EXEC SQL
              FETCH AUDC_CSR
              INTO :HV-AUDCONF-ID, :HV-AUDCONF-AS-AT-DATE,
                   :HV-AUDCONF-REQUEST-DATE,
                   :HV-AUDCONF-AUDITOR-NAME,
                   :HV-AUDCONF-STATUS, :HV-AUDCONF-SENT-DATE,
                   :HV-AUDCONF-TURNAROUND
           END-EXEC.

           IF SQLCODE = 0
              ADD 1 TO WS-ROW-SUB
              MOVE HV-AUDCONF-ID TO AUDCFUN-AC-ID(WS-ROW-SUB)
              MOVE HV-AUDCONF-AS-AT-DATE
                 TO AUDCFUN-AC-AS-AT-DATE(WS-ROW-SUB)
              MOVE HV-AUDCONF-REQUEST-DATE
                 TO AUDCFUN-AC-REQUEST-DATE(WS-ROW-SUB)
              MOVE HV-AUDCONF-AUDITOR-NAME
                 TO AUDCFUN-AC-AUDITOR-NAME(WS-ROW-SUB)
              MOVE HV-AUDCONF-STATUS
                 TO AUDCFUN-AC-STATUS(WS-ROW-SUB)
              MOVE HV-AUDCONF-SENT-DATE
                 TO AUDCFUN-AC-SENT-DATE(WS-ROW-SUB)
              MOVE HV-AUDCONF-TURNAROUND
                 TO AUDCFUN-AC-TURNAROUND-DAYS(WS-ROW-SUB)
           END-IF.
       FOR999.
           EXIT.

      *----------------------------------------------------------------
       ALLOCATE-NEXT-REQUEST-ID SECTION.
       ANRI010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           STRING SORTCODE          DELIMITED BY SIZE,
                  '-AUDC-LAST'      DELIMITED BY SIZE
                  INTO GETCTRL-NAME OF GETCTRL-COMMAREA
           END-STRING.
           MOVE 0 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           COMPUTE HV-AUDCONF-ID =
              GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA + 1.

           MOVE 'S' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE HV-AUDCONF-ID TO GETCTRL-VALUE-NUM OF
              GETCTRL-COMMAREA.
           MOVE SPACES TO GETCTRL-VALUE-STR OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.
       ANRI999.
           EXIT.

      *----------------------------------------------------------------
       CHECK-MAINTENANCE-ENTITLEMENT SECTION.
       CME010.
           INITIALIZE ENTLFUN-COMMAREA.
           SET ENTLFUN-CHECK TO TRUE.
           MOVE 'M' TO ENTLFUN-CLASS.

           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC.

           IF ENTLFUN-ALLOWED NOT = 'Y'
              MOVE 'N' TO AUDCFUN-SUCCESS
              MOVE 'S' TO AUDCFUN-FAIL-CODE
           END-IF.
       CME999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.
           EXEC CICS RETURN
           END-EXEC.

           GOBACK.
       GMOOH999.
           EXIT.
