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
      * Title: PEPFUN                                                  *
      *                                                                *
      * Description: Politically exposed person service, LINKed with   *
      *              the PEPFUN commarea:                              *
      *                - FLAG sets the PEP marker and category on the  *
      *                  CUSTOMER record and starts the enhanced due   *
      *                  diligence cycle on PEPREVW (SCRNFUN calls it  *
      *                  when a PEP list hit is confirmed);            *
      *                - REVIEW records a completed EDD review and     *
      *                  sets the next one due;                        *
      *                - DECLASSIFY takes the marker off and ends the  *
      *                  cycle;                                        *
      *                - APPROVE records senior-management approval    *
      *                  for one new account of a given type;          *
      *                - CHECK and USE are CREACC's side of that       *
      *                  approval: find one in force, then mark it     *
      *                  used by the account opened;                   *
      *                - INQUIRE returns the marker and the cycle.     *
      *              The review cycle is the CONTROL value             *
      *              PEP-EDD-CYCLE-DAYS (default 365); an approval     *
      *              lapses unused after PEP-APPROVAL-DAYS (default    *
      *              30). REVIEW, DECLASSIFY and APPROVE need the      *
      *              supervisor entitlement. PEPEDD escalates overdue  *
      *              reviews to an AML case.                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEPFUN.
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

           EXEC SQL INCLUDE PEPDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-CUSTNO                         PIC X(10).
       01 HV-OPERATOR                       PIC X(3).
       01 HV-CATEGORY                       PIC X.
       01 HV-OUTCOME                        PIC X(60).
       01 HV-NEXT-DUE-DATE                  PIC X(8).
       01 HV-FLOOR-DATE                     PIC X(8).
       01 HV-REVIEW-STATUS                  PIC X.
       01 HV-CONFIRMED-DATE                 PIC X(8).
       01 HV-LAST-REVIEW-DATE               PIC X(8).

       01 HV-APPROVAL-ID                    PIC S9(9) COMP.
       01 HV-ACC-TYPE                       PIC X(8).
       01 HV-ACCNO                          PIC X(8).

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

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY PEPFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO PEPFUN-SUCCESS.
           MOVE SPACE TO PEPFUN-FAIL-CODE.

           PERFORM POPULATE-TIME-DATE.

           MOVE PEPFUN-SORTCODE TO HV-SORTCODE.
           MOVE PEPFUN-CUSTNO TO HV-CUSTNO.
           MOVE EIBOPID TO HV-OPERATOR.

           EVALUATE TRUE
              WHEN PEPFUN-FLAG
                 PERFORM FLAG-THE-CUSTOMER
              WHEN PEPFUN-REVIEW
                 PERFORM RECORD-THE-REVIEW
              WHEN PEPFUN-DECLASSIFY
                 PERFORM DECLASSIFY-THE-CUSTOMER
              WHEN PEPFUN-APPROVE
                 PERFORM APPROVE-THE-OPENING
              WHEN PEPFUN-CHECK
                 PERFORM CHECK-THE-APPROVAL
              WHEN PEPFUN-USE
                 PERFORM USE-THE-APPROVAL
              WHEN PEPFUN-INQUIRE
                 PERFORM INQUIRE-THE-CUSTOMER
              WHEN OTHER
                 MOVE 'N' TO PEPFUN-SUCCESS
                 MOVE '9' TO PEPFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * Mark the customer a PEP. A customer already on the cycle
      * keeps their due date and only takes the new category; one
      * whose cycle had ended starts a fresh one.
      *----------------------------------------------------------------
       FLAG-THE-CUSTOMER SECTION.
       FTC010.
           IF NOT PEPFUN-CATEGORY-VALID
              MOVE 'N' TO PEPFUN-SUCCESS
              MOVE '5' TO PEPFUN-FAIL-CODE
              GO TO FTC999
           END-IF.

           PERFORM READ-CUSTOMER-FOR-UPDATE.

           IF PEPFUN-SUCCESS = 'N'
              GO TO FTC999
           END-IF.

           MOVE 'Y' TO CUSTOMER-PEP-SW.
           MOVE PEPFUN-CATEGORY TO CUSTOMER-PEP-CATEGORY.

           PERFORM REWRITE-CUSTOMER.

           IF PEPFUN-SUCCESS = 'N'
              GO TO FTC999
           END-IF.

           MOVE PEPFUN-CATEGORY TO HV-CATEGORY.
           PERFORM GET-NEXT-DUE-DATE.

           EXEC SQL
              SELECT PEPREVW_STATUS
              INTO :HV-REVIEW-STATUS
              FROM PEPREVW
              WHERE (PEPREVW_SORTCODE = :HV-SORTCODE AND
                     PEPREVW_CUSTNO = :HV-CUSTNO)
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = 100
                 MOVE 'CONFIRMED PEP LIST MATCH' TO HV-OUTCOME
                 EXEC SQL
                    INSERT INTO PEPREVW
                       (PEPREVW_SORTCODE, PEPREVW_CUSTNO,
                        PEPREVW_CATEGORY, PEPREVW_CONFIRMED_DATE,
                        PEPREVW_CONFIRMED_BY,
                        PEPREVW_LAST_REVIEW_DATE,
                        PEPREVW_LAST_REVIEWED_BY,
                        PEPREVW_LAST_OUTCOME, PEPREVW_NEXT_DUE_DATE,
                        PEPREVW_STATUS, PEPREVW_AMLCASE_ID)
                    VALUES
                       (:HV-SORTCODE, :HV-CUSTNO,
                        :HV-CATEGORY, :WS-TODAY-YMD,
                        :HV-OPERATOR,
                        :WS-TODAY-YMD,
                        :HV-OPERATOR,
                        :HV-OUTCOME, :HV-NEXT-DUE-DATE,
                        'A', 0)
                 END-EXEC
              WHEN SQLCODE = 0 AND HV-REVIEW-STATUS = 'X'
                 MOVE 'RECONFIRMED PEP LIST MATCH' TO HV-OUTCOME
                 EXEC SQL
                    UPDATE PEPREVW
                    SET PEPREVW_CATEGORY = :HV-CATEGORY,
                        PEPREVW_CONFIRMED_DATE = :WS-TODAY-YMD,
                        PEPREVW_CONFIRMED_BY = :HV-OPERATOR,
                        PEPREVW_LAST_REVIEW_DATE = :WS-TODAY-YMD,
                        PEPREVW_LAST_REVIEWED_BY = :HV-OPERATOR,
                        PEPREVW_LAST_OUTCOME = :HV-OUTCOME,
                        PEPREVW_NEXT_DUE_DATE = :HV-NEXT-DUE-DATE,
                        PEPREVW_STATUS = 'A',
                        PEPREVW_AMLCASE_ID = 0
                    WHERE (PEPREVW_SORTCODE = :HV-SORTCODE AND
                           PEPREVW_CUSTNO = :HV-CUSTNO)
                 END-EXEC
              WHEN SQLCODE = 0
                 EXEC SQL
                    UPDATE PEPREVW
                    SET PEPREVW_CATEGORY = :HV-CATEGORY
                    WHERE (PEPREVW_SORTCODE = :HV-SORTCODE AND
                           PEPREVW_CUSTNO = :HV-CUSTNO)
                 END-EXEC
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'PEPFUN UNABLE TO STORE PEPREVW ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'N' TO PEPFUN-SUCCESS
              MOVE '2' TO PEPFUN-FAIL-CODE
           END-IF.
       FTC999.
           EXIT.

      *----------------------------------------------------------------
      * A completed EDD review. An escalated cycle goes back to
      * active - the AML case it opened stays with the investigators.
      *----------------------------------------------------------------
       RECORD-THE-REVIEW SECTION.
       RTR010.
           MOVE 'S' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF PEPFUN-SUCCESS = 'N'
              GO TO RTR999
           END-IF.

           IF PEPFUN-OUTCOME = SPACES OR PEPFUN-OUTCOME = LOW-VALUES
              MOVE 'N' TO PEPFUN-SUCCESS
              MOVE '5' TO PEPFUN-FAIL-CODE
              GO TO RTR999
           END-IF.

           PERFORM READ-THE-CUSTOMER.

           IF PEPFUN-SUCCESS = 'N'
              GO TO RTR999
           END-IF.

           IF NOT CUSTOMER-PEP
              MOVE 'N' TO PEPFUN-SUCCESS
              MOVE '3' TO PEPFUN-FAIL-CODE
              GO TO RTR999
           END-IF.

           MOVE PEPFUN-OUTCOME TO HV-OUTCOME.
           PERFORM GET-NEXT-DUE-DATE.

           EXEC SQL
              UPDATE PEPREVW
              SET PEPREVW_LAST_REVIEW_DATE = :WS-TODAY-YMD,
                  PEPREVW_LAST_REVIEWED_BY = :HV-OPERATOR,
                  PEPREVW_LAST_OUTCOME = :HV-OUTCOME,
                  PEPREVW_NEXT_DUE_DATE = :HV-NEXT-DUE-DATE,
                  PEPREVW_STATUS = 'A'
              WHERE (PEPREVW_SORTCODE = :HV-SORTCODE AND
                     PEPREVW_CUSTNO = :HV-CUSTNO AND
                     PEPREVW_STATUS <> 'X')
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-NEXT-DUE-DATE TO PEPFUN-NEXT-DUE-DATE
                 MOVE WS-TODAY-YMD TO PEPFUN-LAST-REVIEW-DATE
              WHEN 100
                 MOVE 'N' TO PEPFUN-SUCCESS
                 MOVE '3' TO PEPFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO PEPFUN-SUCCESS
                 MOVE '2' TO PEPFUN-FAIL-CODE
           END-EVALUATE.
       RTR999.
           EXIT.

      *----------------------------------------------------------------
       DECLASSIFY-THE-CUSTOMER SECTION.
       DTC010.
           MOVE 'S' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF PEPFUN-SUCCESS = 'N'
              GO TO DTC999
           END-IF.

           PERFORM READ-CUSTOMER-FOR-UPDATE.

           IF PEPFUN-SUCCESS = 'N'
              GO TO DTC999
           END-IF.

           IF NOT CUSTOMER-PEP
              EXEC CICS UNLOCK FILE('CUSTOMER')
              END-EXEC
              MOVE 'N' TO PEPFUN-SUCCESS
              MOVE '3' TO PEPFUN-FAIL-CODE
              GO TO DTC999
           END-IF.

           MOVE SPACE TO CUSTOMER-PEP-SW.
           MOVE SPACE TO CUSTOMER-PEP-CATEGORY.

           PERFORM REWRITE-CUSTOMER.

           IF PEPFUN-SUCCESS = 'N'
              GO TO DTC999
           END-IF.

           IF PEPFUN-OUTCOME = SPACES OR PEPFUN-OUTCOME = LOW-VALUES
              MOVE 'DECLASSIFIED' TO HV-OUTCOME
           ELSE
              MOVE PEPFUN-OUTCOME TO HV-OUTCOME
           END-IF.

           EXEC SQL
              UPDATE PEPREVW
              SET PEPREVW_LAST_REVIEW_DATE = :WS-TODAY-YMD,
                  PEPREVW_LAST_REVIEWED_BY = :HV-OPERATOR,
                  PEPREVW_LAST_OUTCOME = :HV-OUTCOME,
                  PEPREVW_STATUS = 'X'
              WHERE (PEPREVW_SORTCODE = :HV-SORTCODE AND
                     PEPREVW_CUSTNO = :HV-CUSTNO)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'PEPFUN UNABLE TO END PEPREVW CYCLE'
                 ' SQLCODE=' SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'N' TO PEPFUN-SUCCESS
              MOVE '2' TO PEPFUN-FAIL-CODE
           END-IF.
       DTC999.
           EXIT.

      *----------------------------------------------------------------
      * Senior management's say-so for one account of one type.
      *----------------------------------------------------------------
       APPROVE-THE-OPENING SECTION.
       ATO010.
           MOVE 'S' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF PEPFUN-SUCCESS = 'N'
              GO TO ATO999
           END-IF.

           IF PEPFUN-ACC-TYPE = SPACES OR PEPFUN-ACC-TYPE = LOW-VALUES
              MOVE 'N' TO PEPFUN-SUCCESS
              MOVE '5' TO PEPFUN-FAIL-CODE
              GO TO ATO999
           END-IF.

           PERFORM READ-THE-CUSTOMER.

           IF PEPFUN-SUCCESS = 'N'
              GO TO ATO999
           END-IF.

           IF NOT CUSTOMER-PEP
              MOVE 'N' TO PEPFUN-SUCCESS
              MOVE '3' TO PEPFUN-FAIL-CODE
              GO TO ATO999
           END-IF.

           PERFORM ALLOCATE-NEXT-APPROVAL-ID.

           MOVE PEPFUN-ACC-TYPE TO HV-ACC-TYPE.

           EXEC SQL
              INSERT INTO PEPAPPR
                 (PEPAPPR_ID, PEPAPPR_SORTCODE, PEPAPPR_CUSTNO,
                  PEPAPPR_ACC_TYPE, PEPAPPR_APPROVED_BY,
                  PEPAPPR_APPROVED_DATE, PEPAPPR_STATUS,
                  PEPAPPR_ACCNO, PEPAPPR_USED_DATE)
              VALUES
                 (:HV-APPROVAL-ID, :HV-SORTCODE, :HV-CUSTNO,
                  :HV-ACC-TYPE, :HV-OPERATOR,
                  :WS-TODAY-YMD, 'A',
                  ' ', ' ')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'PEPFUN UNABLE TO INSERT PEPAPPR ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO PEPFUN-SUCCESS
              MOVE '2' TO PEPFUN-FAIL-CODE
              GO TO ATO999
           END-IF.

           MOVE HV-APPROVAL-ID TO PEPFUN-APPROVAL-ID.
       ATO999.
           EXIT.

      *----------------------------------------------------------------
      * The oldest unused approval for this account type that has
      * not lapsed.
      *----------------------------------------------------------------
       CHECK-THE-APPROVAL SECTION.
       CTA010.
           MOVE 0 TO PEPFUN-APPROVAL-ID.

           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE 'PEP-APPROVAL-DAYS' TO GETCTRL-NAME OF GETCTRL-COMMAREA.
           MOVE 30 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           MOVE GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA TO WS-DAYS.

           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) - WS-DAYS.
           COMPUTE WS-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE WS-DATE-NUM TO HV-FLOOR-DATE.

           MOVE PEPFUN-ACC-TYPE TO HV-ACC-TYPE.

           EXEC SQL
              SELECT PEPAPPR_ID
              INTO :HV-APPROVAL-ID
              FROM PEPAPPR
              WHERE PEPAPPR_SORTCODE = :HV-SORTCODE
                AND PEPAPPR_CUSTNO = :HV-CUSTNO
                AND PEPAPPR_ACC_TYPE = :HV-ACC-TYPE
                AND PEPAPPR_STATUS = 'A'
                AND PEPAPPR_APPROVED_DATE >= :HV-FLOOR-DATE
              ORDER BY PEPAPPR_ID
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-APPROVAL-ID TO PEPFUN-APPROVAL-ID
              WHEN 100
                 MOVE 'N' TO PEPFUN-SUCCESS
                 MOVE '4' TO PEPFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO PEPFUN-SUCCESS
                 MOVE '2' TO PEPFUN-FAIL-CODE
           END-EVALUATE.
       CTA999.
           EXIT.

      *----------------------------------------------------------------
       USE-THE-APPROVAL SECTION.
       UTA010.
           MOVE PEPFUN-APPROVAL-ID TO HV-APPROVAL-ID.
           MOVE PEPFUN-ACCNO TO HV-ACCNO.

           EXEC SQL
              UPDATE PEPAPPR
              SET PEPAPPR_STATUS = 'U',
                  PEPAPPR_ACCNO = :HV-ACCNO,
                  PEPAPPR_USED_DATE = :WS-TODAY-YMD
              WHERE (PEPAPPR_ID = :HV-APPROVAL-ID AND
                     PEPAPPR_SORTCODE = :HV-SORTCODE AND
                     PEPAPPR_STATUS = 'A')
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO PEPFUN-SUCCESS
                 MOVE '6' TO PEPFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO PEPFUN-SUCCESS
                 MOVE '2' TO PEPFUN-FAIL-CODE
           END-EVALUATE.
       UTA999.
           EXIT.

      *----------------------------------------------------------------
       INQUIRE-THE-CUSTOMER SECTION.
       ITC010.
           MOVE SPACES TO PEPFUN-CONFIRMED-DATE PEPFUN-LAST-REVIEW-DATE
                          PEPFUN-NEXT-DUE-DATE PEPFUN-REVIEW-STATUS.

           PERFORM READ-THE-CUSTOMER.

           IF PEPFUN-SUCCESS = 'N'
              GO TO ITC999
           END-IF.

           MOVE CUSTOMER-PEP-SW TO PEPFUN-PEP.
           MOVE CUSTOMER-PEP-CATEGORY TO PEPFUN-CATEGORY.

           EXEC SQL
              SELECT PEPREVW_CONFIRMED_DATE, PEPREVW_LAST_REVIEW_DATE,
                     PEPREVW_NEXT_DUE_DATE, PEPREVW_STATUS
              INTO :HV-CONFIRMED-DATE, :HV-LAST-REVIEW-DATE,
                   :HV-NEXT-DUE-DATE, :HV-REVIEW-STATUS
              FROM PEPREVW
              WHERE (PEPREVW_SORTCODE = :HV-SORTCODE AND
                     PEPREVW_CUSTNO = :HV-CUSTNO)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-CONFIRMED-DATE TO PEPFUN-CONFIRMED-DATE
                 MOVE HV-LAST-REVIEW-DATE TO PEPFUN-LAST-REVIEW-DATE
                 MOVE HV-NEXT-DUE-DATE TO PEPFUN-NEXT-DUE-DATE
                 MOVE HV-REVIEW-STATUS TO PEPFUN-REVIEW-STATUS
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE 'N' TO PEPFUN-SUCCESS
                 MOVE '2' TO PEPFUN-FAIL-CODE
           END-EVALUATE.
       ITC999.
           EXIT.

      *----------------------------------------------------------------
       GET-NEXT-DUE-DATE SECTION.
       GND010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE 'PEP-EDD-CYCLE-DAYS'
              TO GETCTRL-NAME OF GETCTRL-COMMAREA.
           MOVE 365 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           MOVE GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA TO WS-DAYS.

           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) + WS-DAYS.
           COMPUTE WS-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE WS-DATE-NUM TO HV-NEXT-DUE-DATE.
       GND999.
           EXIT.

      *----------------------------------------------------------------
       CHECK-ENTITLEMENT SECTION.
       CEN010.
           INITIALIZE ENTLFUN-COMMAREA.
           SET ENTLFUN-CHECK TO TRUE.
           MOVE PEPFUN-SORTCODE TO ENTLFUN-SORTCODE.
           MOVE WS-CLASS-WANTED TO ENTLFUN-CLASS.

           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC.

           IF ENTLFUN-ALLOWED NOT = 'Y'
              MOVE 'N' TO PEPFUN-SUCCESS
              MOVE 'S' TO PEPFUN-FAIL-CODE
           END-IF.
       CEN999.
           EXIT.

      *----------------------------------------------------------------
       READ-THE-CUSTOMER SECTION.
       RTC010.
           MOVE PEPFUN-SORTCODE TO CUSTOMER-SORTCODE.
           MOVE PEPFUN-CUSTNO TO CUSTOMER-NUMBER.

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
                 MOVE 'N' TO PEPFUN-SUCCESS
                 MOVE '1' TO PEPFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO PEPFUN-SUCCESS
                 MOVE '2' TO PEPFUN-FAIL-CODE
           END-EVALUATE.
       RTC999.
           EXIT.

      *----------------------------------------------------------------
       READ-CUSTOMER-FOR-UPDATE SECTION.
       RCU010.
           MOVE PEPFUN-SORTCODE TO CUSTOMER-SORTCODE.
           MOVE PEPFUN-CUSTNO TO CUSTOMER-NUMBER.

           EXEC CICS READ FILE('CUSTOMER')
              INTO(WS-CUSTOMER-AREA)
              RIDFLD(CUSTOMER-KEY)
              UPDATE
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           EVALUATE WS-CICS-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'N' TO PEPFUN-SUCCESS
                 MOVE '1' TO PEPFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO PEPFUN-SUCCESS
                 MOVE '2' TO PEPFUN-FAIL-CODE
           END-EVALUATE.
       RCU999.
           EXIT.

       REWRITE-CUSTOMER SECTION.
       RWC010.
           EXEC CICS REWRITE
              FILE('CUSTOMER')
              FROM(WS-CUSTOMER-AREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'N' TO PEPFUN-SUCCESS
              MOVE '2' TO PEPFUN-FAIL-CODE
           END-IF.
       RWC999.
           EXIT.

      *----------------------------------------------------------------
       ALLOCATE-NEXT-APPROVAL-ID SECTION.
       ANAI010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           STRING HV-SORTCODE       DELIMITED BY SIZE,
                  '-PEPA-LAST'      DELIMITED BY SIZE
                  INTO GETCTRL-NAME OF GETCTRL-COMMAREA
           END-STRING.
           MOVE 0 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           COMPUTE HV-APPROVAL-ID =
              GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA + 1.

           MOVE 'S' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE HV-APPROVAL-ID TO GETCTRL-VALUE-NUM OF
              GETCTRL-COMMAREA.
           MOVE SPACES TO GETCTRL-VALUE-STR OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.
       ANAI999.
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
