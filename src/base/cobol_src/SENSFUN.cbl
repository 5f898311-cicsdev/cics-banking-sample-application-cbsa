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
      * Title: SENSFUN                                                 *
      *                                                                *
      * Description: Sensitive customer service, LINKed with the       *
      *              SENSFUN commarea, over the SENSCUST table:        *
      *                - FLAG marks a customer a public figure or      *
      *                  under investigation, with a reason;           *
      *                - UNFLAG lifts one such row;                    *
      *                - INQUIRE returns the customer's active rows;   *
      *                - LINKS keeps a member of staff's own customer  *
      *                  and declared relatives flagged, in step with  *
      *                  their ENTITLE record - ENTLFUN's GRANT is     *
      *                  the only caller.                              *
      *              Every function needs supervisor (entitlement      *
      *              class 'S'). Once a customer is flagged, SENSLOG   *
      *              records every inquiry against them and SENSRVW    *
      *              reviews those inquiries weekly.                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENSFUN.
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

           EXEC SQL INCLUDE SENSDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-CUSTNO                         PIC X(10).
       01 HV-OPERATOR                       PIC X(3).
       01 HV-SENS-ID                        PIC S9(9) COMP.
       01 HV-CATEGORY                       PIC X.
       01 HV-RELATED-OPERATOR               PIC X(3).
       01 HV-REASON                         PIC X(40).
       01 HV-FLAGGED-BY                     PIC X(3).
       01 HV-FLAGGED-DATE                   PIC X(8).
       01 HV-OWN-CUSTNO                     PIC X(10).
       01 HV-RELATIVE-1                     PIC X(10).
       01 HV-RELATIVE-2                     PIC X(10).
       01 HV-RELATIVE-3                     PIC X(10).
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

       01 WS-LINK-CUSTNO                    PIC 9(10).
       01 WS-REL-SUB                        PIC S9(4) COMP.
       01 WS-SENS-SUB                       PIC S9(4) COMP.

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY SENSFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO SENSFUN-SUCCESS.
           MOVE SPACE TO SENSFUN-FAIL-CODE.

           PERFORM POPULATE-TIME-DATE.

           MOVE SENSFUN-SORTCODE TO HV-SORTCODE.
           MOVE SENSFUN-CUSTNO TO HV-CUSTNO.
           MOVE EIBOPID TO HV-OPERATOR.

           IF SENSFUN-FLAG OR SENSFUN-UNFLAG OR SENSFUN-INQUIRE OR
              SENSFUN-LINKS
              PERFORM CHECK-ENTITLEMENT
           END-IF.

           IF SENSFUN-SUCCESS = 'N'
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           EVALUATE TRUE
              WHEN SENSFUN-FLAG
                 PERFORM FLAG-THE-CUSTOMER
              WHEN SENSFUN-UNFLAG
                 PERFORM UNFLAG-THE-CUSTOMER
              WHEN SENSFUN-INQUIRE
                 PERFORM INQUIRE-THE-CUSTOMER
              WHEN SENSFUN-LINKS
                 PERFORM KEEP-OPERATOR-LINKS
              WHEN OTHER
                 MOVE 'N' TO SENSFUN-SUCCESS
                 MOVE '9' TO SENSFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * A public figure or a customer under investigation. Staff and
      * their relatives come only through LINKS.
      *----------------------------------------------------------------
       FLAG-THE-CUSTOMER SECTION.
       FTC010.
           IF NOT SENSFUN-CATEGORY-VALID
              MOVE 'N' TO SENSFUN-SUCCESS
              MOVE '3' TO SENSFUN-FAIL-CODE
              GO TO FTC999
           END-IF.

           IF SENSFUN-REASON = SPACES OR SENSFUN-REASON = LOW-VALUES
              MOVE 'N' TO SENSFUN-SUCCESS
              MOVE '4' TO SENSFUN-FAIL-CODE
              GO TO FTC999
           END-IF.

           MOVE SENSFUN-CUSTNO TO WS-LINK-CUSTNO.
           PERFORM READ-THE-CUSTOMER.

           IF SENSFUN-SUCCESS = 'N'
              GO TO FTC999
           END-IF.

           MOVE SENSFUN-CATEGORY TO HV-CATEGORY.
           MOVE SPACES TO HV-RELATED-OPERATOR.
           MOVE SENSFUN-REASON TO HV-REASON.

           PERFORM ENSURE-SENS-ROW.

           IF SENSFUN-SUCCESS = 'Y'
              MOVE HV-SENS-ID TO SENSFUN-SENS-ID
           END-IF.
       FTC999.
           EXIT.

      *----------------------------------------------------------------
      * Lift a public figure or investigation row. A staff or
      * relative row is not found here - it goes when the operator's
      * entitlement is regranted without it.
      *----------------------------------------------------------------
       UNFLAG-THE-CUSTOMER SECTION.
       UTC010.
           MOVE SENSFUN-SENS-ID TO HV-SENS-ID.

           EXEC SQL
              UPDATE SENSCUST
              SET SENSCUST_STATUS = 'X',
                  SENSCUST_ENDED_BY = :HV-OPERATOR,
                  SENSCUST_ENDED_DATE = :WS-TODAY-YMD
              WHERE (SENSCUST_ID = :HV-SENS-ID AND
                     SENSCUST_SORTCODE = :HV-SORTCODE AND
                     SENSCUST_CATEGORY IN ('P', 'I') AND
                     SENSCUST_STATUS = 'A')
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO SENSFUN-SUCCESS
                 MOVE '6' TO SENSFUN-FAIL-CODE
              WHEN OTHER
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'SENSFUN UNABLE TO UPDATE SENSCUST ROW'
                    ' SQLCODE=' SQLCODE-DISPLAY
                 MOVE 'N' TO SENSFUN-SUCCESS
                 MOVE '2' TO SENSFUN-FAIL-CODE
           END-EVALUATE.
       UTC999.
           EXIT.

      *----------------------------------------------------------------
      * The customer's active rows, oldest first.
      *----------------------------------------------------------------
       INQUIRE-THE-CUSTOMER SECTION.
       ITC010.
           MOVE 0 TO SENSFUN-SENS-COUNT.

           EXEC SQL
              DECLARE SENS_CSR CURSOR FOR
                 SELECT SENSCUST_ID, SENSCUST_CATEGORY,
                        SENSCUST_RELATED_OPERATOR, SENSCUST_REASON,
                        SENSCUST_FLAGGED_BY, SENSCUST_FLAGGED_DATE
                 FROM SENSCUST
                 WHERE (SENSCUST_SORTCODE = :HV-SORTCODE AND
                        SENSCUST_CUSTNO = :HV-CUSTNO AND
                        SENSCUST_STATUS = 'A')
                 ORDER BY SENSCUST_ID
           END-EXEC.

           EXEC SQL OPEN SENS_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO SENSFUN-SUCCESS
              MOVE '2' TO SENSFUN-FAIL-CODE
              GO TO ITC999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           MOVE 0 TO WS-SENS-SUB.

           PERFORM UNTIL WS-EOF OR WS-SENS-SUB = 5
              EXEC SQL
                 FETCH SENS_CSR
                 INTO :HV-SENS-ID, :HV-CATEGORY,
                      :HV-RELATED-OPERATOR, :HV-REASON,
                      :HV-FLAGGED-BY, :HV-FLAGGED-DATE
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-SENS-SUB
                 MOVE HV-SENS-ID
                    TO SENSFUN-SENS-ENTRY-ID(WS-SENS-SUB)
                 MOVE HV-CATEGORY
                    TO SENSFUN-SENS-CATEGORY(WS-SENS-SUB)
                 MOVE HV-RELATED-OPERATOR
                    TO SENSFUN-SENS-RELATED-OPER(WS-SENS-SUB)
                 MOVE HV-REASON
                    TO SENSFUN-SENS-REASON(WS-SENS-SUB)
                 MOVE HV-FLAGGED-BY
                    TO SENSFUN-SENS-FLAGGED-BY(WS-SENS-SUB)
                 MOVE HV-FLAGGED-DATE
                    TO SENSFUN-SENS-FLAGGED-DATE(WS-SENS-SUB)
              ELSE
                 MOVE 'Y' TO WS-EOF-SW
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE SENS_CSR END-EXEC.

           MOVE WS-SENS-SUB TO SENSFUN-SENS-COUNT.
       ITC999.
           EXIT.

      *----------------------------------------------------------------
      * A member of staff's declared customers. Any staff or relative
      * row still active for the operator that is no longer declared
      * is lifted first; each declared customer is then flagged
      * unless already flagged for the operator. A declared customer
      * not on file fails the call but the others are still kept.
      *----------------------------------------------------------------
       KEEP-OPERATOR-LINKS SECTION.
       KOL010.
           MOVE SENSFUN-RELATED-OPERATOR TO HV-RELATED-OPERATOR.
           MOVE SENSFUN-CUSTNO TO HV-OWN-CUSTNO.
           MOVE SENSFUN-RELATIVE-CUSTNO(1) TO HV-RELATIVE-1.
           MOVE SENSFUN-RELATIVE-CUSTNO(2) TO HV-RELATIVE-2.
           MOVE SENSFUN-RELATIVE-CUSTNO(3) TO HV-RELATIVE-3.

           EXEC SQL
              UPDATE SENSCUST
              SET SENSCUST_STATUS = 'X',
                  SENSCUST_ENDED_BY = :HV-OPERATOR,
                  SENSCUST_ENDED_DATE = :WS-TODAY-YMD
              WHERE (SENSCUST_SORTCODE = :HV-SORTCODE AND
                     SENSCUST_RELATED_OPERATOR = :HV-RELATED-OPERATOR
                     AND SENSCUST_STATUS = 'A' AND
                     ((SENSCUST_CATEGORY = 'S' AND
                       SENSCUST_CUSTNO <> :HV-OWN-CUSTNO) OR
                      (SENSCUST_CATEGORY = 'R' AND
                       SENSCUST_CUSTNO NOT IN (:HV-RELATIVE-1,
                                               :HV-RELATIVE-2,
                                               :HV-RELATIVE-3))))
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SENSFUN UNABLE TO LIFT SENSCUST ROWS'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO SENSFUN-SUCCESS
              MOVE '2' TO SENSFUN-FAIL-CODE
              GO TO KOL999
           END-IF.

           IF SENSFUN-CUSTNO NOT = ZERO
              MOVE SENSFUN-CUSTNO TO WS-LINK-CUSTNO
              MOVE 'S' TO HV-CATEGORY
              MOVE 'MEMBER OF STAFF' TO HV-REASON
              PERFORM KEEP-ONE-LINK
           END-IF.

           PERFORM VARYING WS-REL-SUB FROM 1 BY 1 UNTIL WS-REL-SUB > 3
              IF SENSFUN-RELATIVE-CUSTNO(WS-REL-SUB) NOT = ZERO
                 MOVE SENSFUN-RELATIVE-CUSTNO(WS-REL-SUB)
                    TO WS-LINK-CUSTNO
                 MOVE 'R' TO HV-CATEGORY
                 MOVE 'RELATIVE OF A MEMBER OF STAFF' TO HV-REASON
                 PERFORM KEEP-ONE-LINK
              END-IF
           END-PERFORM.
       KOL999.
           EXIT.

      *----------------------------------------------------------------
       KEEP-ONE-LINK SECTION.
       KOK010.
           PERFORM READ-THE-CUSTOMER.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              GO TO KOK999
           END-IF.

           MOVE WS-LINK-CUSTNO TO HV-CUSTNO.

           PERFORM ENSURE-SENS-ROW.
       KOK999.
           EXIT.

      *----------------------------------------------------------------
      * Flag HV-CUSTNO for HV-CATEGORY and HV-RELATED-OPERATOR unless
      * an active row already says so - HV-SENS-ID is the row's id
      * either way.
      *----------------------------------------------------------------
       ENSURE-SENS-ROW SECTION.
       ESR010.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-ACTIVE-COUNT
              FROM SENSCUST
              WHERE (SENSCUST_SORTCODE = :HV-SORTCODE AND
                     SENSCUST_CUSTNO = :HV-CUSTNO AND
                     SENSCUST_CATEGORY = :HV-CATEGORY AND
                     SENSCUST_RELATED_OPERATOR = :HV-RELATED-OPERATOR
                     AND SENSCUST_STATUS = 'A')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO SENSFUN-SUCCESS
              MOVE '2' TO SENSFUN-FAIL-CODE
              GO TO ESR999
           END-IF.

           IF HV-ACTIVE-COUNT > 0
              EXEC SQL
                 SELECT MIN(SENSCUST_ID)
                 INTO :HV-SENS-ID
                 FROM SENSCUST
                 WHERE (SENSCUST_SORTCODE = :HV-SORTCODE AND
                        SENSCUST_CUSTNO = :HV-CUSTNO AND
                        SENSCUST_CATEGORY = :HV-CATEGORY AND
                        SENSCUST_RELATED_OPERATOR =
                           :HV-RELATED-OPERATOR AND
                        SENSCUST_STATUS = 'A')
              END-EXEC
              GO TO ESR999
           END-IF.

           PERFORM ALLOCATE-NEXT-SENS-ID.

           EXEC SQL
              INSERT INTO SENSCUST
                 (SENSCUST_ID, SENSCUST_SORTCODE, SENSCUST_CUSTNO,
                  SENSCUST_CATEGORY, SENSCUST_RELATED_OPERATOR,
                  SENSCUST_REASON, SENSCUST_FLAGGED_BY,
                  SENSCUST_FLAGGED_DATE, SENSCUST_STATUS,
                  SENSCUST_ENDED_BY, SENSCUST_ENDED_DATE)
              VALUES
                 (:HV-SENS-ID, :HV-SORTCODE, :HV-CUSTNO,
                  :HV-CATEGORY, :HV-RELATED-OPERATOR,
                  :HV-REASON, :HV-OPERATOR,
                  :WS-TODAY-YMD, 'A',
                  ' ', ' ')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SENSFUN UNABLE TO INSERT SENSCUST ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO SENSFUN-SUCCESS
              MOVE '2' TO SENSFUN-FAIL-CODE
           END-IF.
       ESR999.
           EXIT.

      *----------------------------------------------------------------
       CHECK-ENTITLEMENT SECTION.
       CEN010.
           INITIALIZE ENTLFUN-COMMAREA.
           SET ENTLFUN-CHECK TO TRUE.
           MOVE SENSFUN-SORTCODE TO ENTLFUN-SORTCODE.
           MOVE 'S' TO ENTLFUN-CLASS.

           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC.

           IF ENTLFUN-ALLOWED NOT = 'Y'
              MOVE 'N' TO SENSFUN-SUCCESS
              MOVE 'S' TO SENSFUN-FAIL-CODE
           END-IF.
       CEN999.
           EXIT.

      *----------------------------------------------------------------
       READ-THE-CUSTOMER SECTION.
       RTC010.
           MOVE SENSFUN-SORTCODE TO CUSTOMER-SORTCODE.
           MOVE WS-LINK-CUSTNO TO CUSTOMER-NUMBER.

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
                 MOVE 'N' TO SENSFUN-SUCCESS
                 MOVE '1' TO SENSFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO SENSFUN-SUCCESS
                 MOVE '2' TO SENSFUN-FAIL-CODE
           END-EVALUATE.
       RTC999.
           EXIT.

      *----------------------------------------------------------------
       ALLOCATE-NEXT-SENS-ID SECTION.
       ANSI010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           STRING HV-SORTCODE       DELIMITED BY SIZE,
                  '-SENS-LAST'      DELIMITED BY SIZE
                  INTO GETCTRL-NAME OF GETCTRL-COMMAREA
           END-STRING.
           MOVE 0 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           COMPUTE HV-SENS-ID =
              GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA + 1.

           MOVE 'S' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE HV-SENS-ID TO GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA.
           MOVE SPACES TO GETCTRL-VALUE-STR OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.
       ANSI999.
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
