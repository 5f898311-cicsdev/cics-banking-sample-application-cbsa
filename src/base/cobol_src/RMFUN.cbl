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
      * Title: RMFUN                                                   *
      *                                                                *
      * Description: Relationship manager service, LINKed with the     *
      *              RMFUN commarea. Premier and business customers    *
      *              each have a named RM; until now that lived only   *
      *              in spreadsheets, rebuilt by hand when an RM       *
      *              left. The assignment is held on CUSTRM (RMDB2):   *
      *                - ASSIGN gives a customer an RM, or moves them  *
      *                  to another one;                               *
      *                - UNASSIGN takes the RM off the customer;       *
      *                - INQUIRE returns the customer's RM;            *
      *                - REASSIGN hands every customer of one RM to    *
      *                  another in one step.                          *
      *              The RM must be a known operator - ENTLFUN VERIFY  *
      *              against ENTITLE - and every change leaves an      *
      *              RMAUDIT row with the operator who made it.        *
      *              ASSIGN and UNASSIGN need the maintenance          *
      *              entitlement, REASSIGN the supervisor's.           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMFUN.
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

           EXEC SQL INCLUDE RMDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-CUSTNO                         PIC X(10).
       01 HV-RM-ID                          PIC X(3).
       01 HV-OLD-RM-ID                      PIC X(3).
       01 HV-ASSIGNED-DATE                  PIC X(8).
       01 HV-ASSIGNED-BY                    PIC X(3).
       01 HV-FROM-RM                        PIC X(3).
       01 HV-TO-RM                          PIC X(3).
       01 HV-OPERATOR                       PIC X(3).
       01 HV-AUDIT-ACTION                   PIC X.
       01 HV-AUDIT-COUNT                    PIC S9(9) COMP.
       01 HV-TIME                           PIC X(6).

       01 WS-CICS-WORK-AREA.
          05 WS-CICS-RESP               PIC S9(8) COMP.
          05 WS-CICS-RESP2              PIC S9(8) COMP.

       01 WS-CUSTOMER-AREA.
           COPY CUSTOMER.

       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-TODAY-YMD                      PIC X(8).

       01 WS-CLASS-WANTED                   PIC X.

       01 WS-ROW-FOUND-SW                   PIC X.
          88 WS-ROW-FOUND                   VALUE 'Y'.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY RMFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO RMFUN-SUCCESS.
           MOVE SPACE TO RMFUN-FAIL-CODE.

           PERFORM POPULATE-TIME-DATE.

           MOVE RMFUN-SORTCODE TO HV-SORTCODE.
           MOVE RMFUN-CUSTNO TO HV-CUSTNO.
           MOVE EIBOPID TO HV-OPERATOR.

           EVALUATE TRUE
              WHEN RMFUN-ASSIGN
                 PERFORM ASSIGN-THE-RM
              WHEN RMFUN-UNASSIGN
                 PERFORM UNASSIGN-THE-RM
              WHEN RMFUN-INQUIRE
                 PERFORM INQUIRE-THE-RM
              WHEN RMFUN-REASSIGN
                 PERFORM REASSIGN-THE-BOOK
              WHEN OTHER
                 MOVE 'N' TO RMFUN-SUCCESS
                 MOVE '9' TO RMFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * Give the customer an RM, replacing whoever they had.
      *----------------------------------------------------------------
       ASSIGN-THE-RM SECTION.
       ATR010.
           MOVE 'M' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF RMFUN-SUCCESS = 'N'
              GO TO ATR999
           END-IF.

           PERFORM READ-THE-CUSTOMER.

           IF RMFUN-SUCCESS = 'N'
              GO TO ATR999
           END-IF.

           MOVE RMFUN-RM-ID TO HV-RM-ID.
           PERFORM VERIFY-THE-RM.

           IF RMFUN-SUCCESS = 'N'
              GO TO ATR999
           END-IF.

           PERFORM READ-CURRENT-RM.

           IF RMFUN-SUCCESS = 'N'
              GO TO ATR999
           END-IF.

           MOVE RMFUN-RM-ID TO HV-RM-ID.

           IF WS-ROW-FOUND
              EXEC SQL
                 UPDATE CUSTRM
                 SET CUSTRM_RM_ID = :HV-RM-ID,
                     CUSTRM_ASSIGNED_DATE = :WS-TODAY-YMD,
                     CUSTRM_ASSIGNED_BY = :HV-OPERATOR
                 WHERE (CUSTRM_SORTCODE = :HV-SORTCODE AND
                        CUSTRM_CUSTNO = :HV-CUSTNO)
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO CUSTRM
                    (CUSTRM_SORTCODE, CUSTRM_CUSTNO, CUSTRM_RM_ID,
                     CUSTRM_ASSIGNED_DATE, CUSTRM_ASSIGNED_BY)
                 VALUES
                    (:HV-SORTCODE, :HV-CUSTNO, :HV-RM-ID,
                     :WS-TODAY-YMD, :HV-OPERATOR)
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'RMFUN UNABLE TO STORE CUSTRM ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO RMFUN-SUCCESS
              MOVE '2' TO RMFUN-FAIL-CODE
              GO TO ATR999
           END-IF.

           MOVE 'A' TO HV-AUDIT-ACTION.
           MOVE HV-OLD-RM-ID TO HV-FROM-RM.
           MOVE HV-RM-ID TO HV-TO-RM.
           MOVE 1 TO HV-AUDIT-COUNT.
           PERFORM WRITE-THE-AUDIT.

           MOVE WS-TODAY-YMD TO RMFUN-ASSIGNED-DATE.
           MOVE HV-OPERATOR TO RMFUN-ASSIGNED-BY.
       ATR999.
           EXIT.

      *----------------------------------------------------------------
       UNASSIGN-THE-RM SECTION.
       UTR010.
           MOVE 'M' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF RMFUN-SUCCESS = 'N'
              GO TO UTR999
           END-IF.

           PERFORM READ-CURRENT-RM.

           IF RMFUN-SUCCESS = 'N'
              GO TO UTR999
           END-IF.

           IF NOT WS-ROW-FOUND
              MOVE 'N' TO RMFUN-SUCCESS
              MOVE '3' TO RMFUN-FAIL-CODE
              GO TO UTR999
           END-IF.

           EXEC SQL
              DELETE FROM CUSTRM
              WHERE (CUSTRM_SORTCODE = :HV-SORTCODE AND
                     CUSTRM_CUSTNO = :HV-CUSTNO)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO RMFUN-SUCCESS
              MOVE '2' TO RMFUN-FAIL-CODE
              GO TO UTR999
           END-IF.

           MOVE 'U' TO HV-AUDIT-ACTION.
           MOVE HV-OLD-RM-ID TO HV-FROM-RM.
           MOVE SPACES TO HV-TO-RM.
           MOVE 1 TO HV-AUDIT-COUNT.
           PERFORM WRITE-THE-AUDIT.
       UTR999.
           EXIT.

      *----------------------------------------------------------------
       INQUIRE-THE-RM SECTION.
       ITR010.
           PERFORM READ-CURRENT-RM.

           IF RMFUN-SUCCESS = 'N'
              GO TO ITR999
           END-IF.

           IF NOT WS-ROW-FOUND
              MOVE SPACES TO RMFUN-RM-ID
              MOVE 'N' TO RMFUN-SUCCESS
              MOVE '3' TO RMFUN-FAIL-CODE
              GO TO ITR999
           END-IF.

           MOVE HV-OLD-RM-ID TO RMFUN-RM-ID.
           MOVE HV-ASSIGNED-DATE TO RMFUN-ASSIGNED-DATE.
           MOVE HV-ASSIGNED-BY TO RMFUN-ASSIGNED-BY.
       ITR999.
           EXIT.

      *----------------------------------------------------------------
      * Hand a whole book over: every customer of the from-RM goes
      * to the to-RM, with one audit row saying how many moved.
      *----------------------------------------------------------------
       REASSIGN-THE-BOOK SECTION.
       RTB010.
           MOVE 0 TO RMFUN-MOVED-COUNT.

           MOVE 'S' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF RMFUN-SUCCESS = 'N'
              GO TO RTB999
           END-IF.

           IF RMFUN-FROM-RM = RMFUN-TO-RM
              MOVE 'N' TO RMFUN-SUCCESS
              MOVE '5' TO RMFUN-FAIL-CODE
              GO TO RTB999
           END-IF.

           MOVE RMFUN-TO-RM TO HV-RM-ID.
           PERFORM VERIFY-THE-RM.

           IF RMFUN-SUCCESS = 'N'
              GO TO RTB999
           END-IF.

           MOVE RMFUN-FROM-RM TO HV-FROM-RM.
           MOVE RMFUN-TO-RM TO HV-TO-RM.

           EXEC SQL
              UPDATE CUSTRM
              SET CUSTRM_RM_ID = :HV-TO-RM,
                  CUSTRM_ASSIGNED_DATE = :WS-TODAY-YMD,
                  CUSTRM_ASSIGNED_BY = :HV-OPERATOR
              WHERE (CUSTRM_SORTCODE = :HV-SORTCODE AND
                     CUSTRM_RM_ID = :HV-FROM-RM)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO RMFUN-SUCCESS
                 MOVE '3' TO RMFUN-FAIL-CODE
                 GO TO RTB999
              WHEN OTHER
                 MOVE 'N' TO RMFUN-SUCCESS
                 MOVE '2' TO RMFUN-FAIL-CODE
                 GO TO RTB999
           END-EVALUATE.

           MOVE SQLERRD(3) TO HV-AUDIT-COUNT.
           MOVE HV-AUDIT-COUNT TO RMFUN-MOVED-COUNT.

           MOVE 'R' TO HV-AUDIT-ACTION.
           MOVE SPACES TO HV-CUSTNO.
           PERFORM WRITE-THE-AUDIT.
       RTB999.
           EXIT.

      *----------------------------------------------------------------
       CHECK-ENTITLEMENT SECTION.
       CEN010.
           INITIALIZE ENTLFUN-COMMAREA.
           SET ENTLFUN-CHECK TO TRUE.
           MOVE RMFUN-SORTCODE TO ENTLFUN-SORTCODE.
           MOVE WS-CLASS-WANTED TO ENTLFUN-CLASS.

           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC.

           IF ENTLFUN-ALLOWED NOT = 'Y'
              MOVE 'N' TO RMFUN-SUCCESS
              MOVE 'S' TO RMFUN-FAIL-CODE
           END-IF.
       CEN999.
           EXIT.

      *----------------------------------------------------------------
      * An RM is an operator id, and it must be one ENTITLE knows.
      *----------------------------------------------------------------
       VERIFY-THE-RM SECTION.
       VTR010.
           IF HV-RM-ID = SPACES
              MOVE 'N' TO RMFUN-SUCCESS
              MOVE '4' TO RMFUN-FAIL-CODE
              GO TO VTR999
           END-IF.

           INITIALIZE ENTLFUN-COMMAREA.
           SET ENTLFUN-VERIFY TO TRUE.
           MOVE RMFUN-SORTCODE TO ENTLFUN-SORTCODE.
           MOVE HV-RM-ID TO ENTLFUN-TARGET-OPERATOR.

           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC.

           EVALUATE TRUE
              WHEN ENTLFUN-ALLOWED = 'Y'
                 CONTINUE
              WHEN ENTLFUN-FAIL-CODE = '1'
                 MOVE 'N' TO RMFUN-SUCCESS
                 MOVE '4' TO RMFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO RMFUN-SUCCESS
                 MOVE '2' TO RMFUN-FAIL-CODE
           END-EVALUATE.
       VTR999.
           EXIT.

      *----------------------------------------------------------------
       READ-THE-CUSTOMER SECTION.
       RTC010.
           MOVE RMFUN-SORTCODE TO CUSTOMER-SORTCODE.
           MOVE RMFUN-CUSTNO TO CUSTOMER-NUMBER.

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
                 MOVE 'N' TO RMFUN-SUCCESS
                 MOVE '1' TO RMFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO RMFUN-SUCCESS
                 MOVE '2' TO RMFUN-FAIL-CODE
           END-EVALUATE.
       RTC999.
           EXIT.

      *----------------------------------------------------------------
       READ-CURRENT-RM SECTION.
       RCR010.
           MOVE 'N' TO WS-ROW-FOUND-SW.
           MOVE SPACES TO HV-OLD-RM-ID.

           EXEC SQL
              SELECT CUSTRM_RM_ID, CUSTRM_ASSIGNED_DATE,
                     CUSTRM_ASSIGNED_BY
              INTO :HV-OLD-RM-ID, :HV-ASSIGNED-DATE,
                   :HV-ASSIGNED-BY
              FROM CUSTRM
              WHERE (CUSTRM_SORTCODE = :HV-SORTCODE AND
                     CUSTRM_CUSTNO = :HV-CUSTNO)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'Y' TO WS-ROW-FOUND-SW
              WHEN 100
                 MOVE SPACES TO HV-OLD-RM-ID
              WHEN OTHER
                 MOVE 'N' TO RMFUN-SUCCESS
                 MOVE '2' TO RMFUN-FAIL-CODE
           END-EVALUATE.
       RCR999.
           EXIT.

      *----------------------------------------------------------------
      * A change that cannot be audited is not made.
      *----------------------------------------------------------------
       WRITE-THE-AUDIT SECTION.
       WTA010.
           EXEC SQL
              INSERT INTO RMAUDIT
                 (RMAUDIT_SORTCODE, RMAUDIT_DATE, RMAUDIT_TIME,
                  RMAUDIT_OPERATOR, RMAUDIT_ACTION, RMAUDIT_CUSTNO,
                  RMAUDIT_FROM_RM, RMAUDIT_TO_RM, RMAUDIT_CUST_COUNT)
              VALUES
                 (:HV-SORTCODE, :WS-TODAY-YMD, :HV-TIME,
                  :HV-OPERATOR, :HV-AUDIT-ACTION, :HV-CUSTNO,
                  :HV-FROM-RM, :HV-TO-RM, :HV-AUDIT-COUNT)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'RMFUN UNABLE TO WRITE RMAUDIT ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 0 TO RMFUN-MOVED-COUNT
              MOVE 'N' TO RMFUN-SUCCESS
              MOVE '2' TO RMFUN-FAIL-CODE
           END-IF.
       WTA999.
           EXIT.

       POPULATE-TIME-DATE SECTION.
       PTD010.
           EXEC CICS ASKTIME
              ABSTIME(WS-U-TIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     YYYYMMDD(WS-TODAY-YMD)
                     TIME(HV-TIME)
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
