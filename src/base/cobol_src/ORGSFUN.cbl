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
      * Title: ORGSFUN                                                 *
      *                                                                *
      * Description: Authorised signatory register for organisation   *
      *              customers (ORGSIGN), LINKed with the ORGSFUN     *
      *              commarea. ADD links an individual customer to a  *
      *              limited company, partnership or club with a role *
      *              and a personal signing limit - and, since the    *
      *              people who act for a body are as much a part of  *
      *              knowing the customer as the body itself, brings  *
      *              them into the organisation's KYC checklist       *
      *              (KYCFUN) and screens them against the watchlist  *
      *              (SCRNFUN). REMOVE ends a signatory's authority   *
      *              but keeps the row as evidence; LIST returns the  *
      *              active signatories; CHECK answers whether a      *
      *              given person may sign a given amount for the     *
      *              body.                                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGSFUN.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Copyright statement as a literal to go into the load module
       77 FILLER PIC X(34) VALUE 'Copyright contributors to the CICS'.
       77 FILLER PIC X(34) VALUE 'Banking Sample Application (CBSA)'.
       77 FILLER PIC X(8)  VALUE ' project'.

           EXEC SQL INCLUDE ORGSDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-ORG-CUSTNO                     PIC X(10).
       01 HV-SIG-CUSTNO                     PIC X(10).
       01 HV-ROLE                           PIC X.
       01 HV-SIGN-LIMIT                     PIC S9(10)V99 COMP-3.
       01 HV-ADDED-DATE                     PIC X(8).
       01 HV-OPERATOR                       PIC X(3).

       01 WS-CICS-WORK-AREA.
          05 WS-CICS-RESP                   PIC S9(8) COMP.
          05 WS-CICS-RESP2                  PIC S9(8) COMP.

       01 WS-CUST-DATA.
          COPY CUSTOMER.

       01 WS-CUST-KEY.
          03 WS-CUST-KEY-SORTCODE           PIC 9(6).
          03 WS-CUST-KEY-NUMBER             PIC 9(10).

       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

       01 WS-KYCFUN-PGM                     PIC X(8) VALUE 'KYCFUN'.
       01 KYCFUN-COMMAREA.
           COPY KYCFUN.

       01 WS-SCRNFUN-PGM                    PIC X(8) VALUE 'SCRNFUN'.
       01 SCRNFUN-COMMAREA.
           COPY SCRNFUN.

       01 WS-TODAY-YMD                      PIC X(8).
       01 WS-ROW-SUB                        PIC S9(4) COMP.
       01 WS-EOF-SW                         PIC X.
          88 WS-EOF                         VALUE 'Y'.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY ORGSFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO ORGSFUN-SUCCESS.
           MOVE SPACE TO ORGSFUN-FAIL-CODE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD.
           MOVE ORGSFUN-SORTCODE TO HV-SORTCODE.
           MOVE ORGSFUN-ORG-CUSTNO TO HV-ORG-CUSTNO.
           MOVE ORGSFUN-SIG-CUSTNO TO HV-SIG-CUSTNO.
           MOVE EIBOPID TO HV-OPERATOR.

           EVALUATE TRUE
              WHEN ORGSFUN-ADD
                 PERFORM ADD-ONE-SIGNATORY
              WHEN ORGSFUN-REMOVE
                 PERFORM REMOVE-ONE-SIGNATORY
              WHEN ORGSFUN-LIST
                 PERFORM LIST-THE-SIGNATORIES
              WHEN ORGSFUN-CHECK
                 PERFORM CHECK-SIGNING-AUTHORITY
              WHEN OTHER
                 MOVE 'N' TO ORGSFUN-SUCCESS
                 MOVE '9' TO ORGSFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * Record a signatory, or change the role and limit of one
      * already on the register (a removed signatory re-appointed
      * becomes active again). The organisation must be an
      * organisation and the signatory a person - a company does
      * not sign for another company through this register.
      *----------------------------------------------------------------
       ADD-ONE-SIGNATORY SECTION.
       AOS010.
           PERFORM CHECK-MAINTENANCE-ENTITLEMENT.

           IF ORGSFUN-SUCCESS = 'N'
              GO TO AOS999
           END-IF.

           IF NOT ORGSFUN-ROLE-VALID OR ORGSFUN-SIGN-LIMIT < 0
              MOVE 'N' TO ORGSFUN-SUCCESS
              MOVE '3' TO ORGSFUN-FAIL-CODE
              GO TO AOS999
           END-IF.

           MOVE ORGSFUN-ORG-CUSTNO TO WS-CUST-KEY-NUMBER.
           PERFORM READ-ONE-CUSTOMER.

           IF ORGSFUN-SUCCESS = 'N'
              GO TO AOS999
           END-IF.

           IF NOT CUSTOMER-ORGANISATION OF WS-CUST-DATA
              MOVE 'N' TO ORGSFUN-SUCCESS
              MOVE '4' TO ORGSFUN-FAIL-CODE
              GO TO AOS999
           END-IF.

           MOVE ORGSFUN-SIG-CUSTNO TO WS-CUST-KEY-NUMBER.
           PERFORM READ-ONE-CUSTOMER.

           IF ORGSFUN-SUCCESS = 'N'
              GO TO AOS999
           END-IF.

           IF NOT CUSTOMER-PERSON OF WS-CUST-DATA
              MOVE 'N' TO ORGSFUN-SUCCESS
              MOVE '4' TO ORGSFUN-FAIL-CODE
              GO TO AOS999
           END-IF.

           MOVE ORGSFUN-ROLE TO HV-ROLE.
           MOVE ORGSFUN-SIGN-LIMIT TO HV-SIGN-LIMIT.

           EXEC SQL
              UPDATE ORGSIGN
              SET ORGSIGN_ROLE = :HV-ROLE,
                  ORGSIGN_SIGN_LIMIT = :HV-SIGN-LIMIT,
                  ORGSIGN_STATUS = 'A',
                  ORGSIGN_ADDED_DATE = :WS-TODAY-YMD,
                  ORGSIGN_ADDED_BY = :HV-OPERATOR,
                  ORGSIGN_REMOVED_DATE = NULL,
                  ORGSIGN_REMOVED_BY = NULL
              WHERE ORGSIGN_SORTCODE = :HV-SORTCODE
                AND ORGSIGN_ORG_CUSTNO = :HV-ORG-CUSTNO
                AND ORGSIGN_SIG_CUSTNO = :HV-SIG-CUSTNO
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO ORGSIGN
                    (ORGSIGN_SORTCODE, ORGSIGN_ORG_CUSTNO,
                     ORGSIGN_SIG_CUSTNO, ORGSIGN_ROLE,
                     ORGSIGN_SIGN_LIMIT, ORGSIGN_STATUS,
                     ORGSIGN_ADDED_DATE, ORGSIGN_ADDED_BY)
                 VALUES
                    (:HV-SORTCODE, :HV-ORG-CUSTNO,
                     :HV-SIG-CUSTNO, :HV-ROLE,
                     :HV-SIGN-LIMIT, 'A',
                     :WS-TODAY-YMD, :HV-OPERATOR)
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'ORGSFUN UNABLE TO RECORD ORGSIGN ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO ORGSFUN-SUCCESS
              MOVE '2' TO ORGSFUN-FAIL-CODE
              GO TO AOS999
           END-IF.

      *
      *    The signatory is now someone we must know as well as we
      *    know the body. Neither hook can undo the appointment.
      *
           PERFORM ADD-TO-KYC-CHECKLIST.

           PERFORM SCREEN-NEW-SIGNATORY.
       AOS999.
           EXIT.

      *----------------------------------------------------------------
       REMOVE-ONE-SIGNATORY SECTION.
       ROS010.
           PERFORM CHECK-MAINTENANCE-ENTITLEMENT.

           IF ORGSFUN-SUCCESS = 'N'
              GO TO ROS999
           END-IF.

           EXEC SQL
              UPDATE ORGSIGN
              SET ORGSIGN_STATUS = 'R',
                  ORGSIGN_REMOVED_DATE = :WS-TODAY-YMD,
                  ORGSIGN_REMOVED_BY = :HV-OPERATOR
              WHERE ORGSIGN_SORTCODE = :HV-SORTCODE
                AND ORGSIGN_ORG_CUSTNO = :HV-ORG-CUSTNO
                AND ORGSIGN_SIG_CUSTNO = :HV-SIG-CUSTNO
                AND ORGSIGN_STATUS = 'A'
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO ORGSFUN-SUCCESS
                 MOVE '1' TO ORGSFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO ORGSFUN-SUCCESS
                 MOVE '2' TO ORGSFUN-FAIL-CODE
           END-EVALUATE.
       ROS999.
           EXIT.

      *----------------------------------------------------------------
       LIST-THE-SIGNATORIES SECTION.
       LTS010.
           MOVE 0 TO ORGSFUN-ROWS-RETURNED.

           EXEC SQL
              DECLARE ORGS_CSR CURSOR FOR
                 SELECT ORGSIGN_SIG_CUSTNO, ORGSIGN_ROLE,
                        ORGSIGN_SIGN_LIMIT, ORGSIGN_ADDED_DATE
                 FROM ORGSIGN
                 WHERE (ORGSIGN_SORTCODE = :HV-SORTCODE AND
                        ORGSIGN_ORG_CUSTNO = :HV-ORG-CUSTNO AND
                        ORGSIGN_STATUS = 'A')
                 ORDER BY ORGSIGN_SIG_CUSTNO
           END-EXEC.

           EXEC SQL OPEN ORGS_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO ORGSFUN-SUCCESS
              MOVE '2' TO ORGSFUN-FAIL-CODE
              GO TO LTS999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           MOVE 0 TO WS-ROW-SUB.

           PERFORM FETCH-ONE-SIGNATORY
              UNTIL WS-ROW-SUB = 8 OR WS-EOF.

           EXEC SQL CLOSE ORGS_CSR END-EXEC.

           MOVE WS-ROW-SUB TO ORGSFUN-ROWS-RETURNED.
       LTS999.
           EXIT.

       FETCH-ONE-SIGNATORY SECTION.
       FOS010.
           EXEC SQL
              FETCH ORGS_CSR
              INTO :HV-SIG-CUSTNO, :HV-ROLE, :HV-SIGN-LIMIT,
                   :HV-ADDED-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
              GO TO FOS999
           END-IF.

           ADD 1 TO WS-ROW-SUB.
           MOVE HV-SIG-CUSTNO TO ORGSFUN-SG-CUSTNO(WS-ROW-SUB).
           MOVE HV-ROLE TO ORGSFUN-SG-ROLE(WS-ROW-SUB).
           MOVE HV-SIGN-LIMIT TO ORGSFUN-SG-SIGN-LIMIT(WS-ROW-SUB).
           MOVE HV-ADDED-DATE TO ORGSFUN-SG-ADDED-DATE(WS-ROW-SUB).
           MOVE SPACES TO ORGSFUN-SG-NAME(WS-ROW-SUB).

      *
      *    The name is for the operator's benefit only - a customer
      *    record that cannot be read leaves it blank rather than
      *    failing the list.
      *
           MOVE ORGSFUN-SORTCODE TO WS-CUST-KEY-SORTCODE.
           MOVE HV-SIG-CUSTNO TO WS-CUST-KEY-NUMBER.

           EXEC CICS READ FILE('CUSTOMER')
                RIDFLD(WS-CUST-KEY)
                INTO(WS-CUST-DATA)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
              MOVE CUSTOMER-NAME OF WS-CUST-DATA
                 TO ORGSFUN-SG-NAME(WS-ROW-SUB)
           END-IF.
       FOS999.
           EXIT.

      *----------------------------------------------------------------
      * May this person sign this amount for the body? Only an
      * active signatory may, and only within their personal limit
      * where they have one.
      *----------------------------------------------------------------
       CHECK-SIGNING-AUTHORITY SECTION.
       CSA010.
           MOVE 'N' TO ORGSFUN-ALLOWED.

           EXEC SQL
              SELECT ORGSIGN_ROLE, ORGSIGN_SIGN_LIMIT
              INTO :HV-ROLE, :HV-SIGN-LIMIT
              FROM ORGSIGN
              WHERE ORGSIGN_SORTCODE = :HV-SORTCODE
                AND ORGSIGN_ORG_CUSTNO = :HV-ORG-CUSTNO
                AND ORGSIGN_SIG_CUSTNO = :HV-SIG-CUSTNO
                AND ORGSIGN_STATUS = 'A'
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 GO TO CSA999
              WHEN OTHER
                 MOVE 'N' TO ORGSFUN-SUCCESS
                 MOVE '2' TO ORGSFUN-FAIL-CODE
                 GO TO CSA999
           END-EVALUATE.

           MOVE HV-ROLE TO ORGSFUN-ROLE.
           MOVE HV-SIGN-LIMIT TO ORGSFUN-SIGN-LIMIT.

           IF HV-SIGN-LIMIT = 0 OR ORGSFUN-AMOUNT NOT > HV-SIGN-LIMIT
              MOVE 'Y' TO ORGSFUN-ALLOWED
           END-IF.
       CSA999.
           EXIT.

      *----------------------------------------------------------------
       READ-ONE-CUSTOMER SECTION.
       ROC010.
           MOVE ORGSFUN-SORTCODE TO WS-CUST-KEY-SORTCODE.

           EXEC CICS READ FILE('CUSTOMER')
                RIDFLD(WS-CUST-KEY)
                INTO(WS-CUST-DATA)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'N' TO ORGSFUN-SUCCESS
              IF WS-CICS-RESP = DFHRESP(NOTFND)
                 MOVE '1' TO ORGSFUN-FAIL-CODE
              ELSE
                 MOVE '2' TO ORGSFUN-FAIL-CODE
              END-IF
           END-IF.
       ROC999.
           EXIT.

      *----------------------------------------------------------------
      * Add the signatory to the organisation's checklist - their
      * own identity must be verified and the body's mandate naming
      * them sighted before the body's money moves again.
      *----------------------------------------------------------------
       ADD-TO-KYC-CHECKLIST SECTION.
       ATK010.
           INITIALIZE KYCFUN-COMMAREA.
           SET KYCFUN-SIGNATORY TO TRUE.
           MOVE ORGSFUN-SORTCODE TO KYCFUN-SORTCODE.
           MOVE ORGSFUN-ORG-CUSTNO TO KYCFUN-CUSTNO.
           MOVE ORGSFUN-SIG-CUSTNO TO KYCFUN-SIGNATORY-CUSTNO.

           EXEC CICS LINK PROGRAM(WS-KYCFUN-PGM)
                      COMMAREA(KYCFUN-COMMAREA)
                      RESP(WS-CICS-RESP)
                      RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
              KYCFUN-SUCCESS NOT = 'Y'
              DISPLAY 'ORGSFUN UNABLE TO ADD SIGNATORY TO KYC'
                 ' CHECKLIST FAIL-CODE=' KYCFUN-FAIL-CODE
           END-IF.
       ATK999.
           EXIT.

      *----------------------------------------------------------------
      * Screen the new signatory as subject 'G' - a hit lands on the
      * SCRNQ review queue against the signatory's own customer
      * number, like any other screening hit.
      *----------------------------------------------------------------
       SCREEN-NEW-SIGNATORY SECTION.
       SNS010.
           INITIALIZE SCRNFUN-COMMAREA.
           SET SCRNFUN-SCREEN TO TRUE.
           MOVE ORGSFUN-SORTCODE TO SCRNFUN-SORTCODE.
           MOVE 'G' TO SCRNFUN-SUBJECT-TYPE.
           MOVE ORGSFUN-SIG-CUSTNO TO SCRNFUN-CUSTNO.
           MOVE CUSTOMER-GIVEN-NAME OF WS-CUST-DATA
              TO SCRNFUN-GIVEN-NAME.
           MOVE CUSTOMER-FAMILY-NAME OF WS-CUST-DATA
              TO SCRNFUN-FAMILY-NAME.
           MOVE CUSTOMER-DATE-OF-BIRTH OF WS-CUST-DATA
              TO SCRNFUN-DATE-OF-BIRTH.

           EXEC CICS LINK PROGRAM(WS-SCRNFUN-PGM)
                      COMMAREA(SCRNFUN-COMMAREA)
           END-EXEC.

           IF SCRNFUN-SUCCESS NOT = 'Y'
              DISPLAY 'ORGSFUN UNABLE TO SCREEN SIGNATORY'
                 ' FAIL-CODE=' SCRNFUN-FAIL-CODE
           END-IF.
       SNS999.
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
              MOVE 'N' TO ORGSFUN-SUCCESS
              MOVE 'S' TO ORGSFUN-FAIL-CODE
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
