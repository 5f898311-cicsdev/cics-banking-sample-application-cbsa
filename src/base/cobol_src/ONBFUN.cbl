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
      * Title: ONBFUN                                                  *
      *                                                                *
      * Description: Onboarding application service. A would-be        *
      *              customer becomes an ONBAPP row (ONBDB2), not a    *
      *              CUSTOMER record, and the row is walked through    *
      *              the same checks CRECUST makes, each of which may  *
      *              have to wait for a person:                        *
      *                - screening: SCRNFUN screens the applicant as   *
      *                  subject 'A' against the watchlist and the PEP *
      *                  list; any hit waits for the compliance        *
      *                  decision, a confirmed sanctions hit declines, *
      *                  a confirmed PEP hit is carried forward;       *
      *                - duplicate check: the CUSTNAME index search    *
      *                  and scoring CRECUST uses; a probable existing *
      *                  customer waits for an operator to RESOLVE it; *
      *                - KYC: the identity and address documents must  *
      *                  both be sighted (DOCUMENT);                   *
      *                - credit check: the credit agencies are asked   *
      *                  the same way CRECUST asks them; no answer     *
      *                  leaves the application to try again, a score  *
      *                  below CONTROL ONB-MIN-SCORE (300) declines.   *
      *              Only then is CRECUST called - told the checks     *
      *              are done - then the documents are recorded on the *
      *              customer's KYC checklist, a confirmed PEP is      *
      *              flagged through PEPFUN, and the account asked for *
      *              is opened through CREACC. Applications that stop  *
      *              moving are expired and purged by ONBEXPR, and     *
      *              ONBRPT reports the funnel.                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONBFUN.
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

           EXEC SQL INCLUDE ONBDB2 END-EXEC.
           EXEC SQL INCLUDE SCRNDB2 END-EXEC.
           EXEC SQL INCLUDE PEPDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-ONBAPP-SORTCODE                PIC X(6).
       01 HV-ONBAPP-ID                      PIC S9(9) COMP.
       01 HV-ONBAPP-CHANNEL                 PIC X.
       01 HV-ONBAPP-STATUS                  PIC X.
       01 HV-ONBAPP-STAGE                   PIC S9(9) COMP.
       01 HV-ONBAPP-NAME                    PIC X(60).
       01 HV-ONBAPP-NAME-GROUP REDEFINES HV-ONBAPP-NAME.
          03 FILLER                         PIC X(8).
          03 HV-ONBAPP-GIVEN-NAME           PIC X(20).
          03 FILLER                         PIC X(10).
          03 HV-ONBAPP-FAMILY-NAME          PIC X(20).
          03 FILLER                         PIC X(2).
       01 HV-ONBAPP-ADDRESS                 PIC X(160).
       01 HV-ONBAPP-ADDRESS-GROUP REDEFINES HV-ONBAPP-ADDRESS.
          03 FILLER                         PIC X(150).
          03 HV-ONBAPP-POSTCODE             PIC X(10).
       01 HV-ONBAPP-DOB                     PIC X(8).
       01 HV-ONBAPP-DOB-NUM REDEFINES HV-ONBAPP-DOB PIC 9(8).
       01 HV-ONBAPP-BRANCH                  PIC S9(9) COMP.
       01 HV-ONBAPP-ACC-TYPE                PIC X(8).
       01 HV-ONBAPP-INT-RATE                PIC S9(4)V99 COMP-3.
       01 HV-ONBAPP-OVERDRAFT               PIC S9(9) COMP.
       01 HV-ONBAPP-SCRN-HITS               PIC S9(9) COMP.
       01 HV-ONBAPP-PEP-CATEGORY            PIC X.
       01 HV-ONBAPP-DUP-CUSTNO              PIC X(10).
       01 HV-ONBAPP-DUP-CLEARED             PIC X.
       01 HV-ONBAPP-ID-DOC-EXPIRY           PIC X(8).
       01 HV-ONBAPP-ADDR-DOC-EXPIRY         PIC X(8).
       01 HV-ONBAPP-CREDIT-SCORE            PIC S9(9) COMP.
       01 HV-ONBAPP-CS-REVIEW-DATE          PIC X(8).
       01 HV-ONBAPP-REASON                  PIC X(2).
       01 HV-ONBAPP-CUSTNO                  PIC X(10).
       01 HV-ONBAPP-ACCNO                   PIC X(8).
       01 HV-ONBAPP-ACC-FAIL-CODE           PIC X.
       01 HV-ONBAPP-CLOSED-DATE             PIC X(8).
       01 HV-ONBAPP-ACTIONED-BY             PIC X(3).
       01 HV-ONBAPP-LAST-ACTION-DATE        PIC X(8).

      *
      *    The applicant's screening hits are queued on SCRNQ under
      *    subject 'A' with the application id where a customer
      *    number would be.
      *
       01 WS-APP-KEY-NUM                    PIC 9(10).
       01 HV-SCRNQ-APP-KEY                  PIC X(10).
       01 HV-SCRNQ-PENDING                  PIC S9(9) COMP.
       01 HV-SCRNQ-SANCTIONS                PIC S9(9) COMP.
       01 HV-SCRNQ-WATCHLST-KEY             PIC X(12).
       01 HV-PEPLIST-SOURCE                 PIC X(4).
       01 HV-PEPLIST-ENTRY-ID               PIC X(8).
       01 HV-PEPLIST-CATEGORY               PIC X.

       01 WS-PEP-KEY.
          03 WS-PEP-KEY-SOURCE              PIC X(4).
          03 WS-PEP-KEY-ENTRY-ID            PIC X(8).

       COPY SORTCODE.

       01 GETCTRL-COMMAREA.
           COPY GETCTRL.

       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

       01 SCRNFUN-COMMAREA.
           COPY SCRNFUN.

       01 INQCUSN-COMMAREA.
           COPY INQCUSN.

       01 KYCFUN-COMMAREA.
           COPY KYCFUN.

       01 PEPFUN-COMMAREA.
           COPY PEPFUN.

      *
      *    The CRECUST commarea is also the request the credit
      *    agencies are sent, exactly as CRECUST sends them its own.
      *
       01 CRECUST-COMMAREA.
           COPY CRECUST.

       01 CREACC-COMMAREA.
           COPY CREACC.

       01 WS-CUST-DATA.
          COPY CUSTOMER.

       01 WS-CUST-KEY.
          03 WS-CUST-KEY-SORTCODE           PIC 9(6).
          03 WS-CUST-KEY-NUMBER             PIC 9(10).

       01 WS-CICS-RESP                      PIC S9(8) COMP.
       01 WS-CICS-RESP2                     PIC S9(8) COMP.

      *
      *    Probable-duplicate scoring, as CRECUST scores it: given
      *    name 35, date of birth 40, postcode 25 - 65 is probable.
      *
       01 WS-DUP-SUB                        PIC S9(4) COMP.
       01 WS-DUP-SCORE                      PIC S9(4) COMP.
       01 WS-DUP-FOUND-SW                   PIC X.
          88 WS-DUP-FOUND                   VALUE 'Y'.
       01 WS-DUP-CUSTNO                     PIC 9(10).

      *
      *    Credit agency fan-out - the same transactions, channel
      *    and containers CRECUST uses.
      *
       01 WS-CHANNEL-NAME                   PIC X(16)
                                            VALUE 'CIPCREDCHANN'.
       01 WS-RUN-TRANSID                    PIC X(4).
       01 WS-CC-CNT                         PIC 9.
       01 WS-PUT-CONT-NAME                  PIC X(16).
       01 WS-PUT-CONT-LEN                   PIC S9(8) COMP.
       01 WS-CHILD-ISSUED-CNT               PIC 9 VALUE 0.
       01 WS-CHILD-ARRAY.
          03 WS-CHILD-TKN OCCURS 5 TIMES    PIC X(16).
       01 WS-ANY-CHILD-TKN                  PIC X(16).
       01 WS-ANY-CHILD-FETCH-TKN            PIC X(16).
       01 WS-ANY-CHILD-FETCH-CHAN           PIC X(16).
       01 WS-ANY-CHILD-FETCH-ABCODE         PIC X(4).
       01 WS-CHILD-FETCH-COMPST             PIC S9(8) COMP.
       01 WS-CHILD-SUB                      PIC S9(4) COMP.
       01 WS-CONTAINER-NAME                 PIC X(16).
       01 WS-CHILD-CONTAINER-LEN            PIC S9(8) COMP.
       01 WS-CHILD-DATA.
           COPY CRECUST.
       01 WS-CREDIT-WAIT-SECS               PIC S9(9) COMP.
       01 WS-FETCH-DONE-SW                  PIC X.
          88 WS-FETCH-DONE                  VALUE 'Y'.
       01 WS-RETRIEVED-CNT                  PIC S9(4) COMP.
       01 WS-TOTAL-CS-SCR                   PIC S9(9) COMP.

       01 WS-SIGHT-DOC-TYPE                 PIC X(8).

       01 WS-POLICY-NAME                    PIC X(32).
       01 WS-POLICY-DEFAULT                 PIC S9(9) COMP.
       01 WS-POLICY-VALUE                   PIC S9(9) COMP.

       01 WS-CHANGED-SW                     PIC X.
          88 WS-CHANGED                     VALUE 'Y'.
       01 WS-WAITING-SW                     PIC X.
          88 WS-WAITING                     VALUE 'Y'.

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                      PIC X(10).
       01 WS-TODAY-YMD                      PIC X(8).
       01 WS-TODAY-NUM REDEFINES WS-TODAY-YMD PIC 9(8).
       01 WS-DATE-INTEGER                   PIC S9(9) COMP.
       01 WS-WORK-YMD                       PIC 9(8).
       01 WS-WORK-YMD-GROUP REDEFINES WS-WORK-YMD.
          03 WS-WORK-YYYY                   PIC 9(4).
          03 WS-WORK-MM                     PIC 99.
          03 WS-WORK-DD                     PIC 99.
       01 WS-DMY                            PIC 9(8).
       01 WS-DMY-GROUP REDEFINES WS-DMY.
          03 WS-DMY-DD                      PIC 99.
          03 WS-DMY-MM                      PIC 99.
          03 WS-DMY-YYYY                    PIC 9(4).

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY ONBFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO ONBFUN-SUCCESS.
           MOVE SPACE TO ONBFUN-FAIL-CODE.
           MOVE SPACE TO ONBFUN-CREATE-FAIL-CODE.

           PERFORM POPULATE-TIME-DATE.

           IF ONBFUN-SORTCODE = 0
              MOVE SORTCODE TO ONBFUN-SORTCODE
           END-IF.

           MOVE ONBFUN-SORTCODE TO HV-ONBAPP-SORTCODE.
           MOVE ONBFUN-APP-ID TO HV-ONBAPP-ID.

           EVALUATE TRUE
              WHEN ONBFUN-SUBMIT
                 PERFORM SUBMIT-APPLICATION
                 IF ONBFUN-SUCCESS = 'Y'
                    PERFORM PROGRESS-APPLICATION
                 END-IF
              WHEN ONBFUN-PROGRESS
                 PERFORM READ-APPLICATION
                 IF ONBFUN-SUCCESS = 'Y'
                    PERFORM PROGRESS-APPLICATION
                 END-IF
              WHEN ONBFUN-RESOLVE
                 PERFORM CHECK-MAINTENANCE-ENTITLEMENT
                 IF ONBFUN-SUCCESS = 'Y'
                    PERFORM RESOLVE-DUPLICATE
                 END-IF
                 IF ONBFUN-SUCCESS = 'Y'
                    PERFORM PROGRESS-APPLICATION
                 END-IF
              WHEN ONBFUN-DOCUMENT
                 PERFORM CHECK-MAINTENANCE-ENTITLEMENT
                 IF ONBFUN-SUCCESS = 'Y'
                    PERFORM RECORD-DOCUMENT
                 END-IF
                 IF ONBFUN-SUCCESS = 'Y'
                    PERFORM PROGRESS-APPLICATION
                 END-IF
              WHEN ONBFUN-DECLINE
                 PERFORM CHECK-MAINTENANCE-ENTITLEMENT
                 IF ONBFUN-SUCCESS = 'Y'
                    PERFORM DECLINE-BY-OPERATOR
                 END-IF
              WHEN ONBFUN-INQUIRE
                 PERFORM READ-APPLICATION
              WHEN OTHER
                 MOVE 'N' TO ONBFUN-SUCCESS
                 MOVE '9' TO ONBFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * Record the application. What is checked here is only what
      * every later stage depends on - a family name to screen and
      * search on, a real date of birth, a channel to report by.
      *----------------------------------------------------------------
       SUBMIT-APPLICATION SECTION.
       SUA010.
           IF ONBFUN-FAMILY-NAME = SPACES OR
              NOT ONBFUN-CHANNEL-VALID
              MOVE 'N' TO ONBFUN-SUCCESS
              MOVE '8' TO ONBFUN-FAIL-CODE
              GO TO SUA999
           END-IF.

           MOVE ONBFUN-DATE-OF-BIRTH TO WS-DMY.

           IF WS-DMY-MM < 1 OR WS-DMY-MM > 12 OR
              WS-DMY-DD < 1 OR WS-DMY-DD > 31 OR
              WS-DMY-YYYY < 1900
              MOVE 'N' TO ONBFUN-SUCCESS
              MOVE '8' TO ONBFUN-FAIL-CODE
              GO TO SUA999
           END-IF.

           MOVE WS-DMY-YYYY TO WS-WORK-YYYY.
           MOVE WS-DMY-MM TO WS-WORK-MM.
           MOVE WS-DMY-DD TO WS-WORK-DD.

           IF WS-WORK-YMD NOT < WS-TODAY-NUM
              MOVE 'N' TO ONBFUN-SUCCESS
              MOVE '8' TO ONBFUN-FAIL-CODE
              GO TO SUA999
           END-IF.

           PERFORM ALLOCATE-NEXT-APP-ID.

           MOVE ONBFUN-CHANNEL TO HV-ONBAPP-CHANNEL.
           MOVE 'S' TO HV-ONBAPP-STATUS.
           MOVE 1 TO HV-ONBAPP-STAGE.
           MOVE ONBFUN-NAME TO HV-ONBAPP-NAME.
           MOVE ONBFUN-ADDRESS TO HV-ONBAPP-ADDRESS.
           MOVE ONBFUN-DATE-OF-BIRTH TO HV-ONBAPP-DOB-NUM.
           MOVE ONBFUN-BRANCH-NUMBER TO HV-ONBAPP-BRANCH.
           MOVE ONBFUN-ACC-TYPE TO HV-ONBAPP-ACC-TYPE.
           MOVE ONBFUN-INT-RATE TO HV-ONBAPP-INT-RATE.
           MOVE ONBFUN-OVERDRAFT TO HV-ONBAPP-OVERDRAFT.
           MOVE 0 TO HV-ONBAPP-SCRN-HITS.
           MOVE SPACE TO HV-ONBAPP-PEP-CATEGORY.
           MOVE SPACES TO HV-ONBAPP-DUP-CUSTNO.
           MOVE 'N' TO HV-ONBAPP-DUP-CLEARED.
           MOVE SPACES TO HV-ONBAPP-ID-DOC-EXPIRY.
           MOVE SPACES TO HV-ONBAPP-ADDR-DOC-EXPIRY.
           MOVE 0 TO HV-ONBAPP-CREDIT-SCORE.
           MOVE SPACES TO HV-ONBAPP-CS-REVIEW-DATE.
           MOVE SPACES TO HV-ONBAPP-REASON.
           MOVE SPACES TO HV-ONBAPP-CUSTNO.
           MOVE SPACES TO HV-ONBAPP-ACCNO.
           MOVE SPACE TO HV-ONBAPP-ACC-FAIL-CODE.
           MOVE SPACES TO HV-ONBAPP-CLOSED-DATE.
           MOVE EIBOPID TO HV-ONBAPP-ACTIONED-BY.
           MOVE WS-TODAY-YMD TO HV-ONBAPP-LAST-ACTION-DATE.

           EXEC SQL
              INSERT INTO ONBAPP
                 (ONBAPP_SORTCODE, ONBAPP_ID, ONBAPP_CHANNEL,
                  ONBAPP_STATUS, ONBAPP_STAGE, ONBAPP_NAME,
                  ONBAPP_ADDRESS, ONBAPP_DOB, ONBAPP_BRANCH,
                  ONBAPP_ACC_TYPE, ONBAPP_INT_RATE,
                  ONBAPP_OVERDRAFT, ONBAPP_SUBMITTED_DATE,
                  ONBAPP_LAST_ACTION_DATE, ONBAPP_SCRN_HITS,
                  ONBAPP_PEP_CATEGORY, ONBAPP_DUP_CUSTNO,
                  ONBAPP_DUP_CLEARED, ONBAPP_ID_DOC_EXPIRY,
                  ONBAPP_ADDR_DOC_EXPIRY, ONBAPP_CREDIT_SCORE,
                  ONBAPP_CS_REVIEW_DATE, ONBAPP_REASON,
                  ONBAPP_CUSTNO, ONBAPP_ACCNO, ONBAPP_ACC_FAIL_CODE,
                  ONBAPP_CLOSED_DATE, ONBAPP_ACTIONED_BY)
              VALUES
                 (:HV-ONBAPP-SORTCODE, :HV-ONBAPP-ID,
                  :HV-ONBAPP-CHANNEL, :HV-ONBAPP-STATUS,
                  :HV-ONBAPP-STAGE, :HV-ONBAPP-NAME,
                  :HV-ONBAPP-ADDRESS, :HV-ONBAPP-DOB,
                  :HV-ONBAPP-BRANCH, :HV-ONBAPP-ACC-TYPE,
                  :HV-ONBAPP-INT-RATE, :HV-ONBAPP-OVERDRAFT,
                  :WS-TODAY-YMD, :HV-ONBAPP-LAST-ACTION-DATE,
                  :HV-ONBAPP-SCRN-HITS, :HV-ONBAPP-PEP-CATEGORY,
                  :HV-ONBAPP-DUP-CUSTNO, :HV-ONBAPP-DUP-CLEARED,
                  :HV-ONBAPP-ID-DOC-EXPIRY,
                  :HV-ONBAPP-ADDR-DOC-EXPIRY,
                  :HV-ONBAPP-CREDIT-SCORE, :HV-ONBAPP-CS-REVIEW-DATE,
                  :HV-ONBAPP-REASON, :HV-ONBAPP-CUSTNO,
                  :HV-ONBAPP-ACCNO, :HV-ONBAPP-ACC-FAIL-CODE,
                  :HV-ONBAPP-CLOSED-DATE, :HV-ONBAPP-ACTIONED-BY)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'ONBFUN UNABLE TO INSERT ONBAPP ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO ONBFUN-SUCCESS
              MOVE '2' TO ONBFUN-FAIL-CODE
              GO TO SUA999
           END-IF.

           MOVE HV-ONBAPP-ID TO ONBFUN-APP-ID.
           PERFORM RETURN-APPLICATION.
       SUA999.
           EXIT.

      *----------------------------------------------------------------
      * Take the application through every stage it can pass now,
      * stopping at the first one that has to wait. Whatever moved
      * is saved; an application merely asked about again, with
      * nothing new, keeps its last-action date so it can still
      * expire.
      *----------------------------------------------------------------
       PROGRESS-APPLICATION SECTION.
       PRA010.
           MOVE 'N' TO WS-CHANGED-SW.
           MOVE 'N' TO WS-WAITING-SW.

           IF HV-ONBAPP-STATUS = 'A' OR HV-ONBAPP-STATUS = 'D' OR
              HV-ONBAPP-STATUS = 'X'
              GO TO PRA999
           END-IF.

           MOVE HV-ONBAPP-ID TO WS-APP-KEY-NUM.
           MOVE WS-APP-KEY-NUM TO HV-SCRNQ-APP-KEY.

           IF HV-ONBAPP-STATUS = 'S'
              PERFORM SCREEN-APPLICANT
              IF WS-WAITING
                 GO TO PRA090
              END-IF
           END-IF.

           IF HV-ONBAPP-STATUS = 'N'
              PERFORM CHECK-SCREENING-OUTCOME
              IF WS-WAITING OR HV-ONBAPP-STATUS = 'D'
                 GO TO PRA090
              END-IF
           END-IF.

           IF HV-ONBAPP-STATUS = 'U'
              PERFORM CHECK-FOR-DUPLICATE
              IF WS-WAITING OR HV-ONBAPP-STATUS = 'D'
                 GO TO PRA090
              END-IF
           END-IF.

           IF HV-ONBAPP-STATUS = 'K'
              PERFORM CHECK-DOCUMENTS-AND-CREDIT
              IF WS-WAITING OR HV-ONBAPP-STATUS = 'D'
                 GO TO PRA090
              END-IF
           END-IF.

           IF HV-ONBAPP-STATUS = 'C'
              PERFORM CREATE-THE-CUSTOMER
           END-IF.
       PRA090.
           IF WS-CHANGED
              PERFORM SAVE-APPLICATION
           END-IF.

           PERFORM RETURN-APPLICATION.
       PRA999.
           EXIT.

      *----------------------------------------------------------------
      * Screen the applicant as CRECUST screens a new customer. No
      * answer from SCRNFUN means the screening has not been done,
      * so the application stays where it is for the next attempt.
      *----------------------------------------------------------------
       SCREEN-APPLICANT SECTION.
       SCA010.
           INITIALIZE SCRNFUN-COMMAREA.
           SET SCRNFUN-SCREEN TO TRUE.
           MOVE ONBFUN-SORTCODE TO SCRNFUN-SORTCODE.
           MOVE 'A' TO SCRNFUN-SUBJECT-TYPE.
           MOVE WS-APP-KEY-NUM TO SCRNFUN-CUSTNO.
           MOVE HV-ONBAPP-GIVEN-NAME TO SCRNFUN-GIVEN-NAME.
           MOVE HV-ONBAPP-FAMILY-NAME TO SCRNFUN-FAMILY-NAME.
           MOVE HV-ONBAPP-DOB-NUM TO SCRNFUN-DATE-OF-BIRTH.

           EXEC CICS LINK PROGRAM('SCRNFUN')
                     COMMAREA(SCRNFUN-COMMAREA)
                     RESP(WS-CICS-RESP)
                     RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
              SCRNFUN-SUCCESS NOT = 'Y'
              DISPLAY 'ONBFUN UNABLE TO SCREEN APPLICATION '
                 HV-ONBAPP-ID ' FAIL-CODE=' SCRNFUN-FAIL-CODE
              MOVE 'Y' TO WS-WAITING-SW
              GO TO SCA999
           END-IF.

           MOVE SCRNFUN-HITS-QUEUED TO HV-ONBAPP-SCRN-HITS.
           MOVE 'N' TO HV-ONBAPP-STATUS.
           MOVE 'Y' TO WS-CHANGED-SW.
       SCA999.
           EXIT.

      *----------------------------------------------------------------
      * Every hit queued for the applicant must have been decided.
      * A confirmed sanctions hit ends the application; a confirmed
      * PEP list hit does not, but the category is kept so the
      * customer is flagged a PEP when created.
      *----------------------------------------------------------------
       CHECK-SCREENING-OUTCOME SECTION.
       CSO010.
           IF HV-ONBAPP-SCRN-HITS = 0
              GO TO CSO050
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-SCRNQ-PENDING
              FROM SCRNQ
              WHERE SCRNQ_SORTCODE = :HV-ONBAPP-SORTCODE
                AND SCRNQ_SUBJECT_TYPE = 'A'
                AND SCRNQ_CUSTNO = :HV-SCRNQ-APP-KEY
                AND SCRNQ_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-SCRNQ-PENDING > 0
              MOVE 'Y' TO WS-WAITING-SW
              GO TO CSO999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-SCRNQ-SANCTIONS
              FROM SCRNQ
              WHERE SCRNQ_SORTCODE = :HV-ONBAPP-SORTCODE
                AND SCRNQ_SUBJECT_TYPE = 'A'
                AND SCRNQ_CUSTNO = :HV-SCRNQ-APP-KEY
                AND SCRNQ_STATUS = 'M'
                AND COALESCE(SCRNQ_LIST, 'W') = 'W'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-WAITING-SW
              GO TO CSO999
           END-IF.

           IF HV-SCRNQ-SANCTIONS > 0
              MOVE 'SC' TO HV-ONBAPP-REASON
              PERFORM CLOSE-AS-DECLINED
              GO TO CSO999
           END-IF.

           EXEC SQL
              SELECT SCRNQ_WATCHLST_KEY
              INTO :HV-SCRNQ-WATCHLST-KEY
              FROM SCRNQ
              WHERE SCRNQ_SORTCODE = :HV-ONBAPP-SORTCODE
                AND SCRNQ_SUBJECT_TYPE = 'A'
                AND SCRNQ_CUSTNO = :HV-SCRNQ-APP-KEY
                AND SCRNQ_STATUS = 'M'
                AND SCRNQ_LIST = 'P'
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 0
              MOVE HV-SCRNQ-WATCHLST-KEY TO WS-PEP-KEY
              MOVE WS-PEP-KEY-SOURCE TO HV-PEPLIST-SOURCE
              MOVE WS-PEP-KEY-ENTRY-ID TO HV-PEPLIST-ENTRY-ID
              EXEC SQL
                 SELECT PEPLIST_CATEGORY
                 INTO :HV-PEPLIST-CATEGORY
                 FROM PEPLIST
                 WHERE (PEPLIST_SOURCE = :HV-PEPLIST-SOURCE AND
                        PEPLIST_ENTRY_ID = :HV-PEPLIST-ENTRY-ID)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'D' TO HV-PEPLIST-CATEGORY
              END-IF
              MOVE HV-PEPLIST-CATEGORY TO HV-ONBAPP-PEP-CATEGORY
           END-IF.
       CSO050.
           MOVE 2 TO HV-ONBAPP-STAGE.
           MOVE 'U' TO HV-ONBAPP-STATUS.
           MOVE 'Y' TO WS-CHANGED-SW.
       CSO999.
           EXIT.

      *----------------------------------------------------------------
      * Look for the applicant among existing customers. A probable
      * match found earlier waits until an operator has said it is
      * a different person.
      *----------------------------------------------------------------
       CHECK-FOR-DUPLICATE SECTION.
       CFD010.
           IF HV-ONBAPP-DUP-CUSTNO NOT = SPACES
              IF HV-ONBAPP-DUP-CLEARED = 'Y'
                 GO TO CFD050
              END-IF
              MOVE 'Y' TO WS-WAITING-SW
              GO TO CFD999
           END-IF.

           PERFORM SEARCH-FOR-DUPLICATE.

           IF WS-DUP-FOUND
              MOVE WS-DUP-CUSTNO TO HV-ONBAPP-DUP-CUSTNO
              MOVE 'Y' TO WS-CHANGED-SW
              MOVE 'Y' TO WS-WAITING-SW
              GO TO CFD999
           END-IF.
       CFD050.
           MOVE 3 TO HV-ONBAPP-STAGE.
           MOVE 'K' TO HV-ONBAPP-STATUS.
           MOVE 'Y' TO WS-CHANGED-SW.
       CFD999.
           EXIT.

       SEARCH-FOR-DUPLICATE SECTION.
       SFD010.
           MOVE 'N' TO WS-DUP-FOUND-SW.

           INITIALIZE INQCUSN-COMMAREA.
           MOVE ONBFUN-SORTCODE TO INQCUSN-SORTCODE.
           MOVE HV-ONBAPP-FAMILY-NAME TO INQCUSN-SEARCH-NAME.

           EXEC CICS LINK PROGRAM('INQCUSN')
                     COMMAREA(INQCUSN-COMMAREA)
                     RESP(WS-CICS-RESP)
                     RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
              INQCUSN-INQ-SUCCESS NOT = 'Y'
              GO TO SFD999
           END-IF.

           MOVE 1 TO WS-DUP-SUB.
           PERFORM SCORE-ONE-CANDIDATE
              UNTIL WS-DUP-SUB > INQCUSN-MATCH-COUNT
                 OR WS-DUP-SUB > 10
                 OR WS-DUP-FOUND.
       SFD999.
           EXIT.

       SCORE-ONE-CANDIDATE SECTION.
       SOC010.
           MOVE ONBFUN-SORTCODE TO WS-CUST-KEY-SORTCODE.
           MOVE INQCUSN-CUSTNO(WS-DUP-SUB) TO WS-CUST-KEY-NUMBER.
           ADD 1 TO WS-DUP-SUB.

           EXEC CICS READ FILE('CUSTOMER')
                INTO(WS-CUST-DATA)
                RIDFLD(WS-CUST-KEY)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              GO TO SOC999
           END-IF.

           MOVE 0 TO WS-DUP-SCORE.

           IF CUSTOMER-GIVEN-NAME = HV-ONBAPP-GIVEN-NAME
              ADD 35 TO WS-DUP-SCORE
           END-IF.

           IF CUSTOMER-DATE-OF-BIRTH = HV-ONBAPP-DOB-NUM
              ADD 40 TO WS-DUP-SCORE
           END-IF.

           IF CUSTOMER-POSTCODE-OR-ZIP = HV-ONBAPP-POSTCODE
              ADD 25 TO WS-DUP-SCORE
           END-IF.

           IF WS-DUP-SCORE >= 65
              MOVE 'Y' TO WS-DUP-FOUND-SW
              MOVE WS-CUST-KEY-NUMBER TO WS-DUP-CUSTNO
           END-IF.
       SOC999.
           EXIT.

      *----------------------------------------------------------------
      * Both documents sighted, then the credit agencies. No agency
      * answering in time leaves the application at KYC with its
      * documents done, to be scored on the next attempt.
      *----------------------------------------------------------------
       CHECK-DOCUMENTS-AND-CREDIT SECTION.
       CDC010.
           IF HV-ONBAPP-ID-DOC-EXPIRY = SPACES OR
              HV-ONBAPP-ADDR-DOC-EXPIRY = SPACES
              MOVE 'Y' TO WS-WAITING-SW
              GO TO CDC999
           END-IF.

           IF HV-ONBAPP-STAGE < 4
              MOVE 4 TO HV-ONBAPP-STAGE
              MOVE 'Y' TO WS-CHANGED-SW
           END-IF.

           PERFORM CREDIT-CHECK-APPLICANT.

           IF WS-RETRIEVED-CNT = 0
              MOVE 'Y' TO WS-WAITING-SW
              GO TO CDC999
           END-IF.

           COMPUTE HV-ONBAPP-CREDIT-SCORE =
              WS-TOTAL-CS-SCR / WS-RETRIEVED-CNT.

      *
      *    The score is reviewed again in 21 days, as CRSCSWP
      *    expects of any newly scored customer. Held DDMMYYYY,
      *    the shape CRECUST stores it in.
      *
           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) + 21.
           COMPUTE WS-WORK-YMD =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE WS-WORK-DD TO WS-DMY-DD.
           MOVE WS-WORK-MM TO WS-DMY-MM.
           MOVE WS-WORK-YYYY TO WS-DMY-YYYY.
           MOVE WS-DMY TO HV-ONBAPP-CS-REVIEW-DATE.

           MOVE 5 TO HV-ONBAPP-STAGE.
           MOVE 'Y' TO WS-CHANGED-SW.

           MOVE 'ONB-MIN-SCORE' TO WS-POLICY-NAME.
           MOVE 300 TO WS-POLICY-DEFAULT.
           PERFORM GET-POLICY-VALUE.

           IF HV-ONBAPP-CREDIT-SCORE < WS-POLICY-VALUE
              MOVE 'CS' TO HV-ONBAPP-REASON
              PERFORM CLOSE-AS-DECLINED
              GO TO CDC999
           END-IF.

           MOVE 'C' TO HV-ONBAPP-STATUS.
       CDC999.
           EXIT.

      *----------------------------------------------------------------
      * Ask the credit agencies, as CRECUST does: one asynchronous
      * child per agency, a wait, then every reply that has come
      * back is collected and the scores averaged. Replies still
      * outstanding are not waited for.
      *----------------------------------------------------------------
       CREDIT-CHECK-APPLICANT SECTION.
       CCA010.
           MOVE 0 TO WS-RETRIEVED-CNT.
           MOVE 0 TO WS-TOTAL-CS-SCR.
           MOVE 0 TO WS-CHILD-ISSUED-CNT.

           INITIALIZE CRECUST-COMMAREA.
           MOVE 'CUST' TO COMM-EYECATCHER OF CRECUST-COMMAREA.
           MOVE ONBFUN-SORTCODE TO COMM-SORTCODE OF CRECUST-COMMAREA.
           MOVE HV-ONBAPP-NAME TO COMM-NAME OF CRECUST-COMMAREA.
           MOVE HV-ONBAPP-ADDRESS TO COMM-ADDRESS OF CRECUST-COMMAREA.
           MOVE HV-ONBAPP-DOB-NUM
              TO COMM-DATE-OF-BIRTH OF CRECUST-COMMAREA.

           COMPUTE WS-PUT-CONT-LEN = LENGTH OF CRECUST-COMMAREA.

           MOVE 1 TO WS-CC-CNT.
           PERFORM ISSUE-ONE-AGENCY-REQUEST
              UNTIL WS-CC-CNT > 5.

           IF WS-CHILD-ISSUED-CNT = 0
              GO TO CCA999
           END-IF.

           MOVE 'ONB-CREDIT-WAIT-SECS' TO WS-POLICY-NAME.
           MOVE 3 TO WS-POLICY-DEFAULT.
           PERFORM GET-POLICY-VALUE.
           MOVE WS-POLICY-VALUE TO WS-CREDIT-WAIT-SECS.

           EXEC CICS DELAY
              FOR SECONDS(WS-CREDIT-WAIT-SECS)
           END-EXEC.

           MOVE 'N' TO WS-FETCH-DONE-SW.
           PERFORM FETCH-ONE-AGENCY-REPLY
              UNTIL WS-FETCH-DONE.
       CCA999.
           EXIT.

       ISSUE-ONE-AGENCY-REQUEST SECTION.
       IOA010.
           STRING 'OCR' DELIMITED BY SIZE,
                  WS-CC-CNT DELIMITED BY SIZE
              INTO WS-RUN-TRANSID
           END-STRING.

           EVALUATE WS-CC-CNT
              WHEN 1
                 MOVE 'CIPA            ' TO WS-PUT-CONT-NAME
              WHEN 2
                 MOVE 'CIPB            ' TO WS-PUT-CONT-NAME
              WHEN 3
                 MOVE 'CIPC            ' TO WS-PUT-CONT-NAME
              WHEN 4
                 MOVE 'CIPD            ' TO WS-PUT-CONT-NAME
              WHEN 5
                 MOVE 'CIPE            ' TO WS-PUT-CONT-NAME
           END-EVALUATE.

           ADD 1 TO WS-CC-CNT.

           EXEC CICS PUT CONTAINER(WS-PUT-CONT-NAME)
                         FROM(CRECUST-COMMAREA)
                         FLENGTH(WS-PUT-CONT-LEN)
                         CHANNEL(WS-CHANNEL-NAME)
                         RESP(WS-CICS-RESP)
                         RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              GO TO IOA999
           END-IF.

           EXEC CICS RUN TRANSID(WS-RUN-TRANSID)
                CHANNEL(WS-CHANNEL-NAME)
                CHILD(WS-ANY-CHILD-TKN)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              GO TO IOA999
           END-IF.

           ADD 1 TO WS-CHILD-ISSUED-CNT.
           MOVE WS-ANY-CHILD-TKN TO WS-CHILD-TKN(WS-CHILD-ISSUED-CNT).
       IOA999.
           EXIT.

       FETCH-ONE-AGENCY-REPLY SECTION.
       FOA010.
           EXEC CICS FETCH ANY(WS-ANY-CHILD-FETCH-TKN)
                CHANNEL(WS-ANY-CHILD-FETCH-CHAN)
                NOSUSPEND
                COMPSTATUS(WS-CHILD-FETCH-COMPST)
                ABCODE(WS-ANY-CHILD-FETCH-ABCODE)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

      *
      *    NOTFINISHED - the rest have not answered; NOTFND - every
      *    child has been fetched. Either way there is no more.
      *
           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-FETCH-DONE-SW
              GO TO FOA999
           END-IF.

           IF WS-CHILD-FETCH-COMPST NOT = DFHVALUE(NORMAL)
              GO TO FOA999
           END-IF.

           MOVE SPACES TO WS-CONTAINER-NAME.
           MOVE 1 TO WS-CHILD-SUB.
           PERFORM MATCH-CHILD-TOKEN
              UNTIL WS-CHILD-SUB > WS-CHILD-ISSUED-CNT
                 OR WS-CONTAINER-NAME NOT = SPACES.

           IF WS-CONTAINER-NAME = SPACES
              GO TO FOA999
           END-IF.

           COMPUTE WS-CHILD-CONTAINER-LEN = LENGTH OF WS-CHILD-DATA.

           EXEC CICS GET CONTAINER(WS-CONTAINER-NAME)
                CHANNEL(WS-ANY-CHILD-FETCH-CHAN)
                INTO(WS-CHILD-DATA)
                FLENGTH(WS-CHILD-CONTAINER-LEN)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL)
              ADD 1 TO WS-RETRIEVED-CNT
              ADD COMM-CREDIT-SCORE OF WS-CHILD-DATA
                 TO WS-TOTAL-CS-SCR
           END-IF.
       FOA999.
           EXIT.

      *
      *    The container a reply is in goes by the order the child
      *    was started in - the first agency answers in CIPA.
      *
       MATCH-CHILD-TOKEN SECTION.
       MCT010.
           IF WS-ANY-CHILD-FETCH-TKN = WS-CHILD-TKN(WS-CHILD-SUB)
              EVALUATE WS-CHILD-SUB
                 WHEN 1
                    MOVE 'CIPA            ' TO WS-CONTAINER-NAME
                 WHEN 2
                    MOVE 'CIPB            ' TO WS-CONTAINER-NAME
                 WHEN 3
                    MOVE 'CIPC            ' TO WS-CONTAINER-NAME
                 WHEN 4
                    MOVE 'CIPD            ' TO WS-CONTAINER-NAME
                 WHEN 5
                    MOVE 'CIPE            ' TO WS-CONTAINER-NAME
              END-EVALUATE
           END-IF.

           ADD 1 TO WS-CHILD-SUB.
       MCT999.
           EXIT.

      *----------------------------------------------------------------
      * Every stage passed: create the customer through CRECUST,
      * telling it the checks are done and handing it the score,
      * and only then finish the new customer off - documents onto
      * the KYC checklist CRECUST has just raised, the PEP marker,
      * the account. A customer CRECUST will not create leaves the
      * application credit-checked, to be tried again.
      *----------------------------------------------------------------
       CREATE-THE-CUSTOMER SECTION.
       CTC010.
           INITIALIZE CRECUST-COMMAREA.
           MOVE 'CUST' TO COMM-EYECATCHER OF CRECUST-COMMAREA.
           MOVE HV-ONBAPP-NAME TO COMM-NAME OF CRECUST-COMMAREA.
           MOVE HV-ONBAPP-ADDRESS TO COMM-ADDRESS OF CRECUST-COMMAREA.
           MOVE HV-ONBAPP-DOB-NUM
              TO COMM-DATE-OF-BIRTH OF CRECUST-COMMAREA.
           MOVE HV-ONBAPP-BRANCH
              TO COMM-BRANCH-NUMBER OF CRECUST-COMMAREA.
           MOVE HV-ONBAPP-CREDIT-SCORE
              TO COMM-CREDIT-SCORE OF CRECUST-COMMAREA.
           MOVE HV-ONBAPP-CS-REVIEW-DATE TO WS-DMY.
           MOVE WS-DMY TO COMM-CS-REVIEW-DATE OF CRECUST-COMMAREA.
           MOVE 'Y' TO COMM-ONBOARDED OF CRECUST-COMMAREA.

           IF HV-ONBAPP-DUP-CLEARED = 'Y'
              MOVE 'Y' TO COMM-DUP-OVERRIDE OF CRECUST-COMMAREA
           END-IF.

           EXEC CICS LINK PROGRAM('CRECUST')
                     COMMAREA(CRECUST-COMMAREA)
                     RESP(WS-CICS-RESP)
                     RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
              COMM-SUCCESS OF CRECUST-COMMAREA NOT = 'Y'
              MOVE 'N' TO ONBFUN-SUCCESS
              MOVE '7' TO ONBFUN-FAIL-CODE
              MOVE COMM-FAIL-CODE OF CRECUST-COMMAREA
                 TO ONBFUN-CREATE-FAIL-CODE
              GO TO CTC999
           END-IF.

           MOVE COMM-NUMBER OF CRECUST-COMMAREA TO WS-CUST-KEY-NUMBER.
           MOVE COMM-SORTCODE OF CRECUST-COMMAREA
              TO WS-CUST-KEY-SORTCODE.
           MOVE WS-CUST-KEY-NUMBER TO HV-ONBAPP-CUSTNO.
           MOVE 6 TO HV-ONBAPP-STAGE.
           MOVE 'A' TO HV-ONBAPP-STATUS.
           MOVE WS-TODAY-YMD TO HV-ONBAPP-CLOSED-DATE.
           MOVE 'Y' TO WS-CHANGED-SW.

           MOVE 'IDENTITY' TO WS-SIGHT-DOC-TYPE.
           MOVE HV-ONBAPP-ID-DOC-EXPIRY TO WS-WORK-YMD.
           PERFORM SIGHT-ONE-DOCUMENT.

           MOVE 'ADDRESS ' TO WS-SIGHT-DOC-TYPE.
           MOVE HV-ONBAPP-ADDR-DOC-EXPIRY TO WS-WORK-YMD.
           PERFORM SIGHT-ONE-DOCUMENT.

           IF HV-ONBAPP-PEP-CATEGORY NOT = SPACE
              PERFORM FLAG-NEW-CUSTOMER-PEP
           END-IF.

           IF HV-ONBAPP-ACC-TYPE NOT = SPACES
              PERFORM OPEN-THE-ACCOUNT
           END-IF.
       CTC999.
           EXIT.

      *----------------------------------------------------------------
      * A document the application saw, recorded on the customer's
      * own checklist. Best effort - the customer exists already,
      * and an unsighted document shows on KYCCHASE as any other.
      *----------------------------------------------------------------
       SIGHT-ONE-DOCUMENT SECTION.
       SOD010.
           INITIALIZE KYCFUN-COMMAREA.
           SET KYCFUN-SIGHT TO TRUE.
           MOVE WS-SIGHT-DOC-TYPE TO KYCFUN-DOC-TYPE.
           MOVE WS-CUST-KEY-SORTCODE TO KYCFUN-SORTCODE.
           MOVE WS-CUST-KEY-NUMBER TO KYCFUN-CUSTNO.
           MOVE WS-WORK-YMD TO KYCFUN-EXPIRY-DATE.

           EXEC CICS LINK PROGRAM('KYCFUN')
                     COMMAREA(KYCFUN-COMMAREA)
                     RESP(WS-CICS-RESP)
                     RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
              KYCFUN-SUCCESS NOT = 'Y'
              DISPLAY 'ONBFUN UNABLE TO RECORD ' KYCFUN-DOC-TYPE
                 ' FOR CUSTOMER ' WS-CUST-KEY-NUMBER
           END-IF.
       SOD999.
           EXIT.

       FLAG-NEW-CUSTOMER-PEP SECTION.
       FNP010.
           INITIALIZE PEPFUN-COMMAREA.
           SET PEPFUN-FLAG TO TRUE.
           MOVE WS-CUST-KEY-SORTCODE TO PEPFUN-SORTCODE.
           MOVE WS-CUST-KEY-NUMBER TO PEPFUN-CUSTNO.
           MOVE HV-ONBAPP-PEP-CATEGORY TO PEPFUN-CATEGORY.

           EXEC CICS LINK PROGRAM('PEPFUN')
                     COMMAREA(PEPFUN-COMMAREA)
                     RESP(WS-CICS-RESP)
                     RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
              PEPFUN-SUCCESS NOT = 'Y'
              DISPLAY 'ONBFUN UNABLE TO FLAG PEP CUSTOMER '
                 WS-CUST-KEY-NUMBER ' FAIL-CODE=' PEPFUN-FAIL-CODE
           END-IF.
       FNP999.
           EXIT.

      *----------------------------------------------------------------
      * The account applied for. CREACC applies its own rules - a
      * PEP, for one, needs senior approval first - so a refusal is
      * kept on the application for the branch to follow up; the
      * customer stands either way.
      *----------------------------------------------------------------
       OPEN-THE-ACCOUNT SECTION.
       OTA010.
           INITIALIZE CREACC-COMMAREA.
           MOVE 'ACCT' TO COMM-EYECATCHER OF CREACC-COMMAREA.
           MOVE WS-CUST-KEY-NUMBER TO COMM-CUSTNO OF CREACC-COMMAREA.
           MOVE HV-ONBAPP-ACC-TYPE TO COMM-ACC-TYPE OF CREACC-COMMAREA.
           MOVE HV-ONBAPP-INT-RATE TO COMM-INT-RT OF CREACC-COMMAREA.
           MOVE HV-ONBAPP-OVERDRAFT
              TO COMM-OVERDR-LIM OF CREACC-COMMAREA.
           MOVE HV-ONBAPP-BRANCH
              TO COMM-BRANCH-NUMBER OF CREACC-COMMAREA.
           MOVE 0 TO COMM-JOINT-OWNER-COUNT OF CREACC-COMMAREA.

           EXEC CICS LINK PROGRAM('CREACC')
                     COMMAREA(CREACC-COMMAREA)
                     RESP(WS-CICS-RESP)
                     RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL) AND
              COMM-SUCCESS OF CREACC-COMMAREA = 'Y'
              MOVE COMM-NUMBER OF CREACC-COMMAREA TO HV-ONBAPP-ACCNO
              MOVE SPACE TO HV-ONBAPP-ACC-FAIL-CODE
           ELSE
              MOVE SPACES TO HV-ONBAPP-ACCNO
              MOVE COMM-FAIL-CODE OF CREACC-COMMAREA
                 TO HV-ONBAPP-ACC-FAIL-CODE
              IF HV-ONBAPP-ACC-FAIL-CODE = SPACE
                 MOVE '?' TO HV-ONBAPP-ACC-FAIL-CODE
              END-IF
           END-IF.
       OTA999.
           EXIT.

      *----------------------------------------------------------------
      * An operator's answer on the probable duplicate: a different
      * person lets the application go on, the same person ends it.
      *----------------------------------------------------------------
       RESOLVE-DUPLICATE SECTION.
       RSD010.
           PERFORM READ-APPLICATION.

           IF ONBFUN-SUCCESS = 'N'
              GO TO RSD999
           END-IF.

           IF HV-ONBAPP-STATUS NOT = 'U' OR
              HV-ONBAPP-DUP-CUSTNO = SPACES
              MOVE 'N' TO ONBFUN-SUCCESS
              MOVE '3' TO ONBFUN-FAIL-CODE
              GO TO RSD999
           END-IF.

           EVALUATE ONBFUN-DUP-DECISION
              WHEN 'N'
                 MOVE 'Y' TO HV-ONBAPP-DUP-CLEARED
              WHEN 'Y'
                 MOVE 'DU' TO HV-ONBAPP-REASON
                 PERFORM CLOSE-AS-DECLINED
              WHEN OTHER
                 MOVE 'N' TO ONBFUN-SUCCESS
                 MOVE '5' TO ONBFUN-FAIL-CODE
                 GO TO RSD999
           END-EVALUATE.

           MOVE EIBOPID TO HV-ONBAPP-ACTIONED-BY.
           PERFORM SAVE-APPLICATION.
       RSD999.
           EXIT.

      *----------------------------------------------------------------
      * A document sighted for the applicant. It can be recorded at
      * any open stage - the branch may see the documents before
      * screening is done - and is only looked at once KYC is
      * reached.
      *----------------------------------------------------------------
       RECORD-DOCUMENT SECTION.
       RCD010.
           PERFORM READ-APPLICATION.

           IF ONBFUN-SUCCESS = 'N'
              GO TO RCD999
           END-IF.

           IF HV-ONBAPP-STATUS = 'A' OR HV-ONBAPP-STATUS = 'D' OR
              HV-ONBAPP-STATUS = 'X'
              MOVE 'N' TO ONBFUN-SUCCESS
              MOVE '3' TO ONBFUN-FAIL-CODE
              GO TO RCD999
           END-IF.

           IF ONBFUN-DOC-EXPIRY NOT > WS-TODAY-NUM
              MOVE 'N' TO ONBFUN-SUCCESS
              MOVE '4' TO ONBFUN-FAIL-CODE
              GO TO RCD999
           END-IF.

           MOVE ONBFUN-DOC-EXPIRY TO WS-WORK-YMD.

           EVALUATE ONBFUN-DOC-TYPE
              WHEN 'IDENTITY'
                 MOVE WS-WORK-YMD TO HV-ONBAPP-ID-DOC-EXPIRY
              WHEN 'ADDRESS '
                 MOVE WS-WORK-YMD TO HV-ONBAPP-ADDR-DOC-EXPIRY
              WHEN OTHER
                 MOVE 'N' TO ONBFUN-SUCCESS
                 MOVE '4' TO ONBFUN-FAIL-CODE
                 GO TO RCD999
           END-EVALUATE.

           MOVE EIBOPID TO HV-ONBAPP-ACTIONED-BY.
           PERFORM SAVE-APPLICATION.
       RCD999.
           EXIT.

       DECLINE-BY-OPERATOR SECTION.
       DBO010.
           PERFORM READ-APPLICATION.

           IF ONBFUN-SUCCESS = 'N'
              GO TO DBO999
           END-IF.

           IF HV-ONBAPP-STATUS = 'A' OR HV-ONBAPP-STATUS = 'D' OR
              HV-ONBAPP-STATUS = 'X'
              MOVE 'N' TO ONBFUN-SUCCESS
              MOVE '3' TO ONBFUN-FAIL-CODE
              GO TO DBO999
           END-IF.

           MOVE 'OP' TO HV-ONBAPP-REASON.
           PERFORM CLOSE-AS-DECLINED.
           MOVE EIBOPID TO HV-ONBAPP-ACTIONED-BY.
           PERFORM SAVE-APPLICATION.
           PERFORM RETURN-APPLICATION.
       DBO999.
           EXIT.

       CLOSE-AS-DECLINED SECTION.
       CAD010.
           MOVE 'D' TO HV-ONBAPP-STATUS.
           MOVE WS-TODAY-YMD TO HV-ONBAPP-CLOSED-DATE.
           MOVE 'Y' TO WS-CHANGED-SW.
       CAD999.
           EXIT.

      *----------------------------------------------------------------
      * Write back everything that can move, and the date it moved.
      *----------------------------------------------------------------
       SAVE-APPLICATION SECTION.
       SVA010.
           EXEC SQL
              UPDATE ONBAPP
              SET ONBAPP_STATUS = :HV-ONBAPP-STATUS,
                  ONBAPP_STAGE = :HV-ONBAPP-STAGE,
                  ONBAPP_LAST_ACTION_DATE = :WS-TODAY-YMD,
                  ONBAPP_SCRN_HITS = :HV-ONBAPP-SCRN-HITS,
                  ONBAPP_PEP_CATEGORY = :HV-ONBAPP-PEP-CATEGORY,
                  ONBAPP_DUP_CUSTNO = :HV-ONBAPP-DUP-CUSTNO,
                  ONBAPP_DUP_CLEARED = :HV-ONBAPP-DUP-CLEARED,
                  ONBAPP_ID_DOC_EXPIRY = :HV-ONBAPP-ID-DOC-EXPIRY,
                  ONBAPP_ADDR_DOC_EXPIRY =
                     :HV-ONBAPP-ADDR-DOC-EXPIRY,
                  ONBAPP_CREDIT_SCORE = :HV-ONBAPP-CREDIT-SCORE,
                  ONBAPP_CS_REVIEW_DATE = :HV-ONBAPP-CS-REVIEW-DATE,
                  ONBAPP_REASON = :HV-ONBAPP-REASON,
                  ONBAPP_CUSTNO = :HV-ONBAPP-CUSTNO,
                  ONBAPP_ACCNO = :HV-ONBAPP-ACCNO,
                  ONBAPP_ACC_FAIL_CODE = :HV-ONBAPP-ACC-FAIL-CODE,
                  ONBAPP_CLOSED_DATE = :HV-ONBAPP-CLOSED-DATE,
                  ONBAPP_ACTIONED_BY = :HV-ONBAPP-ACTIONED-BY
              WHERE (ONBAPP_SORTCODE = :HV-ONBAPP-SORTCODE AND
                     ONBAPP_ID = :HV-ONBAPP-ID)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'ONBFUN UNABLE TO UPDATE ONBAPP ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO ONBFUN-SUCCESS
              MOVE '2' TO ONBFUN-FAIL-CODE
           END-IF.
       SVA999.
           EXIT.

      *----------------------------------------------------------------
       READ-APPLICATION SECTION.
       RDA010.
           EXEC SQL
              SELECT ONBAPP_CHANNEL, ONBAPP_STATUS, ONBAPP_STAGE,
                     ONBAPP_NAME, ONBAPP_ADDRESS, ONBAPP_DOB,
                     ONBAPP_BRANCH, ONBAPP_ACC_TYPE, ONBAPP_INT_RATE,
                     ONBAPP_OVERDRAFT, ONBAPP_SCRN_HITS,
                     ONBAPP_PEP_CATEGORY, ONBAPP_DUP_CUSTNO,
                     ONBAPP_DUP_CLEARED, ONBAPP_ID_DOC_EXPIRY,
                     ONBAPP_ADDR_DOC_EXPIRY, ONBAPP_CREDIT_SCORE,
                     ONBAPP_CS_REVIEW_DATE, ONBAPP_REASON,
                     ONBAPP_CUSTNO, ONBAPP_ACCNO,
                     ONBAPP_ACC_FAIL_CODE, ONBAPP_CLOSED_DATE,
                     ONBAPP_ACTIONED_BY
              INTO :HV-ONBAPP-CHANNEL, :HV-ONBAPP-STATUS,
                   :HV-ONBAPP-STAGE, :HV-ONBAPP-NAME,
                   :HV-ONBAPP-ADDRESS, :HV-ONBAPP-DOB,
                   :HV-ONBAPP-BRANCH, :HV-ONBAPP-ACC-TYPE,
                   :HV-ONBAPP-INT-RATE, :HV-ONBAPP-OVERDRAFT,
                   :HV-ONBAPP-SCRN-HITS, :HV-ONBAPP-PEP-CATEGORY,
                   :HV-ONBAPP-DUP-CUSTNO, :HV-ONBAPP-DUP-CLEARED,
                   :HV-ONBAPP-ID-DOC-EXPIRY,
                   :HV-ONBAPP-ADDR-DOC-EXPIRY,
                   :HV-ONBAPP-CREDIT-SCORE, :HV-ONBAPP-CS-REVIEW-DATE,
                   :HV-ONBAPP-REASON, :HV-ONBAPP-CUSTNO,
                   :HV-ONBAPP-ACCNO, :HV-ONBAPP-ACC-FAIL-CODE,
                   :HV-ONBAPP-CLOSED-DATE, :HV-ONBAPP-ACTIONED-BY
              FROM ONBAPP
              WHERE (ONBAPP_SORTCODE = :HV-ONBAPP-SORTCODE AND
                     ONBAPP_ID = :HV-ONBAPP-ID)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-ONBAPP-CHANNEL TO ONBFUN-CHANNEL
                 MOVE HV-ONBAPP-NAME TO ONBFUN-NAME
                 MOVE HV-ONBAPP-ADDRESS TO ONBFUN-ADDRESS
                 MOVE HV-ONBAPP-DOB-NUM TO ONBFUN-DATE-OF-BIRTH
                 MOVE HV-ONBAPP-BRANCH TO ONBFUN-BRANCH-NUMBER
                 MOVE HV-ONBAPP-ACC-TYPE TO ONBFUN-ACC-TYPE
                 MOVE HV-ONBAPP-INT-RATE TO ONBFUN-INT-RATE
                 MOVE HV-ONBAPP-OVERDRAFT TO ONBFUN-OVERDRAFT
                 PERFORM RETURN-APPLICATION
              WHEN 100
                 MOVE 'N' TO ONBFUN-SUCCESS
                 MOVE '1' TO ONBFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO ONBFUN-SUCCESS
                 MOVE '2' TO ONBFUN-FAIL-CODE
           END-EVALUATE.
       RDA999.
           EXIT.

       RETURN-APPLICATION SECTION.
       RTA010.
           MOVE HV-ONBAPP-STATUS TO ONBFUN-STATUS.
           MOVE HV-ONBAPP-STAGE TO ONBFUN-STAGE.
           MOVE HV-ONBAPP-REASON TO ONBFUN-REASON.
           MOVE HV-ONBAPP-CREDIT-SCORE TO ONBFUN-CREDIT-SCORE.
           MOVE HV-ONBAPP-ACC-FAIL-CODE TO ONBFUN-ACC-FAIL-CODE.

           IF HV-ONBAPP-DUP-CUSTNO = SPACES
              MOVE 0 TO ONBFUN-DUP-CUSTNO
           ELSE
              MOVE HV-ONBAPP-DUP-CUSTNO TO ONBFUN-DUP-CUSTNO
           END-IF.

           IF HV-ONBAPP-CUSTNO = SPACES
              MOVE 0 TO ONBFUN-CUSTNO
           ELSE
              MOVE HV-ONBAPP-CUSTNO TO ONBFUN-CUSTNO
           END-IF.

           IF HV-ONBAPP-ACCNO = SPACES
              MOVE 0 TO ONBFUN-ACCNO
           ELSE
              MOVE HV-ONBAPP-ACCNO TO ONBFUN-ACCNO
           END-IF.
       RTA999.
           EXIT.

      *----------------------------------------------------------------
      * The operator working an application needs the maintenance
      * class; ENTLFUN logs a refusal.
      *----------------------------------------------------------------
       CHECK-MAINTENANCE-ENTITLEMENT SECTION.
       CME010.
           INITIALIZE ENTLFUN-COMMAREA.
           SET ENTLFUN-CHECK TO TRUE.
           MOVE ONBFUN-SORTCODE TO ENTLFUN-SORTCODE.
           MOVE 'M' TO ENTLFUN-CLASS.

           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC.

           IF ENTLFUN-ALLOWED NOT = 'Y'
              MOVE 'N' TO ONBFUN-SUCCESS
              MOVE 'S' TO ONBFUN-FAIL-CODE
           END-IF.
       CME999.
           EXIT.

      *----------------------------------------------------------------
      * One onboarding policy value off CONTROL, or its default.
      *----------------------------------------------------------------
       GET-POLICY-VALUE SECTION.
       GPV010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE WS-POLICY-NAME TO GETCTRL-NAME OF GETCTRL-COMMAREA.
           MOVE WS-POLICY-DEFAULT TO
              GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           MOVE GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA
              TO WS-POLICY-VALUE.

           IF WS-POLICY-VALUE NOT > 0
              MOVE WS-POLICY-DEFAULT TO WS-POLICY-VALUE
           END-IF.
       GPV999.
           EXIT.

      *----------------------------------------------------------------
       ALLOCATE-NEXT-APP-ID SECTION.
       ANAI010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           STRING ONBFUN-SORTCODE   DELIMITED BY SIZE,
                  '-ONB-LAST'       DELIMITED BY SIZE
                  INTO GETCTRL-NAME OF GETCTRL-COMMAREA
           END-STRING.
           MOVE 0 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           COMPUTE HV-ONBAPP-ID =
              GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA + 1.

           MOVE 'S' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE HV-ONBAPP-ID TO GETCTRL-VALUE-NUM OF
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
                     DDMMYYYY(WS-ORIG-DATE)
                     YYYYMMDD(WS-TODAY-YMD)
                     DATESEP('.')
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
