      *              as evidence, not silent rejections. DECIDE         *
      *              records the operator's match/no-match verdict      *
      *              (stamped with their EIBOPID); BROWSE returns       *
      *              the pending queue. An organisation can be          *
      *              screened together with everyone on its             *
      *              signatory register. A person is screened the       *
      *              same way against the PEP list (PEPLIST); a         *
      *              confirmed PEP list hit marks the customer a PEP    *
      *              through PEPFUN, a confirmed watchlist hit opens    *
      *              an AML case.                                       *
      *                                                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.

           EXEC SQL INCLUDE SCRNDB2 END-EXEC.
           EXEC SQL INCLUDE AMLCDB2 END-EXEC.
           EXEC SQL INCLUDE ORGSDB2 END-EXEC.
           EXEC SQL INCLUDE PEPDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SCRNQ-ID                       PIC S9(9) COMP.
       01 HV-SCRNQ-STATUS                   PIC X.
       01 HV-SCRNQ-DECIDED-BY               PIC X(3).
       01 HV-SCRNQ-RAISED-DATE              PIC X(10).
       01 HV-SCRNQ-LIST                     PIC X.

       01 HV-PEPLIST-PREFIX                 PIC X(4).
       01 HV-PEPLIST-SOURCE                 PIC X(4).
       01 HV-PEPLIST-ENTRY-ID               PIC X(8).
       01 HV-PEPLIST-FAMILY-NAME            PIC X(20).
       01 HV-PEPLIST-GIVEN-NAME             PIC X(20).
       01 HV-PEPLIST-DATE-OF-BIRTH          PIC X(8).
       01 HV-PEPLIST-DOB-NUM REDEFINES HV-PEPLIST-DATE-OF-BIRTH
                                            PIC 9(8).
       01 HV-PEPLIST-CATEGORY               PIC X.

       01 WS-PEP-KEY.
          03 WS-PEP-KEY-SOURCE              PIC X(4).
          03 WS-PEP-KEY-ENTRY-ID            PIC X(8).

       01 WS-PEP-EOF-SW                     PIC X.
          88 WS-PEP-EOF                     VALUE 'Y'.

       01 PEPFUN-COMMAREA.
           COPY PEPFUN.

       01 WS-CICS-WORK-AREA.
          05 WS-CICS-RESP                   PIC S9(8) COMP.

       01 WS-ROW-SUB                        PIC S9(4) COMP.

       01 HV-ORGSIGN-ORG-CUSTNO             PIC X(10).
       01 HV-ORGSIGN-SIG-CUSTNO             PIC X(10).
       01 WS-ORG-HITS                       PIC 9(2).
       01 WS-ORG-PEP-HITS                   PIC 9(2).
       01 WS-SIG-EOF-SW                     PIC X.
          88 WS-SIG-EOF                     VALUE 'Y'.

       01 WS-SIG-CUST-DATA.
          COPY CUSTOMER.

       01 WS-SIG-CUST-KEY.
          03 WS-SIG-CUST-KEY-SORTCODE       PIC 9(6).
          03 WS-SIG-CUST-KEY-NUMBER         PIC 9(10).

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

           EVALUATE TRUE
              WHEN SCRNFUN-SCREEN
                 PERFORM SCREEN-ONE-NAME
                 IF SCRNFUN-SUBJECT-TYPE = 'O' AND
                    SCRNFUN-WITH-SIGNATORIES = 'Y' AND
                    SCRNFUN-SUCCESS = 'Y'
                    PERFORM SCREEN-THE-SIGNATORIES
                 END-IF
              WHEN SCRNFUN-DECIDE
                 PERFORM DECIDE-ONE-HIT
              WHEN SCRNFUN-BROWSE
       SCREEN-ONE-NAME SECTION.
       SON010.
           MOVE 0 TO SCRNFUN-HITS-QUEUED.
           MOVE 0 TO SCRNFUN-PEP-HITS-QUEUED.

           MOVE FUNCTION UPPER-CASE(SCRNFUN-GIVEN-NAME)
              TO WS-GIVEN-NORM.
      *
              MOVE 'N' TO SCRNFUN-SUCCESS
              MOVE '2' TO SCRNFUN-FAIL-CODE
              GO TO SON050
           END-IF.

           MOVE 'Y' TO WS-BROWSING-SW.
              FILE('WATCHLST')
              RESP(WS-CICS-RESP)
           END-EXEC.
       SON050.
      *
      *    People are screened against the PEP list as well, even
      *    when the watchlist could not be read. An organisation's
      *    legal name is not.
      *
           IF SCRNFUN-SUBJECT-TYPE = 'C' OR SCRNFUN-SUBJECT-TYPE = 'G'
              OR SCRNFUN-SUBJECT-TYPE = 'A'
              PERFORM SCREEN-AGAINST-PEP-LIST
           END-IF.
       SON999.
           EXIT.

           END-IF.

           IF WS-SCORE >= 60
              MOVE WATCHLST-KEY TO HV-SCRNQ-WATCHLST-KEY
              MOVE 'W' TO HV-SCRNQ-LIST
              PERFORM QUEUE-ONE-HIT
           END-IF.
       SOE999.
           EXIT.

      *----------------------------------------------------------------
      * Score the PEP list entries that could reach 60. Without the
      * same first four letters of the family name an entry scores
      * 50 at most, so only those are fetched.
      *----------------------------------------------------------------
       SCREEN-AGAINST-PEP-LIST SECTION.
       SAP010.
           MOVE WS-FAMILY-NORM(1:4) TO HV-PEPLIST-PREFIX.

           EXEC SQL
              DECLARE PEPL_CSR CURSOR FOR
                 SELECT PEPLIST_SOURCE, PEPLIST_ENTRY_ID,
                        PEPLIST_FAMILY_NAME, PEPLIST_GIVEN_NAME,
                        PEPLIST_DATE_OF_BIRTH
                 FROM PEPLIST
                 WHERE SUBSTR(PEPLIST_FAMILY_NAME, 1, 4) =
                          :HV-PEPLIST-PREFIX
           END-EXEC.

           EXEC SQL OPEN PEPL_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SCRNFUN UNABLE TO OPEN PEPLIST CURSOR'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO SCRNFUN-SUCCESS
              MOVE '2' TO SCRNFUN-FAIL-CODE
              GO TO SAP999
           END-IF.

           MOVE 'N' TO WS-PEP-EOF-SW.
           PERFORM SCORE-ONE-PEP-ENTRY
              UNTIL WS-PEP-EOF.

           EXEC SQL CLOSE PEPL_CSR END-EXEC.
       SAP999.
           EXIT.

       SCORE-ONE-PEP-ENTRY SECTION.
       SOPE010.
           EXEC SQL
              FETCH PEPL_CSR
              INTO :HV-PEPLIST-SOURCE, :HV-PEPLIST-ENTRY-ID,
                   :HV-PEPLIST-FAMILY-NAME, :HV-PEPLIST-GIVEN-NAME,
                   :HV-PEPLIST-DATE-OF-BIRTH
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-PEP-EOF-SW
              GO TO SOPE999
           END-IF.

           MOVE 0 TO WS-SCORE.

           IF HV-PEPLIST-FAMILY-NAME = WS-FAMILY-NORM
              ADD 50 TO WS-SCORE
           ELSE
              ADD 25 TO WS-SCORE
           END-IF.

           IF HV-PEPLIST-GIVEN-NAME = WS-GIVEN-NORM
              AND WS-GIVEN-NORM NOT = SPACES
              ADD 30 TO WS-SCORE
           ELSE
              IF HV-PEPLIST-GIVEN-NAME(1:1) = WS-GIVEN-NORM(1:1)
                 AND WS-GIVEN-NORM(1:1) NOT = SPACE
                 ADD 10 TO WS-SCORE
              END-IF
           END-IF.

           IF HV-PEPLIST-DOB-NUM NOT = 0
              AND SCRNFUN-DATE-OF-BIRTH NOT = 0
              AND HV-PEPLIST-DOB-NUM = SCRNFUN-DATE-OF-BIRTH
              ADD 20 TO WS-SCORE
           END-IF.

           IF WS-SCORE >= 60
              MOVE HV-PEPLIST-SOURCE TO WS-PEP-KEY-SOURCE
              MOVE HV-PEPLIST-ENTRY-ID TO WS-PEP-KEY-ENTRY-ID
              MOVE WS-PEP-KEY TO HV-SCRNQ-WATCHLST-KEY
              MOVE 'P' TO HV-SCRNQ-LIST
              PERFORM QUEUE-ONE-HIT
           END-IF.
       SOPE999.
           EXIT.

      *----------------------------------------------------------------
      * Screen everyone who signs for the organisation, each under
      * their own customer number as subject 'G'. A signatory whose
      * record cannot be read, or who screens nothing, is passed
      * over - the organisation's own result stands regardless.
      *----------------------------------------------------------------
       SCREEN-THE-SIGNATORIES SECTION.
       STS010.
           MOVE SCRNFUN-CUSTNO TO HV-ORGSIGN-ORG-CUSTNO.
           MOVE SCRNFUN-HITS-QUEUED TO WS-ORG-HITS.
           MOVE SCRNFUN-PEP-HITS-QUEUED TO WS-ORG-PEP-HITS.

           EXEC SQL
              DECLARE ORGS_CSR CURSOR FOR
                 SELECT ORGSIGN_SIG_CUSTNO
                 FROM ORGSIGN
                 WHERE (ORGSIGN_SORTCODE = :HV-SCRNQ-SORTCODE AND
                        ORGSIGN_ORG_CUSTNO = :HV-ORGSIGN-ORG-CUSTNO AND
                        ORGSIGN_STATUS = 'A')
                 ORDER BY ORGSIGN_SIG_CUSTNO
           END-EXEC.

           EXEC SQL OPEN ORGS_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SCRNFUN UNABLE TO OPEN ORGSIGN CURSOR'
                 ' SQLCODE=' SQLCODE-DISPLAY
              GO TO STS999
           END-IF.

           MOVE 'N' TO WS-SIG-EOF-SW.
           PERFORM SCREEN-ONE-SIGNATORY
              UNTIL WS-SIG-EOF.

           EXEC SQL CLOSE ORGS_CSR END-EXEC.

           MOVE WS-ORG-HITS TO SCRNFUN-HITS-QUEUED.
           MOVE WS-ORG-PEP-HITS TO SCRNFUN-PEP-HITS-QUEUED.
           MOVE 'Y' TO SCRNFUN-SUCCESS.
           MOVE SPACE TO SCRNFUN-FAIL-CODE.
       STS999.
           EXIT.

       SCREEN-ONE-SIGNATORY SECTION.
       SOSG010.
           EXEC SQL
              FETCH ORGS_CSR
              INTO :HV-ORGSIGN-SIG-CUSTNO
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-SIG-EOF-SW
              GO TO SOSG999
           END-IF.

           MOVE SCRNFUN-SORTCODE TO WS-SIG-CUST-KEY-SORTCODE.
           MOVE HV-ORGSIGN-SIG-CUSTNO TO WS-SIG-CUST-KEY-NUMBER.

           EXEC CICS READ FILE('CUSTOMER')
                RIDFLD(WS-SIG-CUST-KEY)
                INTO(WS-SIG-CUST-DATA)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              GO TO SOSG999
           END-IF.

           MOVE 'G' TO SCRNFUN-SUBJECT-TYPE.
           MOVE HV-ORGSIGN-SIG-CUSTNO TO SCRNFUN-CUSTNO.
           MOVE CUSTOMER-GIVEN-NAME OF WS-SIG-CUST-DATA
              TO SCRNFUN-GIVEN-NAME.
           MOVE CUSTOMER-FAMILY-NAME OF WS-SIG-CUST-DATA
              TO SCRNFUN-FAMILY-NAME.
           MOVE CUSTOMER-DATE-OF-BIRTH OF WS-SIG-CUST-DATA
              TO SCRNFUN-DATE-OF-BIRTH.

           MOVE 'Y' TO SCRNFUN-SUCCESS.
           PERFORM SCREEN-ONE-NAME.

           IF SCRNFUN-SUCCESS = 'Y'
              ADD SCRNFUN-HITS-QUEUED TO WS-ORG-HITS
              ADD SCRNFUN-PEP-HITS-QUEUED TO WS-ORG-PEP-HITS
           END-IF.
       SOSG999.
           EXIT.

      *----------------------------------------------------------------
       QUEUE-ONE-HIT SECTION.
       QOH010.
               INTO HV-SCRNQ-NAME
           END-STRING.

           MOVE WS-SCORE TO HV-SCRNQ-SCORE.
           MOVE WS-ORIG-DATE TO HV-SCRNQ-RAISED-DATE.

                 (SCRNQ_ID, SCRNQ_SORTCODE, SCRNQ_SUBJECT_TYPE,
                  SCRNQ_CUSTNO, SCRNQ_NAME, SCRNQ_WATCHLST_KEY,
                  SCRNQ_MATCH_SCORE, SCRNQ_STATUS,
                  SCRNQ_RAISED_DATE, SCRNQ_LIST)
              VALUES
                 (:HV-SCRNQ-ID, :HV-SCRNQ-SORTCODE,
                  :HV-SCRNQ-SUBJECT-TYPE, :HV-SCRNQ-CUSTNO,
                  :HV-SCRNQ-NAME, :HV-SCRNQ-WATCHLST-KEY,
                  :HV-SCRNQ-SCORE, 'P', :HV-SCRNQ-RAISED-DATE,
                  :HV-SCRNQ-LIST)
           END-EXEC.

           IF SQLCODE NOT = 0
           END-IF.

           ADD 1 TO SCRNFUN-HITS-QUEUED.

           IF HV-SCRNQ-LIST = 'P'
              ADD 1 TO SCRNFUN-PEP-HITS-QUEUED
           END-IF.
       QOH999.
           EXIT.

      *    A confirmed match does not end with a status any more -
      *    it opens an AML investigation case, anchored on the hit
      *    and the customer, for the investigation narrative and
      *    the filing decision to live on. A confirmed PEP list hit
      *    is not a suspicion - it makes the customer a PEP instead.
      *
           IF NOT SCRNFUN-DECIDE-MATCH
              GO TO DOH999
           END-IF.

           EXEC SQL
              SELECT COALESCE(SCRNQ_LIST, 'W'), SCRNQ_WATCHLST_KEY,
                     SCRNQ_SUBJECT_TYPE
              INTO :HV-SCRNQ-LIST, :HV-SCRNQ-WATCHLST-KEY,
                   :HV-SCRNQ-SUBJECT-TYPE
              FROM SCRNQ
              WHERE (SCRNQ_ID = :HV-SCRNQ-ID AND
                     SCRNQ_SORTCODE = :HV-SCRNQ-SORTCODE)
           END-EXEC.

      *
      *    An onboarding applicant is not a customer yet - ONBFUN
      *    reads the decision off the queue and acts on it itself.
      *
           IF SQLCODE = 0 AND HV-SCRNQ-SUBJECT-TYPE = 'A'
              GO TO DOH999
           END-IF.

           IF SQLCODE = 0 AND HV-SCRNQ-LIST = 'P'
              PERFORM FLAG-PEP-CUSTOMER
           ELSE
              PERFORM OPEN-AML-CASE
           END-IF.
       DOH999.
           EXIT.

      *----------------------------------------------------------------
      * Mark the customer on a confirmed PEP list hit a PEP, with the
      * list entry's category. An entry gone from the list since
      * the hit was queued is taken as a domestic PEP - the
      * category can be put right by flagging again. As with the
      * AML case, a failure here never blocks the decision.
      *----------------------------------------------------------------
       FLAG-PEP-CUSTOMER SECTION.
       FPC010.
           EXEC SQL
              SELECT COALESCE(SCRNQ_CUSTNO, ' ')
              INTO :HV-SCRNQ-CUSTNO
              FROM SCRNQ
              WHERE (SCRNQ_ID = :HV-SCRNQ-ID AND
                     SCRNQ_SORTCODE = :HV-SCRNQ-SORTCODE)
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-SCRNQ-CUSTNO = SPACES
              GO TO FPC999
           END-IF.

           MOVE HV-SCRNQ-WATCHLST-KEY TO WS-PEP-KEY.
           MOVE WS-PEP-KEY-SOURCE TO HV-PEPLIST-SOURCE.
           MOVE WS-PEP-KEY-ENTRY-ID TO HV-PEPLIST-ENTRY-ID.

           EXEC SQL
              SELECT PEPLIST_CATEGORY
              INTO :HV-PEPLIST-CATEGORY
              FROM PEPLIST
              WHERE (PEPLIST_SOURCE = :HV-PEPLIST-SOURCE AND
                     PEPLIST_ENTRY_ID = :HV-PEPLIST-ENTRY-ID)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'D' TO HV-PEPLIST-CATEGORY
           END-IF.

           INITIALIZE PEPFUN-COMMAREA.
           SET PEPFUN-FLAG TO TRUE.
           MOVE SCRNFUN-SORTCODE TO PEPFUN-SORTCODE.
           MOVE HV-SCRNQ-CUSTNO TO PEPFUN-CUSTNO.
           MOVE HV-PEPLIST-CATEGORY TO PEPFUN-CATEGORY.

           EXEC CICS LINK PROGRAM('PEPFUN')
                     COMMAREA(PEPFUN-COMMAREA)
           END-EXEC.

           IF PEPFUN-SUCCESS NOT = 'Y'
              DISPLAY 'SCRNFUN UNABLE TO FLAG PEP CUSTOMER '
                 HV-SCRNQ-CUSTNO ' FAIL-CODE=' PEPFUN-FAIL-CODE
           END-IF.
       FPC999.
           EXIT.

      *----------------------------------------------------------------
      * Open the AMLCASE row for a confirmed hit. A hit with no
      * customer number to anchor on (nothing to investigate
              DECLARE SCRN_CSR CURSOR FOR
                 SELECT SCRNQ_ID, SCRNQ_SUBJECT_TYPE, SCRNQ_CUSTNO,
                        SCRNQ_NAME, SCRNQ_WATCHLST_KEY,
                        SCRNQ_MATCH_SCORE, SCRNQ_RAISED_DATE,
                        COALESCE(SCRNQ_LIST, 'W')
                 FROM SCRNQ
                 WHERE SCRNQ_SORTCODE = :HV-SCRNQ-SORTCODE
                   AND SCRNQ_STATUS = 'P'
              INTO :HV-SCRNQ-ID, :HV-SCRNQ-SUBJECT-TYPE,
                   :HV-SCRNQ-CUSTNO, :HV-SCRNQ-NAME,
                   :HV-SCRNQ-WATCHLST-KEY, :HV-SCRNQ-SCORE,
                   :HV-SCRNQ-RAISED-DATE, :HV-SCRNQ-LIST
           END-EXEC.

           IF SQLCODE = 0
              MOVE HV-SCRNQ-SCORE TO SCRNFUN-SQ-SCORE(WS-ROW-SUB)
              MOVE HV-SCRNQ-RAISED-DATE
                 TO SCRNFUN-SQ-RAISED-DATE(WS-ROW-SUB)
              MOVE HV-SCRNQ-LIST TO SCRNFUN-SQ-LIST(WS-ROW-SUB)
           END-IF.
       FOH999.
           EXIT.
