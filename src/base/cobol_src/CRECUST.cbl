      * postcode refine it. 65 is probable.
       01 WS-PROBABLE-DUP-SW            PIC X VALUE 'N'.
          88 WS-PROBABLE-DUPLICATE      VALUE 'Y'.
      * Onboarded applicant (see COMM-ONBOARDED) - a caller passing
      * the shorter commarea is never one.
       01 WS-ONBOARDED-SW               PIC X VALUE 'N'.
          88 WS-ONBOARDED               VALUE 'Y'.
       01 WS-DUP-SCORE                  PIC S9(4) COMP.
       01 WS-DUP-SUB                    PIC S9(4) COMP.
      * Only the fields the scoring needs, at their offsets in
       01 STORM-DRAIN-CONDITION         PIC X(20).

       01 WS-DATE-OF-BIRTH-ERROR        PIC X         VALUE 'N'.
       01 WS-ORGANISATION-SW            PIC X         VALUE 'N'.
          88 WS-ORGANISATION                          VALUE 'Y'.
       01 WS-ORGANISATION-ERROR         PIC X         VALUE 'N'.
       01 WS-DATE-OF-BIRTH-LILLIAN      PIC S9(9) BINARY.

       01 DATE-OF-BIRTH-FORMAT.
       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY CRECUST.

           MOVE SORTCODE OF GETSCODE-COMMAREA TO REQUIRED-SORT-CODE.

      *
      *    A sort code whose account or customer counter CTRCHK found
      *    behind the data on file takes no new customers until the
      *    counter is repaired.
      *
           PERFORM CHECK-CREATION-BLOCK.

      *
      *    An organisation has no birth date or personal name. Its
      *    details are checked here, then its legal name and date
      *    of incorporation stand in the name and birth date fields
      *    so the checks and the record write below treat it like
      *    any other customer.
      *
           IF COMM-ENTITY-TYPE NOT = ' ' AND COMM-ENTITY-TYPE NOT = 'P'
              PERFORM CHECK-ORGANISATION-DETAILS

              IF WS-ORGANISATION-ERROR = 'Y'
                 MOVE 'N' TO COMM-SUCCESS
                 MOVE 'R' TO COMM-FAIL-CODE
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF
           END-IF.

      *
      *    A caller whose commarea stops short of the sector (the
      *    BMS screens before it was carried) leaves it derived.
      *
           IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
              IF COMM-SECTOR NOT = ' ' AND COMM-SECTOR NOT = 'H' AND
                 COMM-SECTOR NOT = 'N' AND COMM-SECTOR NOT = 'F' AND
                 COMM-SECTOR NOT = 'G'
                 MOVE 'N' TO COMM-SUCCESS
                 MOVE 'V' TO COMM-FAIL-CODE
                 PERFORM GET-ME-OUT-OF-HERE
              END-IF
           END-IF.


      *
      *    Derive the date and time
           PERFORM POPULATE-TIME-DATE.

      *
      *    Perform the Asynchronous credit check. An onboarded
      *    applicant has been scored already (ONBFUN) and arrives
      *    with the score and its review date.
      *
           MOVE 'N' TO WS-ONBOARDED-SW.

           IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
              AND COMM-ONBOARDED = 'Y'
              MOVE 'Y' TO WS-ONBOARDED-SW
           END-IF.

           IF NOT WS-ONBOARDED
              PERFORM CREDIT-CHECK
           END-IF.

           IF WS-CREDIT-CHECK-ERROR = 'Y'
              MOVE 0 TO COMM-CREDIT-SCORE
      *    new number - CUSTMRG exists to clean duplicates up
      *    after the fact, and this is the cheaper moment. The
      *    operator can override with a conscious confirmation,
      *    which goes to the audit log. The search is by personal
      *    family name, so it means nothing for an organisation.
      *
           IF COMM-DUP-OVERRIDE NOT = 'Y' AND NOT WS-ORGANISATION
              PERFORM CHECK-PROBABLE-DUPLICATE

              IF WS-PROBABLE-DUPLICATE
           EXIT.


      *----------------------------------------------------------------
      * CONTROL row <sortcode>-CREATE-BLOCKED, kept by CTRCHK, is 1
      * while the sort code is closed for creation. No row leaves
      * it open. Creation is also closed across the whole region
      * while REGION-STATUS says the CUSTOMER file is being backed
      * up (CUSTBKUP) or restored (CUSTRSTR).
      *----------------------------------------------------------------
       CHECK-CREATION-BLOCK SECTION.
       CCB010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE 'REGION-STATUS' TO GETCTRL-NAME OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           IF GETCTRL-VALUE-STR OF GETCTRL-COMMAREA = 'BACKUP'
              OR GETCTRL-VALUE-STR OF GETCTRL-COMMAREA = 'RESTORE'
              MOVE 'N' TO COMM-SUCCESS
              MOVE 'L' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           STRING REQUIRED-SORT-CODE DELIMITED BY SIZE
                  '-CREATE-BLOCKED' DELIMITED BY SIZE
                  INTO GETCTRL-NAME OF GETCTRL-COMMAREA
           END-STRING.
           MOVE 0 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           IF GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA = 1
              MOVE 'N' TO COMM-SUCCESS
              MOVE 'K' TO COMM-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

       CCB999.
           EXIT.


       ENQ-NAMED-COUNTER SECTION.
       ENC010.
           MOVE REQUIRED-SORT-CODE TO
           MOVE SPACES              TO CUSTOMER-EMAIL.
           MOVE 'L'                 TO CUSTOMER-PREF-CHANNEL.

           IF WS-ORGANISATION
              MOVE COMM-ENTITY-TYPE     TO CUSTOMER-ENTITY-TYPE
              MOVE COMM-REGISTRATION-NO TO CUSTOMER-REGISTRATION-NO
              MOVE COMM-LEGAL-NAME      TO CUSTOMER-LEGAL-NAME
              MOVE COMM-TRADING-NAME    TO CUSTOMER-TRADING-NAME
              MOVE COMM-INCORP-DATE     TO CUSTOMER-INCORP-DATE
           ELSE
              MOVE 'P'                  TO CUSTOMER-ENTITY-TYPE
              MOVE SPACES               TO CUSTOMER-REGISTRATION-NO
              MOVE SPACES               TO CUSTOMER-LEGAL-NAME
              MOVE SPACES               TO CUSTOMER-TRADING-NAME
              MOVE ZERO                 TO CUSTOMER-INCORP-DATE
           END-IF.

      *
      *    The statistical sector is the operator's if one was given,
      *    otherwise derived from the entity type - a limited company
      *    is a non-financial corporation until someone who knows
      *    better says otherwise; people, partnerships and clubs sit
      *    with households.
      *
           IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
              AND COMM-SECTOR NOT = ' '
              MOVE COMM-SECTOR          TO CUSTOMER-SECTOR
              MOVE 'M'                  TO CUSTOMER-SECTOR-SOURCE
           ELSE
              IF CUSTOMER-LIMITED-COMPANY
                 MOVE 'N'               TO CUSTOMER-SECTOR
              ELSE
                 MOVE 'H'               TO CUSTOMER-SECTOR
              END-IF
              MOVE 'D'                  TO CUSTOMER-SECTOR-SOURCE
           END-IF.

      *
      *    A score of zero means CREDIT-CHECK above could not get an
      *    answer from the credit agencies - CRSCSWP will pick the

           PERFORM SEND-NOTIFICATION.

      *
      *    An onboarded applicant was screened, and any hit decided,
      *    before the application was allowed this far.
      *
           IF NOT WS-ONBOARDED
              PERFORM SCREEN-NEW-CUSTOMER
           END-IF.

           PERFORM SETUP-INITIAL-CREDENTIAL.

           MOVE CUSTOMER-FAMILY-NAME TO SCRNFUN-FAMILY-NAME.
           MOVE CUSTOMER-DATE-OF-BIRTH TO SCRNFUN-DATE-OF-BIRTH.

      *
      *    An organisation is screened on its legal name - the
      *    watchlist holds a listed entity's name where a person's
      *    family name would be - and it has no birth date to match.
      *
           IF WS-ORGANISATION
              MOVE 'O' TO SCRNFUN-SUBJECT-TYPE
              MOVE SPACES TO SCRNFUN-GIVEN-NAME
              MOVE CUSTOMER-LEGAL-NAME TO SCRNFUN-FAMILY-NAME
              MOVE 0 TO SCRNFUN-DATE-OF-BIRTH
           END-IF.

           EXEC CICS LINK PROGRAM(WS-SCRNFUN-PGM)
                      COMMAREA(SCRNFUN-COMMAREA)
           END-EXEC.
              MOVE 'N' TO KYCFUN-HIGH-RISK OF KYCFUN-COMMAREA
           END-IF.

           IF WS-ORGANISATION
              MOVE 'Y' TO KYCFUN-ORGANISATION OF KYCFUN-COMMAREA
           END-IF.

           EXEC CICS LINK PROGRAM(WS-KYCFUN-PGM)
                      COMMAREA(KYCFUN-COMMAREA)
                      RESP(WS-CICS-RESP)
                     )
           END-EXEC.

           IF SQLCODE = 0
              INITIALIZE EVNT-AREA
              SET EVNT-POSTING TO TRUE
              MOVE HV-PROCTRAN-SORT-CODE TO EVNT-SORTCODE
              MOVE HV-PROCTRAN-ACC-NUMBER TO EVNT-ACCNO
              MOVE HV-PROCTRAN-DATE TO EVNT-PROC-DATE
              MOVE HV-PROCTRAN-TIME TO EVNT-PROC-TIME
              MOVE HV-PROCTRAN-REF TO EVNT-REF
              MOVE HV-PROCTRAN-TYPE TO EVNT-TYPE
              MOVE HV-PROCTRAN-DESC TO EVNT-DESC
              MOVE HV-PROCTRAN-AMOUNT TO EVNT-AMOUNT
              PERFORM WRITE-BUSINESS-EVENT
           END-IF.

      *
      *    Check the SQLCODE
      *
           SUBTRACT COMM-BIRTH-YEAR FROM WS-TODAY-G-YEAR
              GIVING WS-CUSTOMER-AGE

      *
      *    A club or society can be far older than any person - the
      *    age ceiling is for people only.
      *
           IF WS-CUSTOMER-AGE > 150 AND NOT WS-ORGANISATION
              MOVE 'Y' TO WS-DATE-OF-BIRTH-ERROR
              MOVE 'O' TO COMM-FAIL-CODE
              GO TO DOBC999
           EXIT.


      *----------------------------------------------------------------
      * An organisation must be of a known type and give its legal
      * name and date of incorporation; a limited company must
      * also give its registration number. The legal name and date
      * then stand in the personal name and birth date fields.
      *----------------------------------------------------------------
       CHECK-ORGANISATION-DETAILS SECTION.
       COD010.
           MOVE 'N' TO WS-ORGANISATION-ERROR.

           IF COMM-ENTITY-TYPE NOT = 'L' AND
              COMM-ENTITY-TYPE NOT = 'N' AND
              COMM-ENTITY-TYPE NOT = 'C'
              MOVE 'Y' TO WS-ORGANISATION-ERROR
              GO TO COD999
           END-IF.

           IF COMM-LEGAL-NAME = SPACES OR COMM-INCORP-DATE = 0
              MOVE 'Y' TO WS-ORGANISATION-ERROR
              GO TO COD999
           END-IF.

           IF COMM-ENTITY-TYPE = 'L' AND COMM-REGISTRATION-NO = SPACES
              MOVE 'Y' TO WS-ORGANISATION-ERROR
              GO TO COD999
           END-IF.

           MOVE 'Y' TO WS-ORGANISATION-SW.
           MOVE COMM-LEGAL-NAME TO COMM-NAME.
           MOVE COMM-INCORP-DATE TO COMM-DATE-OF-BIRTH.
       COD999.
           EXIT.


       POPULATE-TIME-DATE2 SECTION.
       PTD2010.
      D    DISPLAY 'POPULATE-TIME-DATE2 SECTION'.
       PTD2999.
           EXIT.

      *----------------------------------------------------------------
      * The change just posted, as a business event in the same unit
      * of work (see EVNTWRT). A failure to record it comes back in
      * SQLCODE, so it is handled exactly as a failed PROCTRAN insert.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           MOVE 'CRECUST' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
