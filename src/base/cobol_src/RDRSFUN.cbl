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
      * Title: RDRSFUN                                                 *
      *                                                                *
      * Description: Customer remediation campaign service, LINKed    *
      *              with the RDRSFUN commarea. DEFINE records a       *
      *              campaign - which PROCTRAN rows were wrong and     *
      *              what they should have been - for RDRSDRY to       *
      *              dry-run. SIGNOFF is the supervisor's release of   *
      *              a reviewed dry run for RDRSPAY to pay; the        *
      *              operator who defined a campaign can never sign    *
      *              it off. INQUIRE shows the campaign and its        *
      *              reconciliation of paid against identified.        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RDRSFUN.
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

           EXEC SQL INCLUDE RDRSDB2 END-EXEC.
           EXEC SQL INCLUDE TRFDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HOST-RDRCAMP-ROW.
          03 HV-CAMP-ID                     PIC S9(9) COMP.
          03 HV-CAMP-TITLE                  PIC X(40).
          03 HV-CAMP-SORTCODE               PIC X(6).
          03 HV-CAMP-ACC-TYPE               PIC X(8).
          03 HV-CAMP-PROCTRAN-TYPE          PIC X(3).
          03 HV-CAMP-FROM-DATE              PIC X(8).
          03 HV-CAMP-TO-DATE                PIC X(8).
          03 HV-CAMP-BASIS                  PIC X.
          03 HV-CAMP-FEE-CODE               PIC X(4).
          03 HV-CAMP-CORRECT-AMT            PIC S9(6)V99 COMP-3.
          03 HV-CAMP-CORRECT-PCT            PIC S9(3)V99 COMP-3.
          03 HV-CAMP-COMP-RATE              PIC S9(2)V99 COMP-3.
          03 HV-CAMP-PAY-DATE               PIC X(8).
          03 HV-CAMP-STATUS                 PIC X.
          03 HV-CAMP-DEFINED-BY             PIC X(3).
          03 HV-CAMP-DEFINED-DATE           PIC X(8).
          03 HV-CAMP-DRYRUN-DATE            PIC X(8).
          03 HV-CAMP-SIGNED-BY              PIC X(3).
          03 HV-CAMP-SIGNED-DATE            PIC X(8).
          03 HV-CAMP-POSTED-DATE            PIC X(8).

       01 HV-MATCH-COUNT                    PIC S9(9) COMP.
       01 HV-SUM-AMOUNT                     PIC S9(12)V99 COMP-3.
       01 HV-OPERATOR                       PIC X(3).

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.

       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-TODAY-YMD                      PIC X(8).

       01 WS-CLASS-WANTED                   PIC X.

       01 WS-CHECK-DATE                     PIC X(8).
       01 WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE.
          03 WS-CHECK-YYYY                  PIC 9(4).
          03 WS-CHECK-MM                    PIC 99.
          03 WS-CHECK-DD                    PIC 99.
       01 WS-DATE-VALID-SW                  PIC X.
          88 WS-DATE-VALID                  VALUE 'Y'.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY RDRSFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO RDRSFUN-SUCCESS.
           MOVE SPACE TO RDRSFUN-FAIL-CODE.

           PERFORM POPULATE-TIME-DATE.

           EVALUATE TRUE
              WHEN RDRSFUN-DEFINE
                 PERFORM DEFINE-A-CAMPAIGN
              WHEN RDRSFUN-SIGNOFF
                 PERFORM SIGN-OFF-THE-CAMPAIGN
              WHEN RDRSFUN-INQUIRE
                 PERFORM INQUIRE-THE-CAMPAIGN
              WHEN OTHER
                 MOVE 'N' TO RDRSFUN-SUCCESS
                 MOVE '9' TO RDRSFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * Validate the criteria and correction and record the campaign
      * as defined. Nothing is identified, let alone paid, until the
      * dry run and sign-off have followed.
      *----------------------------------------------------------------
       DEFINE-A-CAMPAIGN SECTION.
       DAC010.
           MOVE 'M' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF RDRSFUN-SUCCESS = 'N'
              GO TO DAC999
           END-IF.

           IF RDRSFUN-CAMP-SORTCODE = SPACES OR
              RDRSFUN-CAMP-SORTCODE = LOW-VALUES
              MOVE RDRSFUN-SORTCODE TO RDRSFUN-CAMP-SORTCODE
           END-IF.

           IF RDRSFUN-ACC-TYPE = SPACES OR
              RDRSFUN-ACC-TYPE = LOW-VALUES
              MOVE '*' TO RDRSFUN-ACC-TYPE
           END-IF.

           IF RDRSFUN-TITLE = SPACES OR RDRSFUN-TITLE = LOW-VALUES
              OR RDRSFUN-PROCTRAN-TYPE = SPACES
              OR RDRSFUN-PROCTRAN-TYPE = LOW-VALUES
              OR (RDRSFUN-CAMP-SORTCODE NOT NUMERIC AND
                  RDRSFUN-CAMP-SORTCODE NOT = '*')
              OR RDRSFUN-COMP-RATE NOT NUMERIC
              OR RDRSFUN-COMP-RATE < 0
              MOVE 'N' TO RDRSFUN-SUCCESS
              MOVE '3' TO RDRSFUN-FAIL-CODE
              GO TO DAC999
           END-IF.

           MOVE 0 TO HV-CAMP-CORRECT-AMT HV-CAMP-CORRECT-PCT.
           MOVE SPACES TO HV-CAMP-FEE-CODE.

           EVALUATE TRUE
              WHEN RDRSFUN-BASIS-FIXED
                 IF RDRSFUN-CORRECT-AMT NOT NUMERIC OR
                    RDRSFUN-CORRECT-AMT < 0
                    MOVE 'N' TO RDRSFUN-SUCCESS
                    MOVE '3' TO RDRSFUN-FAIL-CODE
                    GO TO DAC999
                 END-IF
                 MOVE RDRSFUN-CORRECT-AMT TO HV-CAMP-CORRECT-AMT
              WHEN RDRSFUN-BASIS-TARIFF
                 MOVE RDRSFUN-FEE-CODE TO HV-CAMP-FEE-CODE
              WHEN RDRSFUN-BASIS-PERCENT
                 IF RDRSFUN-CORRECT-PCT NOT NUMERIC OR
                    RDRSFUN-CORRECT-PCT < 0
                    MOVE 'N' TO RDRSFUN-SUCCESS
                    MOVE '3' TO RDRSFUN-FAIL-CODE
                    GO TO DAC999
                 END-IF
                 MOVE RDRSFUN-CORRECT-PCT TO HV-CAMP-CORRECT-PCT
              WHEN OTHER
                 MOVE 'N' TO RDRSFUN-SUCCESS
                 MOVE '3' TO RDRSFUN-FAIL-CODE
                 GO TO DAC999
           END-EVALUATE.

      *
      *    The error must be over and done with before it is put
      *    right - a range still running would leave the campaign
      *    chasing its own tail - and the money cannot be promised
      *    for a day already gone.
      *
           MOVE RDRSFUN-FROM-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-ONE-DATE.
           IF NOT WS-DATE-VALID
              MOVE 'N' TO RDRSFUN-SUCCESS
              MOVE '4' TO RDRSFUN-FAIL-CODE
              GO TO DAC999
           END-IF.

           MOVE RDRSFUN-TO-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-ONE-DATE.
           IF NOT WS-DATE-VALID
              OR RDRSFUN-TO-DATE < RDRSFUN-FROM-DATE
              OR RDRSFUN-TO-DATE NOT < WS-TODAY-YMD
              MOVE 'N' TO RDRSFUN-SUCCESS
              MOVE '4' TO RDRSFUN-FAIL-CODE
              GO TO DAC999
           END-IF.

           MOVE RDRSFUN-PAY-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-ONE-DATE.
           IF NOT WS-DATE-VALID OR RDRSFUN-PAY-DATE < WS-TODAY-YMD
              MOVE 'N' TO RDRSFUN-SUCCESS
              MOVE '4' TO RDRSFUN-FAIL-CODE
              GO TO DAC999
           END-IF.

      *
      *    A tariff basis must have a flat tariff row to work from -
      *    a percentage fee cannot be recomputed from one posting.
      *
           IF RDRSFUN-BASIS-TARIFF
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :HV-MATCH-COUNT
                 FROM TARIFF
                 WHERE TARIFF_FEE_CODE = :HV-CAMP-FEE-CODE
                   AND TARIFF_PCT = 0
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'RDRSFUN UNABLE TO READ TARIFF '
                    SQLCODE-DISPLAY
                 MOVE 'N' TO RDRSFUN-SUCCESS
                 MOVE '2' TO RDRSFUN-FAIL-CODE
                 GO TO DAC999
              END-IF

              IF HV-MATCH-COUNT = 0
                 MOVE 'N' TO RDRSFUN-SUCCESS
                 MOVE '5' TO RDRSFUN-FAIL-CODE
                 GO TO DAC999
              END-IF
           END-IF.

           PERFORM ALLOCATE-CAMPAIGN-ID.

           IF RDRSFUN-SUCCESS = 'N'
              GO TO DAC999
           END-IF.

           MOVE RDRSFUN-TITLE TO HV-CAMP-TITLE.
           MOVE RDRSFUN-CAMP-SORTCODE TO HV-CAMP-SORTCODE.
           MOVE RDRSFUN-ACC-TYPE TO HV-CAMP-ACC-TYPE.
           MOVE RDRSFUN-PROCTRAN-TYPE TO HV-CAMP-PROCTRAN-TYPE.
           MOVE RDRSFUN-FROM-DATE TO HV-CAMP-FROM-DATE.
           MOVE RDRSFUN-TO-DATE TO HV-CAMP-TO-DATE.
           MOVE RDRSFUN-BASIS TO HV-CAMP-BASIS.
           MOVE RDRSFUN-COMP-RATE TO HV-CAMP-COMP-RATE.
           MOVE RDRSFUN-PAY-DATE TO HV-CAMP-PAY-DATE.
           MOVE 'D' TO HV-CAMP-STATUS.
           MOVE EIBOPID TO HV-CAMP-DEFINED-BY.
           MOVE WS-TODAY-YMD TO HV-CAMP-DEFINED-DATE.
           MOVE SPACES TO HV-CAMP-DRYRUN-DATE HV-CAMP-SIGNED-BY
                          HV-CAMP-SIGNED-DATE HV-CAMP-POSTED-DATE.

           EXEC SQL
              INSERT INTO RDRCAMP
                 (RDRCAMP_ID, RDRCAMP_TITLE, RDRCAMP_SORTCODE,
                  RDRCAMP_ACC_TYPE, RDRCAMP_PROCTRAN_TYPE,
                  RDRCAMP_FROM_DATE, RDRCAMP_TO_DATE,
                  RDRCAMP_BASIS, RDRCAMP_FEE_CODE,
                  RDRCAMP_CORRECT_AMT, RDRCAMP_CORRECT_PCT,
                  RDRCAMP_COMP_RATE, RDRCAMP_PAY_DATE,
                  RDRCAMP_STATUS, RDRCAMP_DEFINED_BY,
                  RDRCAMP_DEFINED_DATE, RDRCAMP_DRYRUN_DATE,
                  RDRCAMP_SIGNED_BY, RDRCAMP_SIGNED_DATE,
                  RDRCAMP_POSTED_DATE)
              VALUES
                 (:HV-CAMP-ID, :HV-CAMP-TITLE, :HV-CAMP-SORTCODE,
                  :HV-CAMP-ACC-TYPE, :HV-CAMP-PROCTRAN-TYPE,
                  :HV-CAMP-FROM-DATE, :HV-CAMP-TO-DATE,
                  :HV-CAMP-BASIS, :HV-CAMP-FEE-CODE,
                  :HV-CAMP-CORRECT-AMT, :HV-CAMP-CORRECT-PCT,
                  :HV-CAMP-COMP-RATE, :HV-CAMP-PAY-DATE,
                  :HV-CAMP-STATUS, :HV-CAMP-DEFINED-BY,
                  :HV-CAMP-DEFINED-DATE, :HV-CAMP-DRYRUN-DATE,
                  :HV-CAMP-SIGNED-BY, :HV-CAMP-SIGNED-DATE,
                  :HV-CAMP-POSTED-DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'RDRSFUN UNABLE TO INSERT RDRCAMP '
                 SQLCODE-DISPLAY
              MOVE 'N' TO RDRSFUN-SUCCESS
              MOVE '2' TO RDRSFUN-FAIL-CODE
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              GO TO DAC999
           END-IF.

           MOVE HV-CAMP-ID TO RDRSFUN-CAMP-ID.
           MOVE HV-CAMP-STATUS TO RDRSFUN-STATUS.
           MOVE HV-CAMP-DEFINED-BY TO RDRSFUN-DEFINED-BY.
       DAC999.
           EXIT.

      *----------------------------------------------------------------
      * A numeric YYYYMMDD date with a plausible month and day.
      *----------------------------------------------------------------
       CHECK-ONE-DATE SECTION.
       COD010.
           MOVE 'N' TO WS-DATE-VALID-SW.

           IF WS-CHECK-DATE NOT NUMERIC
              GO TO COD999
           END-IF.

           IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
              OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
              GO TO COD999
           END-IF.

           MOVE 'Y' TO WS-DATE-VALID-SW.
       COD999.
           EXIT.

      *----------------------------------------------------------------
      * Release a reviewed dry run for payment. The sign-off is the
      * second pair of eyes on the whole campaign, so it must come
      * from someone other than its author, and there must be a dry
      * run with something in it to have been reviewed.
      *----------------------------------------------------------------
       SIGN-OFF-THE-CAMPAIGN SECTION.
       SOC010.
           MOVE 'S' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF RDRSFUN-SUCCESS = 'N'
              GO TO SOC999
           END-IF.

           PERFORM READ-THE-CAMPAIGN.

           IF RDRSFUN-SUCCESS = 'N'
              GO TO SOC999
           END-IF.

           IF HV-CAMP-STATUS NOT = 'D' OR HV-CAMP-DRYRUN-DATE = SPACES
              MOVE 'N' TO RDRSFUN-SUCCESS
              MOVE '6' TO RDRSFUN-FAIL-CODE
              GO TO SOC999
           END-IF.

           MOVE EIBOPID TO HV-OPERATOR.

           IF HV-OPERATOR = HV-CAMP-DEFINED-BY
              MOVE 'N' TO RDRSFUN-SUCCESS
              MOVE '7' TO RDRSFUN-FAIL-CODE
              GO TO SOC999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-MATCH-COUNT
              FROM RDRITEM
              WHERE RDRITEM_CAMP_ID = :HV-CAMP-ID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'RDRSFUN UNABLE TO READ RDRITEM '
                 SQLCODE-DISPLAY
              MOVE 'N' TO RDRSFUN-SUCCESS
              MOVE '2' TO RDRSFUN-FAIL-CODE
              GO TO SOC999
           END-IF.

           IF HV-MATCH-COUNT = 0
              MOVE 'N' TO RDRSFUN-SUCCESS
              MOVE '6' TO RDRSFUN-FAIL-CODE
              GO TO SOC999
           END-IF.

           EXEC SQL
              UPDATE RDRCAMP
              SET RDRCAMP_STATUS = 'S',
                  RDRCAMP_SIGNED_BY = :HV-OPERATOR,
                  RDRCAMP_SIGNED_DATE = :WS-TODAY-YMD
              WHERE RDRCAMP_ID = :HV-CAMP-ID
                AND RDRCAMP_STATUS = 'D'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'RDRSFUN UNABLE TO UPDATE RDRCAMP '
                 SQLCODE-DISPLAY
              MOVE 'N' TO RDRSFUN-SUCCESS
              MOVE '2' TO RDRSFUN-FAIL-CODE
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              GO TO SOC999
           END-IF.

           MOVE 'S' TO HV-CAMP-STATUS.
           MOVE HV-OPERATOR TO HV-CAMP-SIGNED-BY.
           MOVE WS-TODAY-YMD TO HV-CAMP-SIGNED-DATE.
           PERFORM RETURN-THE-CAMPAIGN.
       SOC999.
           EXIT.

      *----------------------------------------------------------------
      * The campaign and where it stands: identified is everything
      * the dry run found owing, redress and interest; paid is what
      * RDRSPAY has actually paid out; outstanding is what is still
      * to go, first time or on retry.
      *----------------------------------------------------------------
       INQUIRE-THE-CAMPAIGN SECTION.
       ITC010.
           MOVE 'I' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF RDRSFUN-SUCCESS = 'N'
              GO TO ITC999
           END-IF.

           PERFORM READ-THE-CAMPAIGN.

           IF RDRSFUN-SUCCESS = 'N'
              GO TO ITC999
           END-IF.

           PERFORM RETURN-THE-CAMPAIGN.

           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(RDRITEM_REFUND +
                                  RDRITEM_COMP_INTEREST), 0)
              INTO :HV-MATCH-COUNT, :HV-SUM-AMOUNT
              FROM RDRITEM
              WHERE RDRITEM_CAMP_ID = :HV-CAMP-ID
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO ITC900
           END-IF.

           MOVE HV-MATCH-COUNT TO RDRSFUN-IDENT-COUNT.
           MOVE HV-SUM-AMOUNT TO RDRSFUN-IDENT-AMOUNT.

           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(RDRITEM_PAID_AMT), 0)
              INTO :HV-MATCH-COUNT, :HV-SUM-AMOUNT
              FROM RDRITEM
              WHERE RDRITEM_CAMP_ID = :HV-CAMP-ID
                AND RDRITEM_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO ITC900
           END-IF.

           MOVE HV-MATCH-COUNT TO RDRSFUN-PAID-COUNT.
           MOVE HV-SUM-AMOUNT TO RDRSFUN-PAID-AMOUNT.

           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(RDRITEM_REFUND +
                                  RDRITEM_COMP_INTEREST), 0)
              INTO :HV-MATCH-COUNT, :HV-SUM-AMOUNT
              FROM RDRITEM
              WHERE RDRITEM_CAMP_ID = :HV-CAMP-ID
                AND RDRITEM_STATUS IN ('I', 'F')
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO ITC900
           END-IF.

           MOVE HV-MATCH-COUNT TO RDRSFUN-OUTSTANDING-COUNT.
           MOVE HV-SUM-AMOUNT TO RDRSFUN-OUTSTANDING-AMOUNT.
           GO TO ITC999.
       ITC900.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'RDRSFUN UNABLE TO TOTAL RDRITEM ' SQLCODE-DISPLAY.
           MOVE 'N' TO RDRSFUN-SUCCESS.
           MOVE '2' TO RDRSFUN-FAIL-CODE.
       ITC999.
           EXIT.

      *----------------------------------------------------------------
       READ-THE-CAMPAIGN SECTION.
       RTC010.
           MOVE RDRSFUN-CAMP-ID TO HV-CAMP-ID.

           EXEC SQL
              SELECT RDRCAMP_TITLE, RDRCAMP_SORTCODE,
                     RDRCAMP_ACC_TYPE, RDRCAMP_PROCTRAN_TYPE,
                     RDRCAMP_FROM_DATE, RDRCAMP_TO_DATE,
                     RDRCAMP_BASIS, RDRCAMP_FEE_CODE,
                     RDRCAMP_CORRECT_AMT, RDRCAMP_CORRECT_PCT,
                     RDRCAMP_COMP_RATE, RDRCAMP_PAY_DATE,
                     RDRCAMP_STATUS, RDRCAMP_DEFINED_BY,
                     RDRCAMP_DEFINED_DATE, RDRCAMP_DRYRUN_DATE,
                     RDRCAMP_SIGNED_BY, RDRCAMP_SIGNED_DATE,
                     RDRCAMP_POSTED_DATE
              INTO :HV-CAMP-TITLE, :HV-CAMP-SORTCODE,
                   :HV-CAMP-ACC-TYPE, :HV-CAMP-PROCTRAN-TYPE,
                   :HV-CAMP-FROM-DATE, :HV-CAMP-TO-DATE,
                   :HV-CAMP-BASIS, :HV-CAMP-FEE-CODE,
                   :HV-CAMP-CORRECT-AMT, :HV-CAMP-CORRECT-PCT,
                   :HV-CAMP-COMP-RATE, :HV-CAMP-PAY-DATE,
                   :HV-CAMP-STATUS, :HV-CAMP-DEFINED-BY,
                   :HV-CAMP-DEFINED-DATE, :HV-CAMP-DRYRUN-DATE,
                   :HV-CAMP-SIGNED-BY, :HV-CAMP-SIGNED-DATE,
                   :HV-CAMP-POSTED-DATE
              FROM RDRCAMP
              WHERE RDRCAMP_ID = :HV-CAMP-ID
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO RDRSFUN-SUCCESS
                 MOVE '1' TO RDRSFUN-FAIL-CODE
              WHEN OTHER
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'RDRSFUN UNABLE TO READ RDRCAMP '
                    SQLCODE-DISPLAY
                 MOVE 'N' TO RDRSFUN-SUCCESS
                 MOVE '2' TO RDRSFUN-FAIL-CODE
           END-EVALUATE.
       RTC999.
           EXIT.

       RETURN-THE-CAMPAIGN SECTION.
       RTN010.
           MOVE HV-CAMP-TITLE TO RDRSFUN-TITLE.
           MOVE HV-CAMP-SORTCODE TO RDRSFUN-CAMP-SORTCODE.
           MOVE HV-CAMP-ACC-TYPE TO RDRSFUN-ACC-TYPE.
           MOVE HV-CAMP-PROCTRAN-TYPE TO RDRSFUN-PROCTRAN-TYPE.
           MOVE HV-CAMP-FROM-DATE TO RDRSFUN-FROM-DATE.
           MOVE HV-CAMP-TO-DATE TO RDRSFUN-TO-DATE.
           MOVE HV-CAMP-BASIS TO RDRSFUN-BASIS.
           MOVE HV-CAMP-FEE-CODE TO RDRSFUN-FEE-CODE.
           MOVE HV-CAMP-CORRECT-AMT TO RDRSFUN-CORRECT-AMT.
           MOVE HV-CAMP-CORRECT-PCT TO RDRSFUN-CORRECT-PCT.
           MOVE HV-CAMP-COMP-RATE TO RDRSFUN-COMP-RATE.
           MOVE HV-CAMP-PAY-DATE TO RDRSFUN-PAY-DATE.
           MOVE HV-CAMP-STATUS TO RDRSFUN-STATUS.
           MOVE HV-CAMP-DEFINED-BY TO RDRSFUN-DEFINED-BY.
           MOVE HV-CAMP-DRYRUN-DATE TO RDRSFUN-DRYRUN-DATE.
           MOVE HV-CAMP-SIGNED-BY TO RDRSFUN-SIGNED-BY.
           MOVE HV-CAMP-SIGNED-DATE TO RDRSFUN-SIGNED-DATE.
           MOVE HV-CAMP-POSTED-DATE TO RDRSFUN-POSTED-DATE.
       RTN999.
           EXIT.

      *----------------------------------------------------------------
      * Campaign ids come off their own CONTROL counter, the same
      * name/value idiom the PENDCHG queue uses.
      *----------------------------------------------------------------
       ALLOCATE-CAMPAIGN-ID SECTION.
       ACI010.
           MOVE 'RDRS-LAST-ID' TO HV-CONTROL-NAME.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO HV-CONTROL-VALUE-NUM
                 EXEC SQL
                    UPDATE CONTROL
                    SET CONTROL_VALUE_NUM = :HV-CONTROL-VALUE-NUM
                    WHERE CONTROL_NAME = :HV-CONTROL-NAME
                 END-EXEC
              WHEN 100
                 MOVE 1 TO HV-CONTROL-VALUE-NUM
                 EXEC SQL
                    INSERT INTO CONTROL
                           (CONTROL_NAME, CONTROL_VALUE_NUM,
                            CONTROL_VALUE_STR)
                    VALUES (:HV-CONTROL-NAME,
                            :HV-CONTROL-VALUE-NUM, ' ')
                 END-EXEC
              WHEN OTHER
                 MOVE 'N' TO RDRSFUN-SUCCESS
                 MOVE '2' TO RDRSFUN-FAIL-CODE
                 GO TO ACI999
           END-EVALUATE.

           IF SQLCODE NOT = 0
              MOVE 'N' TO RDRSFUN-SUCCESS
              MOVE '2' TO RDRSFUN-FAIL-CODE
              GO TO ACI999
           END-IF.

           MOVE HV-CONTROL-VALUE-NUM TO HV-CAMP-ID.
       ACI999.
           EXIT.

      *----------------------------------------------------------------
       CHECK-ENTITLEMENT SECTION.
       CEN010.
           INITIALIZE ENTLFUN-COMMAREA.
           SET ENTLFUN-CHECK TO TRUE.
           MOVE RDRSFUN-SORTCODE TO ENTLFUN-SORTCODE.
           MOVE WS-CLASS-WANTED TO ENTLFUN-CLASS.

           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC.

           IF ENTLFUN-ALLOWED NOT = 'Y'
              MOVE 'N' TO RDRSFUN-SUCCESS
              MOVE 'S' TO RDRSFUN-FAIL-CODE
           END-IF.
       CEN999.
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
