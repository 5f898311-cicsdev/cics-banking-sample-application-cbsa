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
      * Title: AUDTFUN                                                 *
      *                                                                *
      * Description: Internal audit sampling service, LINKed with the  *
      *              AUDTFUN commarea, over the AUDSAMP and AUDITEM    *
      *              tables:                                           *
      *                - DEFINE records what audit wants sampled - the *
      *                  population, period, branch, seed, sample size *
      *                  per stratum and forced-inclusion value - for  *
      *                  the next AUDSMPL run to draw;                 *
      *                - INQUIRE returns a sample and its progress;    *
      *                - LIST pages through the worklist;              *
      *                - OUTCOME records the reviewer's pass or fail   *
      *                  and comment against one item.                 *
      *              AUDCLOS reports the exception rate per stratum    *
      *              and closes each sample once fully reviewed.       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDTFUN.
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

           EXEC SQL INCLUDE AUDTDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HOST-AUDSAMP-ROW.
          03 HV-SAMP-ID                     PIC S9(9) COMP.
          03 HV-SAMP-TITLE                  PIC X(40).
          03 HV-SAMP-POPULATION             PIC X.
          03 HV-SAMP-SORTCODE               PIC X(6).
          03 HV-SAMP-FROM-DATE              PIC X(8).
          03 HV-SAMP-TO-DATE                PIC X(8).
          03 HV-SAMP-SEED                   PIC S9(9) COMP.
          03 HV-SAMP-PER-STRATUM            PIC S9(9) COMP.
          03 HV-SAMP-FORCE-AMT              PIC S9(10)V99 COMP-3.
          03 HV-SAMP-STATUS                 PIC X.
          03 HV-SAMP-DEFINED-BY             PIC X(3).
          03 HV-SAMP-DEFINED-DATE           PIC X(8).
          03 HV-SAMP-SAMPLED-DATE           PIC X(8).
          03 HV-SAMP-POP-COUNT              PIC S9(9) COMP.
          03 HV-SAMP-ITEM-COUNT             PIC S9(9) COMP.
          03 HV-SAMP-CLOSED-DATE            PIC X(8).

       01 HOST-AUDITEM-ROW.
          03 HV-ITEM-SEQ                    PIC S9(9) COMP.
          03 HV-ITEM-SORTCODE               PIC X(6).
          03 HV-ITEM-BAND                   PIC X.
          03 HV-ITEM-SOURCE                 PIC X(20).
          03 HV-ITEM-ACCNO                  PIC X(8).
          03 HV-ITEM-CUSTNO                 PIC X(10).
          03 HV-ITEM-DATE                   PIC X(8).
          03 HV-ITEM-AMOUNT                 PIC S9(10)V99 COMP-3.
          03 HV-ITEM-DETAIL                 PIC X(80).
          03 HV-ITEM-FORCED                 PIC X.
          03 HV-ITEM-OUTCOME                PIC X.
          03 HV-ITEM-COMMENT                PIC X(60).
          03 HV-ITEM-REVIEWED-BY            PIC X(3).

       01 HV-START-SEQ                      PIC S9(9) COMP.
       01 HV-MATCH-COUNT                    PIC S9(9) COMP.
       01 HV-OPERATOR                       PIC X(3).

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.

       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-TODAY-YMD                      PIC X(8).

       01 WS-CLASS-WANTED                   PIC X.
       01 WS-ITEM-SUB                       PIC S9(4) COMP.

       01 WS-CHECK-DATE                     PIC X(8).
       01 WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE.
          03 WS-CHECK-YYYY                  PIC 9(4).
          03 WS-CHECK-MM                    PIC 99.
          03 WS-CHECK-DD                    PIC 99.
       01 WS-DATE-VALID-SW                  PIC X.
          88 WS-DATE-VALID                  VALUE 'Y'.

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY AUDTFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO AUDTFUN-SUCCESS.
           MOVE SPACE TO AUDTFUN-FAIL-CODE.

           PERFORM POPULATE-TIME-DATE.

           MOVE EIBOPID TO HV-OPERATOR.

           EVALUATE TRUE
              WHEN AUDTFUN-DEFINE
                 PERFORM DEFINE-A-SAMPLE
              WHEN AUDTFUN-INQUIRE
                 PERFORM INQUIRE-THE-SAMPLE
              WHEN AUDTFUN-LIST
                 PERFORM LIST-THE-WORKLIST
              WHEN AUDTFUN-OUTCOME
                 PERFORM RECORD-THE-OUTCOME
              WHEN OTHER
                 MOVE 'N' TO AUDTFUN-SUCCESS
                 MOVE '9' TO AUDTFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * Validate what audit asked for and record it as defined. The
      * period must be over - a sample drawn from a period still
      * running could never be drawn the same way twice.
      *----------------------------------------------------------------
       DEFINE-A-SAMPLE SECTION.
       DAS010.
           MOVE 'S' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF AUDTFUN-SUCCESS = 'N'
              GO TO DAS999
           END-IF.

           IF AUDTFUN-SAMP-SORTCODE = SPACES OR
              AUDTFUN-SAMP-SORTCODE = LOW-VALUES
              MOVE AUDTFUN-SORTCODE TO AUDTFUN-SAMP-SORTCODE
           END-IF.

           IF AUDTFUN-TITLE = SPACES OR AUDTFUN-TITLE = LOW-VALUES
              OR NOT AUDTFUN-POPULATION-VALID
              OR (AUDTFUN-SAMP-SORTCODE NOT NUMERIC AND
                  AUDTFUN-SAMP-SORTCODE NOT = '*')
              OR AUDTFUN-PER-STRATUM NOT NUMERIC
              OR AUDTFUN-PER-STRATUM < 1
              OR AUDTFUN-PER-STRATUM > 25
              OR AUDTFUN-FORCE-AMT NOT NUMERIC
              OR AUDTFUN-FORCE-AMT < 0
              OR AUDTFUN-SEED NOT NUMERIC
              MOVE 'N' TO AUDTFUN-SUCCESS
              MOVE '3' TO AUDTFUN-FAIL-CODE
              GO TO DAS999
           END-IF.

           MOVE AUDTFUN-FROM-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-ONE-DATE.
           IF NOT WS-DATE-VALID
              MOVE 'N' TO AUDTFUN-SUCCESS
              MOVE '4' TO AUDTFUN-FAIL-CODE
              GO TO DAS999
           END-IF.

           MOVE AUDTFUN-TO-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-ONE-DATE.
           IF NOT WS-DATE-VALID
              OR AUDTFUN-TO-DATE < AUDTFUN-FROM-DATE
              OR AUDTFUN-TO-DATE NOT < WS-TODAY-YMD
              MOVE 'N' TO AUDTFUN-SUCCESS
              MOVE '4' TO AUDTFUN-FAIL-CODE
              GO TO DAS999
           END-IF.

      *
      *    No seed given - take one from the clock and hand it back,
      *    so the draw is on record and can be repeated.
      *
           IF AUDTFUN-SEED = 0
              COMPUTE AUDTFUN-SEED =
                 FUNCTION MOD(WS-U-TIME, 2147483646) + 1
           END-IF.

           PERFORM ALLOCATE-SAMPLE-ID.

           IF AUDTFUN-SUCCESS = 'N'
              GO TO DAS999
           END-IF.

           MOVE AUDTFUN-TITLE TO HV-SAMP-TITLE.
           MOVE AUDTFUN-POPULATION TO HV-SAMP-POPULATION.
           MOVE AUDTFUN-SAMP-SORTCODE TO HV-SAMP-SORTCODE.
           MOVE AUDTFUN-FROM-DATE TO HV-SAMP-FROM-DATE.
           MOVE AUDTFUN-TO-DATE TO HV-SAMP-TO-DATE.
           MOVE AUDTFUN-SEED TO HV-SAMP-SEED.
           MOVE AUDTFUN-PER-STRATUM TO HV-SAMP-PER-STRATUM.
           MOVE AUDTFUN-FORCE-AMT TO HV-SAMP-FORCE-AMT.
           MOVE 'D' TO HV-SAMP-STATUS.
           MOVE HV-OPERATOR TO HV-SAMP-DEFINED-BY.
           MOVE WS-TODAY-YMD TO HV-SAMP-DEFINED-DATE.
           MOVE SPACES TO HV-SAMP-SAMPLED-DATE HV-SAMP-CLOSED-DATE.
           MOVE 0 TO HV-SAMP-POP-COUNT HV-SAMP-ITEM-COUNT.

           EXEC SQL
              INSERT INTO AUDSAMP
                 (AUDSAMP_ID, AUDSAMP_TITLE, AUDSAMP_POPULATION,
                  AUDSAMP_SORTCODE, AUDSAMP_FROM_DATE,
                  AUDSAMP_TO_DATE, AUDSAMP_SEED,
                  AUDSAMP_PER_STRATUM, AUDSAMP_FORCE_AMT,
                  AUDSAMP_STATUS, AUDSAMP_DEFINED_BY,
                  AUDSAMP_DEFINED_DATE, AUDSAMP_SAMPLED_DATE,
                  AUDSAMP_POP_COUNT, AUDSAMP_ITEM_COUNT,
                  AUDSAMP_CLOSED_DATE)
              VALUES
                 (:HV-SAMP-ID, :HV-SAMP-TITLE, :HV-SAMP-POPULATION,
                  :HV-SAMP-SORTCODE, :HV-SAMP-FROM-DATE,
                  :HV-SAMP-TO-DATE, :HV-SAMP-SEED,
                  :HV-SAMP-PER-STRATUM, :HV-SAMP-FORCE-AMT,
                  :HV-SAMP-STATUS, :HV-SAMP-DEFINED-BY,
                  :HV-SAMP-DEFINED-DATE, :HV-SAMP-SAMPLED-DATE,
                  :HV-SAMP-POP-COUNT, :HV-SAMP-ITEM-COUNT,
                  :HV-SAMP-CLOSED-DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'AUDTFUN UNABLE TO INSERT AUDSAMP '
                 SQLCODE-DISPLAY
              MOVE 'N' TO AUDTFUN-SUCCESS
              MOVE '2' TO AUDTFUN-FAIL-CODE
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              GO TO DAS999
           END-IF.

           MOVE HV-SAMP-ID TO AUDTFUN-SAMPLE-ID.
           MOVE HV-SAMP-STATUS TO AUDTFUN-STATUS.
           MOVE HV-SAMP-DEFINED-BY TO AUDTFUN-DEFINED-BY.
       DAS999.
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
      * The sample as defined and drawn, with how many of its items
      * have been reviewed and how many failed.
      *----------------------------------------------------------------
       INQUIRE-THE-SAMPLE SECTION.
       ITS010.
           MOVE 'I' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF AUDTFUN-SUCCESS = 'N'
              GO TO ITS999
           END-IF.

           PERFORM READ-THE-SAMPLE.

           IF AUDTFUN-SUCCESS = 'N'
              GO TO ITS999
           END-IF.

           MOVE HV-SAMP-TITLE TO AUDTFUN-TITLE.
           MOVE HV-SAMP-POPULATION TO AUDTFUN-POPULATION.
           MOVE HV-SAMP-SORTCODE TO AUDTFUN-SAMP-SORTCODE.
           MOVE HV-SAMP-FROM-DATE TO AUDTFUN-FROM-DATE.
           MOVE HV-SAMP-TO-DATE TO AUDTFUN-TO-DATE.
           MOVE HV-SAMP-SEED TO AUDTFUN-SEED.
           MOVE HV-SAMP-PER-STRATUM TO AUDTFUN-PER-STRATUM.
           MOVE HV-SAMP-FORCE-AMT TO AUDTFUN-FORCE-AMT.
           MOVE HV-SAMP-STATUS TO AUDTFUN-STATUS.
           MOVE HV-SAMP-DEFINED-BY TO AUDTFUN-DEFINED-BY.
           MOVE HV-SAMP-SAMPLED-DATE TO AUDTFUN-SAMPLED-DATE.
           MOVE HV-SAMP-POP-COUNT TO AUDTFUN-POP-COUNT.
           MOVE HV-SAMP-ITEM-COUNT TO AUDTFUN-ITEM-COUNT.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-MATCH-COUNT
              FROM AUDITEM
              WHERE AUDITEM_SAMPLE_ID = :HV-SAMP-ID
                AND AUDITEM_OUTCOME <> ' '
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO AUDTFUN-SUCCESS
              MOVE '2' TO AUDTFUN-FAIL-CODE
              GO TO ITS999
           END-IF.

           MOVE HV-MATCH-COUNT TO AUDTFUN-REVIEWED-COUNT.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-MATCH-COUNT
              FROM AUDITEM
              WHERE AUDITEM_SAMPLE_ID = :HV-SAMP-ID
                AND AUDITEM_OUTCOME = 'F'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO AUDTFUN-SUCCESS
              MOVE '2' TO AUDTFUN-FAIL-CODE
              GO TO ITS999
           END-IF.

           MOVE HV-MATCH-COUNT TO AUDTFUN-FAILED-COUNT.
       ITS999.
           EXIT.

      *----------------------------------------------------------------
      * Up to five worklist items from the start sequence on, in
      * sequence order, with AUDTFUN-MORE-ROWS set when there are
      * more to page to.
      *----------------------------------------------------------------
       LIST-THE-WORKLIST SECTION.
       LTW010.
           MOVE 'I' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF AUDTFUN-SUCCESS = 'N'
              GO TO LTW999
           END-IF.

           MOVE 0 TO AUDTFUN-ROWS-RETURNED.
           MOVE 'N' TO AUDTFUN-MORE-ROWS.

           MOVE AUDTFUN-SAMPLE-ID TO HV-SAMP-ID.

           IF AUDTFUN-START-SEQ NOT NUMERIC OR AUDTFUN-START-SEQ = 0
              MOVE 1 TO AUDTFUN-START-SEQ
           END-IF.

           MOVE AUDTFUN-START-SEQ TO HV-START-SEQ.

           EXEC SQL
              DECLARE ITEM_CSR CURSOR FOR
                 SELECT AUDITEM_SEQ, AUDITEM_SORTCODE, AUDITEM_BAND,
                        AUDITEM_SOURCE, AUDITEM_ACCNO,
                        AUDITEM_CUSTNO, AUDITEM_ITEM_DATE,
                        AUDITEM_AMOUNT, AUDITEM_DETAIL,
                        AUDITEM_FORCED, AUDITEM_OUTCOME,
                        AUDITEM_COMMENT, AUDITEM_REVIEWED_BY
                 FROM AUDITEM
                 WHERE AUDITEM_SAMPLE_ID = :HV-SAMP-ID
                   AND AUDITEM_SEQ >= :HV-START-SEQ
                 ORDER BY AUDITEM_SEQ
           END-EXEC.

           EXEC SQL OPEN ITEM_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO AUDTFUN-SUCCESS
              MOVE '2' TO AUDTFUN-FAIL-CODE
              GO TO LTW999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           MOVE 0 TO WS-ITEM-SUB.

           PERFORM UNTIL WS-EOF OR WS-ITEM-SUB = 5
              PERFORM FETCH-ONE-ITEM
              IF NOT WS-EOF
                 ADD 1 TO WS-ITEM-SUB
                 MOVE HV-ITEM-SEQ
                    TO AUDTFUN-ITEM-ENTRY-SEQ(WS-ITEM-SUB)
                 MOVE HV-ITEM-SORTCODE
                    TO AUDTFUN-ITEM-SORTCODE(WS-ITEM-SUB)
                 MOVE HV-ITEM-BAND TO AUDTFUN-ITEM-BAND(WS-ITEM-SUB)
                 MOVE HV-ITEM-SOURCE
                    TO AUDTFUN-ITEM-SOURCE(WS-ITEM-SUB)
                 MOVE HV-ITEM-ACCNO TO AUDTFUN-ITEM-ACCNO(WS-ITEM-SUB)
                 MOVE HV-ITEM-CUSTNO
                    TO AUDTFUN-ITEM-CUSTNO(WS-ITEM-SUB)
                 MOVE HV-ITEM-DATE TO AUDTFUN-ITEM-DATE(WS-ITEM-SUB)
                 MOVE HV-ITEM-AMOUNT
                    TO AUDTFUN-ITEM-AMOUNT(WS-ITEM-SUB)
                 MOVE HV-ITEM-DETAIL
                    TO AUDTFUN-ITEM-DETAIL(WS-ITEM-SUB)
                 MOVE HV-ITEM-FORCED
                    TO AUDTFUN-ITEM-FORCED(WS-ITEM-SUB)
                 MOVE HV-ITEM-OUTCOME
                    TO AUDTFUN-ITEM-OUTCOME(WS-ITEM-SUB)
                 MOVE HV-ITEM-COMMENT
                    TO AUDTFUN-ITEM-COMMENT(WS-ITEM-SUB)
                 MOVE HV-ITEM-REVIEWED-BY
                    TO AUDTFUN-ITEM-REVIEWED-BY(WS-ITEM-SUB)
              END-IF
           END-PERFORM.

           IF NOT WS-EOF
              PERFORM FETCH-ONE-ITEM
              IF NOT WS-EOF
                 MOVE 'Y' TO AUDTFUN-MORE-ROWS
              END-IF
           END-IF.

           EXEC SQL CLOSE ITEM_CSR END-EXEC.

           MOVE WS-ITEM-SUB TO AUDTFUN-ROWS-RETURNED.
       LTW999.
           EXIT.

       FETCH-ONE-ITEM SECTION.
       FOI010.
           EXEC SQL
              FETCH ITEM_CSR
              INTO :HV-ITEM-SEQ, :HV-ITEM-SORTCODE, :HV-ITEM-BAND,
                   :HV-ITEM-SOURCE, :HV-ITEM-ACCNO,
                   :HV-ITEM-CUSTNO, :HV-ITEM-DATE,
                   :HV-ITEM-AMOUNT, :HV-ITEM-DETAIL,
                   :HV-ITEM-FORCED, :HV-ITEM-OUTCOME,
                   :HV-ITEM-COMMENT, :HV-ITEM-REVIEWED-BY
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FOI999.
           EXIT.

      *----------------------------------------------------------------
      * The reviewer's sign-off on one item. An outcome may be
      * changed while the sample is open; a fail must say why.
      *----------------------------------------------------------------
       RECORD-THE-OUTCOME SECTION.
       RTO010.
           MOVE 'S' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF AUDTFUN-SUCCESS = 'N'
              GO TO RTO999
           END-IF.

           IF NOT AUDTFUN-OUTCOME-VALID
              OR (AUDTFUN-OUTCOME-CODE = 'F' AND
                  (AUDTFUN-COMMENT = SPACES OR
                   AUDTFUN-COMMENT = LOW-VALUES))
              MOVE 'N' TO AUDTFUN-SUCCESS
              MOVE '5' TO AUDTFUN-FAIL-CODE
              GO TO RTO999
           END-IF.

           PERFORM READ-THE-SAMPLE.

           IF AUDTFUN-SUCCESS = 'N'
              GO TO RTO999
           END-IF.

           IF HV-SAMP-STATUS NOT = 'S'
              MOVE 'N' TO AUDTFUN-SUCCESS
              MOVE '6' TO AUDTFUN-FAIL-CODE
              GO TO RTO999
           END-IF.

           MOVE AUDTFUN-ITEM-SEQ TO HV-ITEM-SEQ.
           MOVE AUDTFUN-OUTCOME-CODE TO HV-ITEM-OUTCOME.

           IF AUDTFUN-COMMENT = LOW-VALUES
              MOVE SPACES TO HV-ITEM-COMMENT
           ELSE
              MOVE AUDTFUN-COMMENT TO HV-ITEM-COMMENT
           END-IF.

           EXEC SQL
              UPDATE AUDITEM
              SET AUDITEM_OUTCOME = :HV-ITEM-OUTCOME,
                  AUDITEM_COMMENT = :HV-ITEM-COMMENT,
                  AUDITEM_REVIEWED_BY = :HV-OPERATOR,
                  AUDITEM_REVIEWED_DATE = :WS-TODAY-YMD
              WHERE AUDITEM_SAMPLE_ID = :HV-SAMP-ID
                AND AUDITEM_SEQ = :HV-ITEM-SEQ
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO AUDTFUN-SUCCESS
                 MOVE '1' TO AUDTFUN-FAIL-CODE
              WHEN OTHER
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'AUDTFUN UNABLE TO UPDATE AUDITEM '
                    SQLCODE-DISPLAY
                 MOVE 'N' TO AUDTFUN-SUCCESS
                 MOVE '2' TO AUDTFUN-FAIL-CODE
           END-EVALUATE.
       RTO999.
           EXIT.

      *----------------------------------------------------------------
       READ-THE-SAMPLE SECTION.
       RTS010.
           MOVE AUDTFUN-SAMPLE-ID TO HV-SAMP-ID.

           EXEC SQL
              SELECT AUDSAMP_TITLE, AUDSAMP_POPULATION,
                     AUDSAMP_SORTCODE, AUDSAMP_FROM_DATE,
                     AUDSAMP_TO_DATE, AUDSAMP_SEED,
                     AUDSAMP_PER_STRATUM, AUDSAMP_FORCE_AMT,
                     AUDSAMP_STATUS, AUDSAMP_DEFINED_BY,
                     AUDSAMP_DEFINED_DATE, AUDSAMP_SAMPLED_DATE,
                     AUDSAMP_POP_COUNT, AUDSAMP_ITEM_COUNT,
                     AUDSAMP_CLOSED_DATE
              INTO :HV-SAMP-TITLE, :HV-SAMP-POPULATION,
                   :HV-SAMP-SORTCODE, :HV-SAMP-FROM-DATE,
                   :HV-SAMP-TO-DATE, :HV-SAMP-SEED,
                   :HV-SAMP-PER-STRATUM, :HV-SAMP-FORCE-AMT,
                   :HV-SAMP-STATUS, :HV-SAMP-DEFINED-BY,
                   :HV-SAMP-DEFINED-DATE, :HV-SAMP-SAMPLED-DATE,
                   :HV-SAMP-POP-COUNT, :HV-SAMP-ITEM-COUNT,
                   :HV-SAMP-CLOSED-DATE
              FROM AUDSAMP
              WHERE AUDSAMP_ID = :HV-SAMP-ID
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO AUDTFUN-SUCCESS
                 MOVE '1' TO AUDTFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO AUDTFUN-SUCCESS
                 MOVE '2' TO AUDTFUN-FAIL-CODE
           END-EVALUATE.
       RTS999.
           EXIT.

      *----------------------------------------------------------------
      * Sample ids come off their own CONTROL counter, the same
      * name/value idiom RDRSFUN uses for its campaigns.
      *----------------------------------------------------------------
       ALLOCATE-SAMPLE-ID SECTION.
       ASI010.
           MOVE 'AUDT-LAST-ID' TO HV-CONTROL-NAME.

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
                 MOVE 'N' TO AUDTFUN-SUCCESS
                 MOVE '2' TO AUDTFUN-FAIL-CODE
                 GO TO ASI999
           END-EVALUATE.

           IF SQLCODE NOT = 0
              MOVE 'N' TO AUDTFUN-SUCCESS
              MOVE '2' TO AUDTFUN-FAIL-CODE
              GO TO ASI999
           END-IF.

           MOVE HV-CONTROL-VALUE-NUM TO HV-SAMP-ID.
       ASI999.
           EXIT.

      *----------------------------------------------------------------
       CHECK-ENTITLEMENT SECTION.
       CEN010.
           INITIALIZE ENTLFUN-COMMAREA.
           SET ENTLFUN-CHECK TO TRUE.
           MOVE AUDTFUN-SORTCODE TO ENTLFUN-SORTCODE.
           MOVE WS-CLASS-WANTED TO ENTLFUN-CLASS.

           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC.

           IF ENTLFUN-ALLOWED NOT = 'Y'
              MOVE 'N' TO AUDTFUN-SUCCESS
              MOVE 'S' TO AUDTFUN-FAIL-CODE
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
