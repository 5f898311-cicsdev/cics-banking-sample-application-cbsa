      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: AUDSMPL                                                 *
      *                                                                *
      * Description: Internal audit sample draw. Every AUDSAMP sample *
      *              defined through AUDTFUN for this sort code (or   *
      *              for every branch, '*') and not yet drawn is     *
      *              drawn here from its population - postings,      *
      *              supervisor overrides, reversals or static-data  *
      *              changes - over its period. The population is    *
      *              split into strata by branch and value band and  *
      *              PER_STRATUM items are drawn at random from each *
      *              (reservoir sampling, every item of a stratum    *
      *              equally likely to be taken). The random numbers *
      *              come from the sample's own seed by the minimal  *
      *              standard generator and the populations are read *
      *              in a fixed order, so drawing the same sample    *
      *              again from the same data gives the same items.  *
      *              Every item at or above the sample's forced-     *
      *              inclusion value is taken whatever the draw.     *
      *              The items go to AUDITEM as the audit worklist   *
      *              and the sample is marked drawn. Any AUDITEM     *
      *              rows left by an earlier failed draw are cleared *
      *              first.                                          *
      *              The value bands are CONTROL values:             *
      *                AUDIT-BAND1-AMT  (default 1000)               *
      *                AUDIT-BAND2-AMT  (default 10000)              *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the run date (defaults to today).          *
      *                                                                *
      * Output: Report AUDSMPL1, AUDITEM rows, AUDSAMP updated.        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSMPL.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMPLE-REPORT
                  ASSIGN TO AUDSMPL1
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SAMPLE-REPORT.
       01  SAMPLE-REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE AUDTDB2 END-EXEC.
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE OVRDB2 END-EXEC.
           EXEC SQL INCLUDE REVDB2 END-EXEC.
           EXEC SQL INCLUDE CUSTHIST END-EXEC.
           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).

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
          03 HV-SAMP-POP-COUNT              PIC S9(9) COMP.
          03 HV-SAMP-ITEM-COUNT             PIC S9(9) COMP.
       01 HV-LAST-SAMP-ID                   PIC S9(9) COMP.
       01 HV-NEXT-SAMP-ID                   PIC S9(9) COMP.
       01 HV-NEXT-SAMP-IND                  PIC S9(4) COMP.

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
          03 HV-ITEM-STRATUM-POP            PIC S9(9) COMP.

      * One row of whichever population is being read.
       01 HV-ROW-ID                         PIC S9(9) COMP.
       01 HV-ROW-GROUP                      PIC S9(9) COMP.
       01 HV-ROW-SORTCODE                   PIC X(6).
       01 HV-ROW-ACCNO                      PIC X(8).
       01 HV-ROW-CUSTNO                     PIC X(10).
       01 HV-ROW-DATE                       PIC X(10).
       01 HV-ROW-TIME                       PIC X(6).
       01 HV-ROW-REF                        PIC X(12).
       01 HV-ROW-TYPE                       PIC X(3).
       01 HV-ROW-DESC                       PIC X(40).
       01 HV-ROW-AMOUNT                     PIC S9(10)V99 COMP-3.
       01 HV-ROW-OPERATOR                   PIC X(3).
       01 HV-ROW-CLASS                      PIC X.
       01 HV-ROW-REASON                     PIC X(4).
       01 HV-ROW-APPROVED-BY                PIC X(3).
       01 HV-ROW-USED                       PIC X.
       01 HV-ROW-ORIG-DATE                  PIC X(8).
       01 HV-ROW-OLD-NAME                   PIC X(60).
       01 HV-ROW-NEW-NAME                   PIC X(60).
       01 HV-ROW-OLD-ADDRESS                PIC X(160).
       01 HV-ROW-NEW-ADDRESS                PIC X(160).
       01 HV-ROW-IND                        PIC S9(4) COMP.

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.

      * Tunables - defaults here, overridden by a positive CONTROL
      * value of the same name.
       01 WS-BAND1-AMT                      PIC S9(9) COMP VALUE 1000.
       01 WS-BAND2-AMT                      PIC S9(9) COMP VALUE 10000.
       01 WS-TUNABLE                        PIC S9(9) COMP.

       01 WS-TODAY                          PIC 9(8).

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.
       01 WS-SAMPLES-DONE-SW                PIC X VALUE 'N'.
          88 WS-SAMPLES-DONE                VALUE 'Y'.
       01 WS-SAMPLE-FAILED-SW               PIC X VALUE 'N'.
          88 WS-SAMPLE-FAILED               VALUE 'Y'.

      * The candidate every population row is reduced to before it
      * is judged: its branch, where it came from, the account and
      * customer it touches, its date as YYYYMMDD, its value (kept
      * positive - a debit is as much a posting as a credit) and
      * what the auditor needs to test it.
       01 WS-CAND.
          03 WS-CAND-SORTCODE               PIC X(6).
          03 WS-CAND-BAND                   PIC X.
          03 WS-CAND-SOURCE                 PIC X(20).
          03 WS-CAND-ACCNO                  PIC X(8).
          03 WS-CAND-CUSTNO                 PIC X(10).
          03 WS-CAND-DATE                   PIC X(8).
          03 WS-CAND-AMOUNT                 PIC S9(10)V99 COMP-3.
          03 WS-CAND-DETAIL                 PIC X(80).
       01 WS-PRINT-ROW-ID                   PIC 9(9).
       01 WS-PRINT-GROUP                    PIC 9(9).
       01 WS-CAND-DATE-OK-SW                PIC X.
          88 WS-CAND-DATE-OK                VALUE 'Y'.

      * The strata met so far - branch and band - each with its
      * population count and its reservoir of drawn candidates.
       01 WS-STRATUM-COUNT                  PIC S9(4) COMP.
       01 WS-STRATUM-TABLE.
          03 WS-STRATUM OCCURS 90 TIMES.
             05 WS-STR-SORTCODE             PIC X(6).
             05 WS-STR-BAND                 PIC X.
             05 WS-STR-POP                  PIC S9(9) COMP.
             05 WS-STR-FORCED               PIC S9(9) COMP.
             05 WS-STR-TAKEN                PIC S9(4) COMP.
             05 WS-STR-SLOT OCCURS 25 TIMES.
                07 WS-SLOT-CAND             PIC X(140).
       01 WS-STR-IX                         PIC S9(4) COMP.
       01 WS-SLOT-IX                        PIC S9(4) COMP.
       01 WS-STR-FOUND-SW                   PIC X.
          88 WS-STR-FOUND                   VALUE 'Y'.
       01 WS-UNSTRATIFIED                   PIC S9(9) COMP.

      * Minimal standard (Park-Miller) generator: each number is the
      * last times 16807, modulo 2**31 - 1.
       01 WS-RANDOM                         PIC S9(15) COMP-3.
       01 WS-RANDOM-PICK                    PIC S9(9) COMP.
       01 WS-DRAWN-POP                      PIC S9(9) COMP.

       01 WS-SAMPLES-DRAWN                  PIC 9(8) VALUE 0.
       01 WS-SAMPLES-FAILED                 PIC 9(8) VALUE 0.
       01 WS-ITEMS-WRITTEN                  PIC 9(8) VALUE 0.

       01 WS-PRINT-SAMP-ID                  PIC 9(9).
       01 WS-PRINT-POP                      PIC Z(8)9.
       01 WS-PRINT-TAKEN                    PIC Z(8)9.
       01 WS-PRINT-FORCED                   PIC Z(8)9.
       01 WS-PRINT-SEED                     PIC 9(10).

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

      * Batch exception writer (see EXCPWRT).
       01 EXCP-AREA.
           COPY EXCPWRTA.

      * Run-control registration (see RUNCTL) - every overnight
      * program records its run and honours the sequencing rules.
       01 RUNCTL-AREA.
           COPY RUNCTLA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
           05 PARM                          PIC X(256).

       PROCEDURE DIVISION USING PARM-BUFFER.
       PREMIERE SECTION.
       A010.
           OPEN OUTPUT SAMPLE-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO SAMPLE-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO SAMPLE-REPORT-LINE
              END-STRING
              WRITE SAMPLE-REPORT-LINE
              CLOSE SAMPLE-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM GET-TUNABLES.

           MOVE SPACES TO SAMPLE-REPORT-LINE
           STRING 'INTERNAL AUDIT SAMPLE DRAW - SORTCODE '
               DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO SAMPLE-REPORT-LINE
           END-STRING
           WRITE SAMPLE-REPORT-LINE.

           MOVE 0 TO HV-LAST-SAMP-ID.
           MOVE 'N' TO WS-SAMPLES-DONE-SW.

           PERFORM UNTIL WS-SAMPLES-DONE
              PERFORM FIND-NEXT-SAMPLE
              IF NOT WS-SAMPLES-DONE
                 PERFORM DRAW-ONE-SAMPLE
                 MOVE HV-SAMP-ID TO HV-LAST-SAMP-ID
              END-IF
           END-PERFORM.

           MOVE SPACES TO SAMPLE-REPORT-LINE
           STRING 'SAMPLES DRAWN=' DELIMITED BY SIZE
               WS-SAMPLES-DRAWN DELIMITED BY SIZE
               ' FAILED=' DELIMITED BY SIZE
               WS-SAMPLES-FAILED DELIMITED BY SIZE
               ' ITEMS WRITTEN=' DELIMITED BY SIZE
               WS-ITEMS-WRITTEN DELIMITED BY SIZE
               INTO SAMPLE-REPORT-LINE
           END-STRING
           WRITE SAMPLE-REPORT-LINE.

           CLOSE SAMPLE-REPORT.

           IF WS-SAMPLES-FAILED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM REGISTER-RUN-END.

           GOBACK.

       A999.
           EXIT.

      *----------------------------------------------------------------
       REGISTER-RUN-START SECTION.
       RGS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'AUDSMPL' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-ITEMS-WRITTEN TO RUNCTL-RECORD-COUNT.
           MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGE999.
           EXIT.

      *----------------------------------------------------------------
       GET-RUN-PARMS SECTION.
       GRP010.
           MOVE SPACES TO HV-SORTCODE HV-RUN-DATE.

           IF PARM-LENGTH > 0
              UNSTRING PARM(1:PARM-LENGTH) DELIMITED BY ','
                 INTO HV-SORTCODE HV-RUN-DATE
           END-IF.

           IF HV-RUN-DATE = SPACES OR HV-RUN-DATE = LOW-VALUES
              ACCEPT WS-TODAY FROM DATE YYYYMMDD
              MOVE WS-TODAY TO HV-RUN-DATE
           END-IF.

           MOVE 0 TO RETURN-CODE.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
       GET-TUNABLES SECTION.
       GTU010.
           MOVE 'AUDIT-BAND1-AMT' TO HV-CONTROL-NAME.
           MOVE WS-BAND1-AMT TO WS-TUNABLE.
           PERFORM GET-ONE-TUNABLE.
           MOVE WS-TUNABLE TO WS-BAND1-AMT.

           MOVE 'AUDIT-BAND2-AMT' TO HV-CONTROL-NAME.
           MOVE WS-BAND2-AMT TO WS-TUNABLE.
           PERFORM GET-ONE-TUNABLE.
           MOVE WS-TUNABLE TO WS-BAND2-AMT.
       GTU999.
           EXIT.

       GET-ONE-TUNABLE SECTION.
       GOT010.
           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-TUNABLE
           END-IF.
       GOT999.
           EXIT.

      *----------------------------------------------------------------
      * The samples waiting to be drawn are taken one at a time in
      * id order, so the AUDSAMP and AUDITEM updates of one never
      * sit under an open cursor over the others.
      *----------------------------------------------------------------
       FIND-NEXT-SAMPLE SECTION.
       FNS010.
           EXEC SQL
              SELECT MIN(AUDSAMP_ID)
              INTO :HV-NEXT-SAMP-ID :HV-NEXT-SAMP-IND
              FROM AUDSAMP
              WHERE AUDSAMP_STATUS = 'D'
                AND AUDSAMP_ID > :HV-LAST-SAMP-ID
                AND (AUDSAMP_SORTCODE = :HV-SORTCODE
                     OR AUDSAMP_SORTCODE = '*')
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-NEXT-SAMP-IND < 0
              MOVE 'Y' TO WS-SAMPLES-DONE-SW
              GO TO FNS999
           END-IF.

           MOVE HV-NEXT-SAMP-ID TO HV-SAMP-ID.

           EXEC SQL
              SELECT AUDSAMP_TITLE, AUDSAMP_POPULATION,
                     AUDSAMP_SORTCODE, AUDSAMP_FROM_DATE,
                     AUDSAMP_TO_DATE, AUDSAMP_SEED,
                     AUDSAMP_PER_STRATUM, AUDSAMP_FORCE_AMT
              INTO :HV-SAMP-TITLE, :HV-SAMP-POPULATION,
                   :HV-SAMP-SORTCODE, :HV-SAMP-FROM-DATE,
                   :HV-SAMP-TO-DATE, :HV-SAMP-SEED,
                   :HV-SAMP-PER-STRATUM, :HV-SAMP-FORCE-AMT
              FROM AUDSAMP
              WHERE AUDSAMP_ID = :HV-SAMP-ID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-SAMPLES-DONE-SW
           END-IF.
       FNS999.
           EXIT.

      *----------------------------------------------------------------
      * One sample: clear anything an earlier attempt left, read the
      * population into the strata (forced items are written as
      * they are met), write what each stratum drew and mark the
      * sample drawn.
      *----------------------------------------------------------------
       DRAW-ONE-SAMPLE SECTION.
       DOS010.
           MOVE 'N' TO WS-SAMPLE-FAILED-SW.
           MOVE 0 TO WS-STRATUM-COUNT WS-UNSTRATIFIED
                     HV-SAMP-POP-COUNT HV-SAMP-ITEM-COUNT.
           MOVE HV-SAMP-SEED TO WS-RANDOM.

           IF HV-SAMP-PER-STRATUM < 1
              MOVE 1 TO HV-SAMP-PER-STRATUM
           END-IF.
           IF HV-SAMP-PER-STRATUM > 25
              MOVE 25 TO HV-SAMP-PER-STRATUM
           END-IF.

           EXEC SQL
              DELETE FROM AUDITEM
              WHERE AUDITEM_SAMPLE_ID = :HV-SAMP-ID
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'Y' TO WS-SAMPLE-FAILED-SW
              GO TO DOS900
           END-IF.

           EVALUATE HV-SAMP-POPULATION
              WHEN 'P'
                 PERFORM READ-POSTINGS
              WHEN 'O'
                 PERFORM READ-OVERRIDES
              WHEN 'R'
                 PERFORM READ-REVERSALS
              WHEN 'S'
                 PERFORM READ-STATIC-CHANGES
              WHEN OTHER
                 MOVE 'Y' TO WS-SAMPLE-FAILED-SW
           END-EVALUATE.

           IF WS-SAMPLE-FAILED
              GO TO DOS900
           END-IF.

           PERFORM WRITE-ONE-STRATUM
              VARYING WS-STR-IX FROM 1 BY 1
              UNTIL WS-STR-IX > WS-STRATUM-COUNT
                 OR WS-SAMPLE-FAILED.

           IF WS-SAMPLE-FAILED
              GO TO DOS900
           END-IF.

           EXEC SQL
              UPDATE AUDSAMP
              SET AUDSAMP_STATUS = 'S',
                  AUDSAMP_SAMPLED_DATE = :HV-RUN-DATE,
                  AUDSAMP_POP_COUNT = :HV-SAMP-POP-COUNT,
                  AUDSAMP_ITEM_COUNT = :HV-SAMP-ITEM-COUNT
              WHERE AUDSAMP_ID = :HV-SAMP-ID
                AND AUDSAMP_STATUS = 'D'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-SAMPLE-FAILED-SW
           END-IF.

       DOS900.
           MOVE HV-SAMP-ID TO WS-PRINT-SAMP-ID.
           MOVE HV-SAMP-SEED TO WS-PRINT-SEED.
           MOVE HV-SAMP-POP-COUNT TO WS-PRINT-POP.
           MOVE HV-SAMP-ITEM-COUNT TO WS-PRINT-TAKEN.

           IF WS-SAMPLE-FAILED
              ADD 1 TO WS-SAMPLES-FAILED
              MOVE SQLCODE TO SQLCODE-DISPLAY
              MOVE SPACES TO SAMPLE-REPORT-LINE
              STRING 'SAMPLE ' DELIMITED BY SIZE
                  WS-PRINT-SAMP-ID DELIMITED BY SIZE
                  ' NOT DRAWN - SQLCODE=' DELIMITED BY SIZE
                  SQLCODE-DISPLAY DELIMITED BY SIZE
                  ' - LEFT DEFINED FOR THE NEXT RUN'
                     DELIMITED BY SIZE
                  INTO SAMPLE-REPORT-LINE
              END-STRING
              WRITE SAMPLE-REPORT-LINE
              INITIALIZE EXCP-AREA
              MOVE 'AUDSMPL' TO EXCP-SOURCE
              MOVE HV-SORTCODE TO EXCP-SORTCODE
              MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE
              MOVE 'E' TO EXCP-SEVERITY
              STRING 'AUDIT SAMPLE ' DELIMITED BY SIZE
                  WS-PRINT-SAMP-ID DELIMITED BY SIZE
                  ' COULD NOT BE DRAWN' DELIMITED BY SIZE
                  INTO EXCP-MESSAGE
              END-STRING
              CALL 'EXCPWRT' USING EXCP-AREA
              GO TO DOS999
           END-IF.

           ADD 1 TO WS-SAMPLES-DRAWN.

           MOVE SPACES TO SAMPLE-REPORT-LINE
           STRING 'SAMPLE ' DELIMITED BY SIZE
               WS-PRINT-SAMP-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-SAMP-TITLE DELIMITED BY SIZE
               ' POP=' DELIMITED BY SIZE
               HV-SAMP-POPULATION DELIMITED BY SIZE
               ' BRANCH=' DELIMITED BY SIZE
               HV-SAMP-SORTCODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-SAMP-FROM-DATE DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               HV-SAMP-TO-DATE DELIMITED BY SIZE
               ' SEED=' DELIMITED BY SIZE
               WS-PRINT-SEED DELIMITED BY SIZE
               ' FOUND=' DELIMITED BY SIZE
               WS-PRINT-POP DELIMITED BY SIZE
               ' TAKEN=' DELIMITED BY SIZE
               WS-PRINT-TAKEN DELIMITED BY SIZE
               INTO SAMPLE-REPORT-LINE
           END-STRING
           WRITE SAMPLE-REPORT-LINE.

           PERFORM REPORT-ONE-STRATUM
              VARYING WS-STR-IX FROM 1 BY 1
              UNTIL WS-STR-IX > WS-STRATUM-COUNT.

      *    Strata past the table's capacity are not drawn from at
      *    all - say so rather than let the sample look complete.
           IF WS-UNSTRATIFIED > 0
              MOVE WS-UNSTRATIFIED TO WS-PRINT-POP
              MOVE SPACES TO SAMPLE-REPORT-LINE
              STRING '  ** ' DELIMITED BY SIZE
                  WS-PRINT-POP DELIMITED BY SIZE
                  ' ITEMS IN STRATA BEYOND THE FIRST 90 NOT SAMPLED'
                     DELIMITED BY SIZE
                  INTO SAMPLE-REPORT-LINE
              END-STRING
              WRITE SAMPLE-REPORT-LINE
              INITIALIZE EXCP-AREA
              MOVE 'AUDSMPL' TO EXCP-SOURCE
              MOVE HV-SORTCODE TO EXCP-SORTCODE
              MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE
              MOVE 'W' TO EXCP-SEVERITY
              STRING 'AUDIT SAMPLE ' DELIMITED BY SIZE
                  WS-PRINT-SAMP-ID DELIMITED BY SIZE
                  ' HAS MORE STRATA THAN CAN BE DRAWN'
                     DELIMITED BY SIZE
                  INTO EXCP-MESSAGE
              END-STRING
              CALL 'EXCPWRT' USING EXCP-AREA
           END-IF.
       DOS999.
           EXIT.

       REPORT-ONE-STRATUM SECTION.
       ROS010.
           MOVE WS-STR-POP(WS-STR-IX) TO WS-PRINT-POP.
           MOVE WS-STR-FORCED(WS-STR-IX) TO WS-PRINT-FORCED.
           MOVE WS-STR-TAKEN(WS-STR-IX) TO WS-PRINT-TAKEN.

           MOVE SPACES TO SAMPLE-REPORT-LINE
           STRING '  STRATUM BRANCH=' DELIMITED BY SIZE
               WS-STR-SORTCODE(WS-STR-IX) DELIMITED BY SIZE
               ' BAND=' DELIMITED BY SIZE
               WS-STR-BAND(WS-STR-IX) DELIMITED BY SIZE
               ' POPULATION=' DELIMITED BY SIZE
               WS-PRINT-POP DELIMITED BY SIZE
               ' FORCED=' DELIMITED BY SIZE
               WS-PRINT-FORCED DELIMITED BY SIZE
               ' DRAWN=' DELIMITED BY SIZE
               WS-PRINT-TAKEN DELIMITED BY SIZE
               INTO SAMPLE-REPORT-LINE
           END-STRING
           WRITE SAMPLE-REPORT-LINE.
       ROS999.
           EXIT.

      *----------------------------------------------------------------
      * Postings. PROCTRAN_DATE does not compare as a date, so the
      * period is applied to each row as it is read; the order is
      * fixed - branch, account, date, time, reference - so a
      * redraw meets the rows in the same sequence.
      *----------------------------------------------------------------
       READ-POSTINGS SECTION.
       RPO010.
           EXEC SQL
              DECLARE POST_CSR CURSOR FOR
                 SELECT PROCTRAN_SORTCODE, PROCTRAN_NUMBER,
                        PROCTRAN_DATE, PROCTRAN_TIME, PROCTRAN_REF,
                        PROCTRAN_TYPE, PROCTRAN_DESC,
                        PROCTRAN_AMOUNT
                 FROM PROCTRAN
                 WHERE (PROCTRAN_SORTCODE = :HV-SAMP-SORTCODE
                        OR :HV-SAMP-SORTCODE = '*')
                 ORDER BY PROCTRAN_SORTCODE, PROCTRAN_NUMBER,
                          SUBSTR(PROCTRAN_DATE, 7, 4),
                          SUBSTR(PROCTRAN_DATE, 4, 2),
                          SUBSTR(PROCTRAN_DATE, 1, 2),
                          PROCTRAN_TIME, PROCTRAN_REF
           END-EXEC.

           EXEC SQL OPEN POST_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-SAMPLE-FAILED-SW
              GO TO RPO999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM UNTIL WS-EOF OR WS-SAMPLE-FAILED
              EXEC SQL
                 FETCH POST_CSR
                 INTO :HV-ROW-SORTCODE, :HV-ROW-ACCNO,
                      :HV-ROW-DATE, :HV-ROW-TIME, :HV-ROW-REF,
                      :HV-ROW-TYPE, :HV-ROW-DESC, :HV-ROW-AMOUNT
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-EOF-SW
              ELSE
                 PERFORM JUDGE-ONE-POSTING
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE POST_CSR END-EXEC.
       RPO999.
           EXIT.

       JUDGE-ONE-POSTING SECTION.
       JOP010.
           PERFORM MAKE-CANDIDATE-DATE.

           IF NOT WS-CAND-DATE-OK
              GO TO JOP999
           END-IF.

           MOVE HV-ROW-SORTCODE TO WS-CAND-SORTCODE.
           MOVE SPACES TO WS-CAND-SOURCE WS-CAND-DETAIL.
           STRING 'REF ' DELIMITED BY SIZE
               HV-ROW-REF DELIMITED BY SIZE
               INTO WS-CAND-SOURCE
           END-STRING.
           MOVE HV-ROW-ACCNO TO WS-CAND-ACCNO.
           MOVE SPACES TO WS-CAND-CUSTNO.
           MOVE HV-ROW-AMOUNT TO WS-CAND-AMOUNT.
           IF WS-CAND-AMOUNT < 0
              MULTIPLY -1 BY WS-CAND-AMOUNT
           END-IF.
           STRING 'POSTING ' DELIMITED BY SIZE
               HV-ROW-TYPE DELIMITED BY SIZE
               ' AT ' DELIMITED BY SIZE
               HV-ROW-TIME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-ROW-DESC DELIMITED BY SIZE
               INTO WS-CAND-DETAIL
           END-STRING.

           PERFORM TAKE-ONE-CANDIDATE.
       JOP999.
           EXIT.

      *----------------------------------------------------------------
      * Supervisor overrides. OVRRIDE_DATE is YYYYMMDD already, so
      * the period goes into the SQL. An override has no value of
      * its own; every one sits in band 1.
      *----------------------------------------------------------------
       READ-OVERRIDES SECTION.
       ROV010.
           EXEC SQL
              DECLARE OVR_CSR CURSOR FOR
                 SELECT OVRRIDE_ID, OVRRIDE_SORTCODE,
                        OVRRIDE_OPERATOR_ID, OVRRIDE_CLASS,
                        OVRRIDE_REASON, OVRRIDE_APPROVED_BY,
                        OVRRIDE_DATE, OVRRIDE_TIME, OVRRIDE_USED
                 FROM OVRRIDE
                 WHERE (OVRRIDE_SORTCODE = :HV-SAMP-SORTCODE
                        OR :HV-SAMP-SORTCODE = '*')
                   AND OVRRIDE_DATE BETWEEN :HV-SAMP-FROM-DATE
                                        AND :HV-SAMP-TO-DATE
                 ORDER BY OVRRIDE_SORTCODE, OVRRIDE_ID
           END-EXEC.

           EXEC SQL OPEN OVR_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-SAMPLE-FAILED-SW
              GO TO ROV999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM UNTIL WS-EOF OR WS-SAMPLE-FAILED
              MOVE SPACES TO HV-ROW-REASON HV-ROW-TIME
              EXEC SQL
                 FETCH OVR_CSR
                 INTO :HV-ROW-ID, :HV-ROW-SORTCODE,
                      :HV-ROW-OPERATOR, :HV-ROW-CLASS,
                      :HV-ROW-REASON :HV-ROW-IND,
                      :HV-ROW-APPROVED-BY, :HV-ROW-DATE,
                      :HV-ROW-TIME :HV-ROW-IND, :HV-ROW-USED
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-EOF-SW
              ELSE
                 PERFORM JUDGE-ONE-OVERRIDE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE OVR_CSR END-EXEC.
       ROV999.
           EXIT.

       JUDGE-ONE-OVERRIDE SECTION.
       JOO010.
           MOVE HV-ROW-SORTCODE TO WS-CAND-SORTCODE.
           MOVE HV-ROW-ID TO WS-PRINT-ROW-ID.
           MOVE SPACES TO WS-CAND-SOURCE WS-CAND-DETAIL.
           STRING 'OVRRIDE ' DELIMITED BY SIZE
               WS-PRINT-ROW-ID DELIMITED BY SIZE
               INTO WS-CAND-SOURCE
           END-STRING.
           MOVE SPACES TO WS-CAND-ACCNO WS-CAND-CUSTNO.
           MOVE HV-ROW-DATE(1:8) TO WS-CAND-DATE.
           MOVE 0 TO WS-CAND-AMOUNT.
           STRING 'OVERRIDE CLASS ' DELIMITED BY SIZE
               HV-ROW-CLASS DELIMITED BY SIZE
               ' REASON ' DELIMITED BY SIZE
               HV-ROW-REASON DELIMITED BY SIZE
               ' OPERATOR ' DELIMITED BY SIZE
               HV-ROW-OPERATOR DELIMITED BY SIZE
               ' APPROVED BY ' DELIMITED BY SIZE
               HV-ROW-APPROVED-BY DELIMITED BY SIZE
               ' AT ' DELIMITED BY SIZE
               HV-ROW-TIME DELIMITED BY SIZE
               ' USED ' DELIMITED BY SIZE
               HV-ROW-USED DELIMITED BY SIZE
               INTO WS-CAND-DETAIL
           END-STRING.

           PERFORM TAKE-ONE-CANDIDATE.
       JOO999.
           EXIT.

      *----------------------------------------------------------------
      * Reversals, dated by the day they were reversed (DD.MM.YYYY)
      * and valued at what they reversed.
      *----------------------------------------------------------------
       READ-REVERSALS SECTION.
       RRV010.
           EXEC SQL
              DECLARE REV_CSR CURSOR FOR
                 SELECT REVLINK_ID, REVLINK_GROUP, REVLINK_SORTCODE,
                        REVLINK_ORIG_ACCNO, REVLINK_ORIG_DATE,
                        REVLINK_ORIG_REF, REVLINK_ORIG_AMOUNT,
                        REVLINK_REV_DATE
                 FROM REVLINK
                 WHERE (REVLINK_SORTCODE = :HV-SAMP-SORTCODE
                        OR :HV-SAMP-SORTCODE = '*')
                 ORDER BY REVLINK_SORTCODE, REVLINK_ID
           END-EXEC.

           EXEC SQL OPEN REV_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-SAMPLE-FAILED-SW
              GO TO RRV999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM UNTIL WS-EOF OR WS-SAMPLE-FAILED
              MOVE SPACES TO HV-ROW-REF
              EXEC SQL
                 FETCH REV_CSR
                 INTO :HV-ROW-ID, :HV-ROW-GROUP, :HV-ROW-SORTCODE,
                      :HV-ROW-ACCNO, :HV-ROW-ORIG-DATE,
                      :HV-ROW-REF :HV-ROW-IND, :HV-ROW-AMOUNT,
                      :HV-ROW-DATE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-EOF-SW
              ELSE
                 PERFORM JUDGE-ONE-REVERSAL
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE REV_CSR END-EXEC.
       RRV999.
           EXIT.

       JUDGE-ONE-REVERSAL SECTION.
       JOR010.
           IF HV-ROW-DATE(1:2) NOT NUMERIC
              OR HV-ROW-DATE(4:2) NOT NUMERIC
              OR HV-ROW-DATE(7:4) NOT NUMERIC
              GO TO JOR999
           END-IF.

           MOVE HV-ROW-DATE(7:4) TO WS-CAND-DATE(1:4).
           MOVE HV-ROW-DATE(4:2) TO WS-CAND-DATE(5:2).
           MOVE HV-ROW-DATE(1:2) TO WS-CAND-DATE(7:2).

           IF WS-CAND-DATE < HV-SAMP-FROM-DATE
              OR WS-CAND-DATE > HV-SAMP-TO-DATE
              GO TO JOR999
           END-IF.

           MOVE HV-ROW-SORTCODE TO WS-CAND-SORTCODE.
           MOVE HV-ROW-ID TO WS-PRINT-ROW-ID.
           MOVE HV-ROW-GROUP TO WS-PRINT-GROUP.
           MOVE SPACES TO WS-CAND-SOURCE WS-CAND-DETAIL.
           STRING 'REVLINK ' DELIMITED BY SIZE
               WS-PRINT-ROW-ID DELIMITED BY SIZE
               INTO WS-CAND-SOURCE
           END-STRING.
           MOVE HV-ROW-ACCNO TO WS-CAND-ACCNO.
           MOVE SPACES TO WS-CAND-CUSTNO.
           MOVE HV-ROW-AMOUNT TO WS-CAND-AMOUNT.
           IF WS-CAND-AMOUNT < 0
              MULTIPLY -1 BY WS-CAND-AMOUNT
           END-IF.
           STRING 'REVERSAL GROUP ' DELIMITED BY SIZE
               WS-PRINT-GROUP DELIMITED BY SIZE
               ' OF POSTING DATED ' DELIMITED BY SIZE
               HV-ROW-ORIG-DATE DELIMITED BY SIZE
               ' REF ' DELIMITED BY SIZE
               HV-ROW-REF DELIMITED BY SIZE
               INTO WS-CAND-DETAIL
           END-STRING.

           PERFORM TAKE-ONE-CANDIDATE.
       JOR999.
           EXIT.

      *----------------------------------------------------------------
      * Static-data changes to customers, dated DD/MM/YYYY. Like an
      * override, a change has no value and sits in band 1.
      *----------------------------------------------------------------
       READ-STATIC-CHANGES SECTION.
       RSC010.
           EXEC SQL
              DECLARE HIST_CSR CURSOR FOR
                 SELECT CUSTHIST_ID, CUSTHIST_SORTCODE,
                        CUSTHIST_NUMBER, CUSTHIST_OLD_NAME,
                        CUSTHIST_NEW_NAME, CUSTHIST_OLD_ADDRESS,
                        CUSTHIST_NEW_ADDRESS, CUSTHIST_CHANGE_DATE,
                        CUSTHIST_CHANGE_TIME
                 FROM CUSTHIST
                 WHERE (CUSTHIST_SORTCODE = :HV-SAMP-SORTCODE
                        OR :HV-SAMP-SORTCODE = '*')
                 ORDER BY CUSTHIST_SORTCODE, CUSTHIST_ID
           END-EXEC.

           EXEC SQL OPEN HIST_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-SAMPLE-FAILED-SW
              GO TO RSC999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM UNTIL WS-EOF OR WS-SAMPLE-FAILED
              EXEC SQL
                 FETCH HIST_CSR
                 INTO :HV-ROW-ID, :HV-ROW-SORTCODE,
                      :HV-ROW-CUSTNO, :HV-ROW-OLD-NAME,
                      :HV-ROW-NEW-NAME, :HV-ROW-OLD-ADDRESS,
                      :HV-ROW-NEW-ADDRESS, :HV-ROW-DATE,
                      :HV-ROW-TIME
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-EOF-SW
              ELSE
                 PERFORM JUDGE-ONE-STATIC-CHANGE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE HIST_CSR END-EXEC.
       RSC999.
           EXIT.

       JUDGE-ONE-STATIC-CHANGE SECTION.
       JSC010.
           IF HV-ROW-DATE(1:2) NOT NUMERIC
              OR HV-ROW-DATE(4:2) NOT NUMERIC
              OR HV-ROW-DATE(7:4) NOT NUMERIC
              GO TO JSC999
           END-IF.

           MOVE HV-ROW-DATE(7:4) TO WS-CAND-DATE(1:4).
           MOVE HV-ROW-DATE(4:2) TO WS-CAND-DATE(5:2).
           MOVE HV-ROW-DATE(1:2) TO WS-CAND-DATE(7:2).

           IF WS-CAND-DATE < HV-SAMP-FROM-DATE
              OR WS-CAND-DATE > HV-SAMP-TO-DATE
              GO TO JSC999
           END-IF.

           MOVE HV-ROW-SORTCODE TO WS-CAND-SORTCODE.
           MOVE HV-ROW-ID TO WS-PRINT-ROW-ID.
           MOVE SPACES TO WS-CAND-SOURCE WS-CAND-DETAIL.
           STRING 'CUSTHIST ' DELIMITED BY SIZE
               WS-PRINT-ROW-ID DELIMITED BY SIZE
               INTO WS-CAND-SOURCE
           END-STRING.
           MOVE SPACES TO WS-CAND-ACCNO.
           MOVE HV-ROW-CUSTNO TO WS-CAND-CUSTNO.
           MOVE 0 TO WS-CAND-AMOUNT.

           EVALUATE TRUE
              WHEN HV-ROW-OLD-NAME NOT = HV-ROW-NEW-NAME
               AND HV-ROW-OLD-ADDRESS NOT = HV-ROW-NEW-ADDRESS
                 MOVE 'NAME AND ADDRESS CHANGE AT '
                    TO WS-CAND-DETAIL
              WHEN HV-ROW-OLD-NAME NOT = HV-ROW-NEW-NAME
                 MOVE 'NAME CHANGE AT ' TO WS-CAND-DETAIL
              WHEN OTHER
                 MOVE 'ADDRESS CHANGE AT ' TO WS-CAND-DETAIL
           END-EVALUATE.
           STRING WS-CAND-DETAIL DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               HV-ROW-TIME DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               HV-ROW-NEW-NAME DELIMITED BY SIZE
               INTO HV-ITEM-DETAIL
           END-STRING.
           MOVE HV-ITEM-DETAIL TO WS-CAND-DETAIL.

           PERFORM TAKE-ONE-CANDIDATE.
       JSC999.
           EXIT.

      *----------------------------------------------------------------
      * A PROCTRAN-style date - DD.MM.YYYY or the DD.MM.YY the
      * online writers stamp - as YYYYMMDD, and whether it falls in
      * the sample's period.
      *----------------------------------------------------------------
       MAKE-CANDIDATE-DATE SECTION.
       MCD010.
           MOVE 'N' TO WS-CAND-DATE-OK-SW.

           IF HV-ROW-DATE(1:2) NOT NUMERIC
              OR HV-ROW-DATE(4:2) NOT NUMERIC
              OR HV-ROW-DATE(7:2) NOT NUMERIC
              GO TO MCD999
           END-IF.

           IF HV-ROW-DATE(7:4) NUMERIC
              MOVE HV-ROW-DATE(7:4) TO WS-CAND-DATE(1:4)
           ELSE
              MOVE '20' TO WS-CAND-DATE(1:2)
              MOVE HV-ROW-DATE(7:2) TO WS-CAND-DATE(3:2)
           END-IF.
           MOVE HV-ROW-DATE(4:2) TO WS-CAND-DATE(5:2).
           MOVE HV-ROW-DATE(1:2) TO WS-CAND-DATE(7:2).

           IF WS-CAND-DATE < HV-SAMP-FROM-DATE
              OR WS-CAND-DATE > HV-SAMP-TO-DATE
              GO TO MCD999
           END-IF.

           MOVE 'Y' TO WS-CAND-DATE-OK-SW.
       MCD999.
           EXIT.

      *----------------------------------------------------------------
      * One candidate in the period. It is counted in its stratum;
      * at or above the forced-inclusion value it is written there
      * and then, otherwise it goes through the stratum's
      * reservoir: the first PER_STRATUM fill it, and the n'th
      * after that replaces a random one of them with probability
      * PER_STRATUM in n.
      *----------------------------------------------------------------
       TAKE-ONE-CANDIDATE SECTION.
       TOC010.
           ADD 1 TO HV-SAMP-POP-COUNT.

           EVALUATE TRUE
              WHEN WS-CAND-AMOUNT < WS-BAND1-AMT
                 MOVE '1' TO WS-CAND-BAND
              WHEN WS-CAND-AMOUNT < WS-BAND2-AMT
                 MOVE '2' TO WS-CAND-BAND
              WHEN OTHER
                 MOVE '3' TO WS-CAND-BAND
           END-EVALUATE.

           MOVE 'N' TO WS-STR-FOUND-SW.

           PERFORM MATCH-ONE-STRATUM
              VARYING WS-STR-IX FROM 1 BY 1
              UNTIL WS-STR-IX > WS-STRATUM-COUNT
                 OR WS-STR-FOUND.

           IF WS-STR-FOUND
              SUBTRACT 1 FROM WS-STR-IX
           ELSE
              IF WS-STRATUM-COUNT = 90
                 ADD 1 TO WS-UNSTRATIFIED
                 GO TO TOC999
              END-IF
              ADD 1 TO WS-STRATUM-COUNT
              MOVE WS-STRATUM-COUNT TO WS-STR-IX
              MOVE WS-CAND-SORTCODE TO WS-STR-SORTCODE(WS-STR-IX)
              MOVE WS-CAND-BAND TO WS-STR-BAND(WS-STR-IX)
              MOVE 0 TO WS-STR-POP(WS-STR-IX)
                        WS-STR-FORCED(WS-STR-IX)
                        WS-STR-TAKEN(WS-STR-IX)
           END-IF.

           ADD 1 TO WS-STR-POP(WS-STR-IX).

           IF HV-SAMP-FORCE-AMT > 0
              AND WS-CAND-AMOUNT >= HV-SAMP-FORCE-AMT
              ADD 1 TO WS-STR-FORCED(WS-STR-IX)
              MOVE 'Y' TO HV-ITEM-FORCED
              MOVE 0 TO HV-ITEM-STRATUM-POP
              PERFORM WRITE-ONE-ITEM
              GO TO TOC999
           END-IF.

           COMPUTE WS-DRAWN-POP = WS-STR-POP(WS-STR-IX)
                                - WS-STR-FORCED(WS-STR-IX).

           IF WS-DRAWN-POP <= HV-SAMP-PER-STRATUM
              ADD 1 TO WS-STR-TAKEN(WS-STR-IX)
              MOVE WS-STR-TAKEN(WS-STR-IX) TO WS-SLOT-IX
              MOVE WS-CAND TO WS-SLOT-CAND(WS-STR-IX, WS-SLOT-IX)
              GO TO TOC999
           END-IF.

           PERFORM NEXT-RANDOM.
           COMPUTE WS-RANDOM-PICK =
              FUNCTION MOD(WS-RANDOM, WS-DRAWN-POP) + 1.

           IF WS-RANDOM-PICK <= HV-SAMP-PER-STRATUM
              MOVE WS-CAND TO WS-SLOT-CAND(WS-STR-IX, WS-RANDOM-PICK)
           END-IF.
       TOC999.
           EXIT.

       MATCH-ONE-STRATUM SECTION.
       MTS010.
           IF WS-STR-SORTCODE(WS-STR-IX) = WS-CAND-SORTCODE
              AND WS-STR-BAND(WS-STR-IX) = WS-CAND-BAND
              MOVE 'Y' TO WS-STR-FOUND-SW
           END-IF.
       MTS999.
           EXIT.

       NEXT-RANDOM SECTION.
       NXR010.
           IF WS-RANDOM < 1
              MOVE 1 TO WS-RANDOM
           END-IF.

           COMPUTE WS-RANDOM =
              FUNCTION MOD(WS-RANDOM * 16807, 2147483647).
       NXR999.
           EXIT.

      *----------------------------------------------------------------
      * What one stratum drew, in slot order, and the stratum size
      * stamped on its forced items now that it is known.
      *----------------------------------------------------------------
       WRITE-ONE-STRATUM SECTION.
       WOS010.
           MOVE WS-STR-POP(WS-STR-IX) TO HV-ITEM-STRATUM-POP.
           MOVE 'N' TO HV-ITEM-FORCED.

           PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
                   UNTIL WS-SLOT-IX > WS-STR-TAKEN(WS-STR-IX)
                      OR WS-SAMPLE-FAILED
              MOVE WS-SLOT-CAND(WS-STR-IX, WS-SLOT-IX) TO WS-CAND
              PERFORM WRITE-ONE-ITEM
           END-PERFORM.

           IF WS-STR-FORCED(WS-STR-IX) > 0 AND NOT WS-SAMPLE-FAILED
              MOVE WS-STR-SORTCODE(WS-STR-IX) TO HV-ITEM-SORTCODE
              MOVE WS-STR-BAND(WS-STR-IX) TO HV-ITEM-BAND
              EXEC SQL
                 UPDATE AUDITEM
                 SET AUDITEM_STRATUM_POP = :HV-ITEM-STRATUM-POP
                 WHERE AUDITEM_SAMPLE_ID = :HV-SAMP-ID
                   AND AUDITEM_SORTCODE = :HV-ITEM-SORTCODE
                   AND AUDITEM_BAND = :HV-ITEM-BAND
                   AND AUDITEM_FORCED = 'Y'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-SAMPLE-FAILED-SW
              END-IF
           END-IF.
       WOS999.
           EXIT.

      *----------------------------------------------------------------
      * One worklist item. A posting or reversal carries the owning
      * customer as well as the account, so the auditor can go
      * straight to both.
      *----------------------------------------------------------------
       WRITE-ONE-ITEM SECTION.
       WOI010.
           ADD 1 TO HV-SAMP-ITEM-COUNT.
           MOVE HV-SAMP-ITEM-COUNT TO HV-ITEM-SEQ.

           MOVE WS-CAND-SORTCODE TO HV-ITEM-SORTCODE.
           MOVE WS-CAND-BAND TO HV-ITEM-BAND.
           MOVE WS-CAND-SOURCE TO HV-ITEM-SOURCE.
           MOVE WS-CAND-ACCNO TO HV-ITEM-ACCNO.
           MOVE WS-CAND-CUSTNO TO HV-ITEM-CUSTNO.
           MOVE WS-CAND-DATE TO HV-ITEM-DATE.
           MOVE WS-CAND-AMOUNT TO HV-ITEM-AMOUNT.
           MOVE WS-CAND-DETAIL TO HV-ITEM-DETAIL.

           IF HV-ITEM-ACCNO NOT = SPACES AND HV-ITEM-CUSTNO = SPACES
              EXEC SQL
                 SELECT ACCOUNT_CUSTOMER_NUMBER
                 INTO :HV-ITEM-CUSTNO
                 FROM ACCOUNT
                 WHERE ACCOUNT_SORTCODE = :HV-ITEM-SORTCODE
                   AND ACCOUNT_NUMBER = :HV-ITEM-ACCNO
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SPACES TO HV-ITEM-CUSTNO
              END-IF
           END-IF.

           EXEC SQL
              INSERT INTO AUDITEM
                 (AUDITEM_SAMPLE_ID, AUDITEM_SEQ, AUDITEM_SORTCODE,
                  AUDITEM_BAND, AUDITEM_SOURCE, AUDITEM_ACCNO,
                  AUDITEM_CUSTNO, AUDITEM_ITEM_DATE, AUDITEM_AMOUNT,
                  AUDITEM_DETAIL, AUDITEM_FORCED,
                  AUDITEM_STRATUM_POP, AUDITEM_OUTCOME,
                  AUDITEM_COMMENT, AUDITEM_REVIEWED_BY,
                  AUDITEM_REVIEWED_DATE)
              VALUES
                 (:HV-SAMP-ID, :HV-ITEM-SEQ, :HV-ITEM-SORTCODE,
                  :HV-ITEM-BAND, :HV-ITEM-SOURCE, :HV-ITEM-ACCNO,
                  :HV-ITEM-CUSTNO, :HV-ITEM-DATE, :HV-ITEM-AMOUNT,
                  :HV-ITEM-DETAIL, :HV-ITEM-FORCED,
                  :HV-ITEM-STRATUM-POP, ' ',
                  ' ', ' ',
                  ' ')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'AUDSMPL UNABLE TO INSERT AUDITEM'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'Y' TO WS-SAMPLE-FAILED-SW
              GO TO WOI999
           END-IF.

           ADD 1 TO WS-ITEMS-WRITTEN.
       WOI999.
           EXIT.
