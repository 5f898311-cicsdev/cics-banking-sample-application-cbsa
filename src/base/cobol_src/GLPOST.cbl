      *              redated into the open period, never slipped into      *
      *              a month Finance has reported.                         *
      *                                                                    *
      *              Movements between two of our own sort codes -         *
      *              a transfer to an account at another branch, or        *
      *              cash over another branch's counter - are split        *
      *              between the two branches' books from IBMOVE:          *
      *              the account's branch keeps the customer side          *
      *              and books the other side to inter-branch due-          *
      *              from (IBDUEFRM) or due-to (IBDUETO) instead,          *
      *              while the other branch books that side against        *
      *              the matching due-to or due-from. Each branch's        *
      *              trial balance so balances by itself, and the          *
      *              day's position with each other branch is left         *
      *              on IBPOSN for IBRECN to prove.                        *
      *                                                                    *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code        *
      *        and yyyymmdd the business date (defaults to today).         *
      *                                                                     *
           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE GLDB2 END-EXEC.
           EXEC SQL INCLUDE IBDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-CR-GLACCT                      PIC X(8).

       01 HV-GLENTRY-GLACCT                 PIC X(8).

      * Inter-branch movements: 'H' rows are this branch's own
      * accounts with the other side elsewhere, 'O' rows another
      * branch's accounts with the other side here.
       01 HV-IB-SIDE                        PIC X.
       01 HV-IB-OTHER-SORTCODE              PIC X(6).
       01 HV-IB-DUE-FROM                    PIC S9(12)V99 COMP-3.
       01 HV-IB-DUE-TO                      PIC S9(12)V99 COMP-3.
       01 HV-IB-MOVE-COUNT                  PIC S9(9) COMP.
       01 HV-DUE-FROM-GLACCT                PIC X(8) VALUE 'IBDUEFRM'.
       01 HV-DUE-TO-GLACCT                  PIC X(8) VALUE 'IBDUETO'.
       01 HV-GLENTRY-DR                     PIC S9(12)V99 COMP-3.
       01 HV-GLENTRY-CR                     PIC S9(12)V99 COMP-3.

       01 WS-GL-SUB                         PIC S9(4) COMP.
       01 WS-GL-HIT-SUB                     PIC S9(4) COMP.

      * The day's position with each other branch, one slot per
      * sort code the branch dealt with.
       01 WS-IB-TABLE.
          03 WS-IB-ENTRY OCCURS 50 TIMES.
             05 WS-IB-SORTCODE              PIC X(6).
             05 WS-IB-DUE-FROM              PIC S9(12)V99.
             05 WS-IB-DUE-TO                PIC S9(12)V99.
             05 WS-IB-COUNT                 PIC S9(9) COMP.
       01 WS-IB-COUNT-USED                  PIC S9(4) COMP VALUE 0.
       01 WS-IB-SUB                         PIC S9(4) COMP.
       01 WS-IB-HIT-SUB                     PIC S9(4) COMP.

       01 WS-POST-AMOUNT                    PIC S9(12)V99.
       01 WS-BUCKETS-MAPPED                 PIC 9(8) VALUE 0.
       01 WS-BUCKETS-DEFAULTED              PIC 9(8) VALUE 0.

       01 WS-PRINT-AMOUNT                   PIC +9(12).99.
       01 WS-PRINT-AMOUNT2                  PIC +9(12).99.
       01 WS-PRINT-COUNT                    PIC 9(8).

       LINKAGE SECTION.
       01 PARM-BUFFER.

           PERFORM POST-DAYS-ACTIVITY.

           PERFORM POST-INTER-BRANCH.

           PERFORM WRITE-GL-ENTRIES.

           PERFORM WRITE-IB-POSITIONS.

           PERFORM PRINT-TRIAL-BALANCE.

           PERFORM PRINT-IB-POSITIONS.

           COMPUTE WS-NET = WS-TOTAL-DR - WS-TOTAL-CR.

           IF WS-NET = 0
       POB999.
           EXIT.

      *----------------------------------------------------------------
      * Split the day's inter-branch movements between the two
      * branches' books. POST-ONE-BUCKET has already posted this
      * branch's own accounts in full, both legs here; for a
      * movement whose other side landed at another branch, the
      * map's DR account - the side that is not the customer's -
      * is taken back out and replaced by the due-from or due-to,
      * and the branch on the other side books that same account
      * against the opposite due-to or due-from.
      *----------------------------------------------------------------
       POST-INTER-BRANCH SECTION.
       PIB010.
           EXEC SQL
              DECLARE GLIB_CSR CURSOR FOR
                 SELECT 'H', M.IBMOVE_OTHER_SORTCODE,
                        A.ACCOUNT_TYPE, M.IBMOVE_TYPE,
                        SUM(M.IBMOVE_AMOUNT), COUNT(*)
                 FROM IBMOVE M, ACCOUNT A
                 WHERE M.IBMOVE_SORTCODE = :HV-SORTCODE
                   AND M.IBMOVE_DATE = :HV-RUN-DATE
                   AND A.ACCOUNT_SORTCODE = M.IBMOVE_SORTCODE
                   AND A.ACCOUNT_NUMBER = M.IBMOVE_ACCNO
                 GROUP BY M.IBMOVE_OTHER_SORTCODE, A.ACCOUNT_TYPE,
                          M.IBMOVE_TYPE
                 UNION ALL
                 SELECT 'O', M.IBMOVE_SORTCODE,
                        A.ACCOUNT_TYPE, M.IBMOVE_TYPE,
                        SUM(M.IBMOVE_AMOUNT), COUNT(*)
                 FROM IBMOVE M, ACCOUNT A
                 WHERE M.IBMOVE_OTHER_SORTCODE = :HV-SORTCODE
                   AND M.IBMOVE_DATE = :HV-RUN-DATE
                   AND A.ACCOUNT_SORTCODE = M.IBMOVE_SORTCODE
                   AND A.ACCOUNT_NUMBER = M.IBMOVE_ACCNO
                 GROUP BY M.IBMOVE_SORTCODE, A.ACCOUNT_TYPE,
                          M.IBMOVE_TYPE
                 ORDER BY 2, 1, 3, 4
           END-EXEC.

           EXEC SQL OPEN GLIB_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-IB-BUCKET.

           PERFORM UNTIL WS-EOF
              PERFORM POST-ONE-IB-BUCKET
              PERFORM FETCH-NEXT-IB-BUCKET
           END-PERFORM.

           EXEC SQL CLOSE GLIB_CSR END-EXEC.
       PIB999.
           EXIT.

       FETCH-NEXT-IB-BUCKET SECTION.
       FNIB010.
           EXEC SQL
              FETCH GLIB_CSR
              INTO :HV-IB-SIDE, :HV-IB-OTHER-SORTCODE,
                   :HV-ACCT-TYPE, :HV-PROC-TYPE,
                   :HV-BUCKET-TOTAL, :HV-BUCKET-COUNT
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNIB999.
           EXIT.

      *----------------------------------------------------------------
      * One inter-branch bucket. The map is read the same way
      * POST-ONE-BUCKET reads it (an unmapped bucket was reported
      * there already). Money into the customer's account leaves
      * the account's branch owed by the other (due-from) and the
      * other owing (due-to); money out of it the other way round.
      *----------------------------------------------------------------
       POST-ONE-IB-BUCKET SECTION.
       POIB010.
           EXEC SQL
              SELECT GLMAP_DR_GLACCT, GLMAP_CR_GLACCT
              INTO :HV-DR-GLACCT, :HV-CR-GLACCT
              FROM GLMAP
              WHERE GLMAP_PROCTRAN_TYPE = :HV-PROC-TYPE
                AND GLMAP_ACCOUNT_TYPE = :HV-ACCT-TYPE
           END-EXEC.

           IF SQLCODE NOT = 0
              EXEC SQL
                 SELECT GLMAP_DR_GLACCT, GLMAP_CR_GLACCT
                 INTO :HV-DR-GLACCT, :HV-CR-GLACCT
                 FROM GLMAP
                 WHERE GLMAP_PROCTRAN_TYPE = '***'
                   AND GLMAP_ACCOUNT_TYPE = '*'
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE 'GLSUSPNS' TO HV-DR-GLACCT
              END-IF
           END-IF.

           PERFORM FIND-IB-SLOT.

           IF HV-BUCKET-TOTAL >= 0
              MOVE HV-BUCKET-TOTAL TO WS-POST-AMOUNT
           ELSE
              COMPUTE WS-POST-AMOUNT = 0 - HV-BUCKET-TOTAL
           END-IF.

           EVALUATE TRUE
              WHEN HV-IB-SIDE = 'H' AND HV-BUCKET-TOTAL >= 0
                 MOVE HV-DUE-FROM-GLACCT TO HV-GLENTRY-GLACCT
                 PERFORM ACCUMULATE-DR
                 MOVE HV-DR-GLACCT TO HV-GLENTRY-GLACCT
                 PERFORM ACCUMULATE-CR
                 IF WS-IB-HIT-SUB > 0
                    ADD WS-POST-AMOUNT TO WS-IB-DUE-FROM(WS-IB-HIT-SUB)
                 END-IF
              WHEN HV-IB-SIDE = 'H'
                 MOVE HV-DR-GLACCT TO HV-GLENTRY-GLACCT
                 PERFORM ACCUMULATE-DR
                 MOVE HV-DUE-TO-GLACCT TO HV-GLENTRY-GLACCT
                 PERFORM ACCUMULATE-CR
                 IF WS-IB-HIT-SUB > 0
                    ADD WS-POST-AMOUNT TO WS-IB-DUE-TO(WS-IB-HIT-SUB)
                 END-IF
              WHEN HV-BUCKET-TOTAL >= 0
                 MOVE HV-DR-GLACCT TO HV-GLENTRY-GLACCT
                 PERFORM ACCUMULATE-DR
                 MOVE HV-DUE-TO-GLACCT TO HV-GLENTRY-GLACCT
                 PERFORM ACCUMULATE-CR
                 IF WS-IB-HIT-SUB > 0
                    ADD WS-POST-AMOUNT TO WS-IB-DUE-TO(WS-IB-HIT-SUB)
                 END-IF
              WHEN OTHER
                 MOVE HV-DUE-FROM-GLACCT TO HV-GLENTRY-GLACCT
                 PERFORM ACCUMULATE-DR
                 MOVE HV-DR-GLACCT TO HV-GLENTRY-GLACCT
                 PERFORM ACCUMULATE-CR
                 IF WS-IB-HIT-SUB > 0
                    ADD WS-POST-AMOUNT TO WS-IB-DUE-FROM(WS-IB-HIT-SUB)
                 END-IF
           END-EVALUATE.
       POIB999.
           EXIT.

       FIND-IB-SLOT SECTION.
       FIS010.
           MOVE 0 TO WS-IB-HIT-SUB.

           PERFORM VARYING WS-IB-SUB FROM 1 BY 1
              UNTIL WS-IB-SUB > WS-IB-COUNT-USED
                 OR WS-IB-HIT-SUB > 0
              IF WS-IB-SORTCODE(WS-IB-SUB) = HV-IB-OTHER-SORTCODE
                 MOVE WS-IB-SUB TO WS-IB-HIT-SUB
              END-IF
           END-PERFORM.

           IF WS-IB-HIT-SUB = 0
              IF WS-IB-COUNT-USED < 50
                 ADD 1 TO WS-IB-COUNT-USED
                 MOVE WS-IB-COUNT-USED TO WS-IB-HIT-SUB
                 MOVE HV-IB-OTHER-SORTCODE TO
                    WS-IB-SORTCODE(WS-IB-HIT-SUB)
                 MOVE 0 TO WS-IB-DUE-FROM(WS-IB-HIT-SUB)
                 MOVE 0 TO WS-IB-DUE-TO(WS-IB-HIT-SUB)
                 MOVE 0 TO WS-IB-COUNT(WS-IB-HIT-SUB)
              ELSE
                 MOVE SPACES TO GLTB-REPORT-LINE
                 MOVE 'INTER-BRANCH TABLE FULL - POSITION NOT KEPT' TO
                    GLTB-REPORT-LINE
                 WRITE GLTB-REPORT-LINE
              END-IF
           END-IF.

           IF WS-IB-HIT-SUB > 0
              ADD HV-BUCKET-COUNT TO WS-IB-COUNT(WS-IB-HIT-SUB)
           END-IF.
       FIS999.
           EXIT.

       FIND-GL-SLOT SECTION.
       FGS010.
           MOVE 0 TO WS-GL-HIT-SUB.
       IOG999.
           EXIT.

      *----------------------------------------------------------------
      * Leave the day's position with each other branch on IBPOSN
      * for IBRECN - replacing whatever an earlier run of the same
      * day left there.
      *----------------------------------------------------------------
       WRITE-IB-POSITIONS SECTION.
       WIP010.
           EXEC SQL
              DELETE FROM IBPOSN
              WHERE IBPOSN_SORTCODE = :HV-SORTCODE
                AND IBPOSN_DATE = :HV-RUN-DATE
           END-EXEC.

           PERFORM VARYING WS-IB-SUB FROM 1 BY 1
              UNTIL WS-IB-SUB > WS-IB-COUNT-USED
              MOVE WS-IB-SORTCODE(WS-IB-SUB) TO HV-IB-OTHER-SORTCODE
              MOVE WS-IB-DUE-FROM(WS-IB-SUB) TO HV-IB-DUE-FROM
              MOVE WS-IB-DUE-TO(WS-IB-SUB) TO HV-IB-DUE-TO
              MOVE WS-IB-COUNT(WS-IB-SUB) TO HV-IB-MOVE-COUNT
              PERFORM INSERT-ONE-IBPOSN
           END-PERFORM.
       WIP999.
           EXIT.

       INSERT-ONE-IBPOSN SECTION.
       IOI010.
           EXEC SQL
              INSERT INTO IBPOSN
                 (IBPOSN_SORTCODE, IBPOSN_OTHER_SORTCODE,
                  IBPOSN_DATE, IBPOSN_DUE_FROM, IBPOSN_DUE_TO,
                  IBPOSN_MOVE_COUNT)
              VALUES
                 (:HV-SORTCODE, :HV-IB-OTHER-SORTCODE,
                  :HV-RUN-DATE, :HV-IB-DUE-FROM, :HV-IB-DUE-TO,
                  :HV-IB-MOVE-COUNT)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO GLTB-REPORT-LINE
              STRING 'IBPOSN INSERT FAILED FOR '
                  DELIMITED BY SIZE
                  HV-IB-OTHER-SORTCODE DELIMITED BY SIZE
                  INTO GLTB-REPORT-LINE
              END-STRING
              WRITE GLTB-REPORT-LINE
           END-IF.
       IOI999.
           EXIT.

      *----------------------------------------------------------------
       PRINT-TRIAL-BALANCE SECTION.
       PTB010.
       PTB999.
           EXIT.

      *----------------------------------------------------------------
       PRINT-IB-POSITIONS SECTION.
       PIP010.
           IF WS-IB-COUNT-USED = 0
              GO TO PIP999
           END-IF.

           MOVE SPACES TO GLTB-REPORT-LINE
           MOVE 'INTER-BRANCH POSITION:' TO GLTB-REPORT-LINE
           WRITE GLTB-REPORT-LINE.

           PERFORM VARYING WS-IB-SUB FROM 1 BY 1
              UNTIL WS-IB-SUB > WS-IB-COUNT-USED
              MOVE WS-IB-DUE-FROM(WS-IB-SUB) TO WS-PRINT-AMOUNT
              MOVE WS-IB-DUE-TO(WS-IB-SUB) TO WS-PRINT-AMOUNT2
              MOVE WS-IB-COUNT(WS-IB-SUB) TO WS-PRINT-COUNT
              MOVE SPACES TO GLTB-REPORT-LINE
              STRING 'WITH SORTCODE ' DELIMITED BY SIZE
                  WS-IB-SORTCODE(WS-IB-SUB) DELIMITED BY SIZE
                  ' DUE FROM=' DELIMITED BY SIZE
                  WS-PRINT-AMOUNT DELIMITED BY SIZE
                  ' DUE TO=' DELIMITED BY SIZE
                  WS-PRINT-AMOUNT2 DELIMITED BY SIZE
                  ' MOVEMENTS=' DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
                  INTO GLTB-REPORT-LINE
              END-STRING
              WRITE GLTB-REPORT-LINE
           END-PERFORM.
       PIP999.
           EXIT.

      *----------------------------------------------------------------
      * Declare the day closed - REGSTRT checks this before letting
      * the region open for online traffic. Stored straight on the
