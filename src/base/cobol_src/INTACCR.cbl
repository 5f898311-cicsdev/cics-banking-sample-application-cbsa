      *        differs. Overdrawn balances are always charged at      *
      *        the account's own base rate.                           *
      *                                                                *
      *        An account that is a participant in an active notional *
      *        interest pool (NPOOLMBR) earns its interest through    *
      *        POOLINT on the pool's net position instead, so it      *
      *        accrues nothing here while it is pooled; anything it   *
      *        accrued before it joined is still paid out on its      *
      *        statement date.                                        *
      *                                                                *
      *        A negotiated rate override approved onto RATEOVR wins  *
      *        over everything else: on every day from its start to  *
      *        its expiry date the account is priced at the override *
      *        rate alone - no bands, no risk margin, no ceiling -    *
      *        whatever its own ACCOUNT_INTEREST_RATE says.           *
      *                                                                *
      * Output: Sequential report INTACRPT.                              *
      *                                                                 *
      ******************************************************************
           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE RBNDDB2 END-EXEC.
           EXEC SQL INCLUDE POOLDB2 END-EXEC.
           EXEC SQL INCLUDE RTOVDB2 END-EXEC.
           EXEC SQL INCLUDE TAXDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-ACCOUNTS-ACCRUED               PIC 9(8) VALUE 0.
       01 WS-ACCOUNTS-SKIPPED                PIC 9(8) VALUE 0.
       01 WS-ACCOUNTS-DEFERRED               PIC 9(8) VALUE 0.
       01 WS-ACCOUNTS-POOLED                 PIC 9(8) VALUE 0.

       01 HV-POOLED-COUNT                   PIC S9(9) COMP.
       01 WS-ACCOUNT-POOLED-SW              PIC X VALUE 'N'.
          88 WS-ACCOUNT-POOLED              VALUE 'Y'.
       01 WS-TOTAL-INTEREST                 PIC S9(10)V99 VALUE 0.

      * A negotiated rate override in force on the run date.
       01 HV-OVERRIDE-RATE                  PIC S9(2)V99 COMP-3.
       01 WS-ACCOUNT-OVERRIDDEN-SW          PIC X VALUE 'N'.
          88 WS-ACCOUNT-OVERRIDDEN          VALUE 'Y'.
       01 WS-ACCOUNTS-OVERRIDDEN            PIC 9(8) VALUE 0.

       01 WS-PRINT-LINE                     PIC X(132).
       01 WS-PRINT-AMOUNT                   PIC +9(8).99.
       01 WS-PRINT-TAX                      PIC +9(8).99.
       01 RUNCTL-AREA.
           COPY RUNCTLA.

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
           END-STRING
           WRITE INT-REPORT-LINE.

           MOVE SPACES TO INT-REPORT-LINE
           STRING 'ACCOUNTS LEFT TO NOTIONAL POOLS=' DELIMITED BY SIZE
               WS-ACCOUNTS-POOLED DELIMITED BY SIZE
               ' PRICED AT AN AGREED RATE=' DELIMITED BY SIZE
               WS-ACCOUNTS-OVERRIDDEN DELIMITED BY SIZE
               INTO INT-REPORT-LINE
           END-STRING
           WRITE INT-REPORT-LINE.

           MOVE WS-TOTAL-TAX TO WS-PRINT-TAX.
           MOVE SPACES TO INT-REPORT-LINE
           STRING 'TOTAL TAX WITHHELD=' DELIMITED BY SIZE
      * rate, work out one day's accrual and post it. FIXEDTRM term
      * deposits are skipped: their rate is locked on TERMDEP and
      * paid once, at maturity, by TRMDMAT - accruing it here as
      * well would pay the interest twice. CREDCARD accounts are
      * skipped too: card interest is charged by the CCBILL billing
      * cycle, under its interest-free period rules.
      *----------------------------------------------------------------
       ACCRUE-INTEREST SECTION.
       AI010.
                        ACCOUNT_ACCRUED_INTEREST, ACCOUNT_NEXT_STATEMENT
                 FROM ACCOUNT
                 WHERE ACCOUNT_SORTCODE = :HV-SORTCODE
                   AND (ACCOUNT_INTEREST_RATE NOT = 0 OR
                        EXISTS (SELECT 1 FROM RATEOVR
                                WHERE RATEOVR_SORTCODE =
                                         ACCOUNT_SORTCODE
                                  AND RATEOVR_ACCNO = ACCOUNT_NUMBER
                                  AND RATEOVR_STATUS = 'A'
                                  AND RATEOVR_START_DATE <=
                                         :HV-RUN-DATE
                                  AND RATEOVR_EXPIRY_DATE >=
                                         :HV-RUN-DATE))
                   AND ACCOUNT_TYPE NOT = 'FIXEDTRM'
                   AND ACCOUNT_TYPE NOT = 'CREDCARD'
                 ORDER BY ACCOUNT_NUMBER
           END-EXEC.

              PERFORM COMPUTE-BANDED-ACCRUAL
           END-IF.

      *
      *    A negotiated override replaces all of that for as long
      *    as it is in force.
      *
           PERFORM CHECK-RATE-OVERRIDE.

           IF WS-ACCOUNT-OVERRIDDEN
              MOVE HV-OVERRIDE-RATE TO WS-EFFECTIVE-RATE
              MOVE 0 TO WS-MARGIN-USED
              MOVE 'N' TO WS-ACCOUNT-BANDED-SW
              COMPUTE WS-DAILY-INTEREST ROUNDED =
                 HV-ACTUAL-BAL * WS-EFFECTIVE-RATE / 100 / 365
              ADD 1 TO WS-ACCOUNTS-OVERRIDDEN
           END-IF.

      *
      *    A pooled account earns through POOLINT on the pool's net
      *    position, not here. Only what it accrued before joining
      *    is left to run through to its statement date.
      *
           PERFORM CHECK-ACCOUNT-POOLED.

           IF WS-ACCOUNT-POOLED
              MOVE 0 TO WS-DAILY-INTEREST
              ADD 1 TO WS-ACCOUNTS-POOLED
              IF HV-ACCRUED-INT = 0
                 GO TO AIA999
              END-IF
           END-IF.

           IF WS-DAILY-INTEREST = 0 AND NOT WS-ACCOUNT-POOLED
              ADD 1 TO WS-ACCOUNTS-SKIPPED
              GO TO AIA999
           END-IF.
           MOVE WS-MARGIN-USED TO WS-PRINT-MARGIN.
           MOVE SPACES TO HV-PROCTRAN-DESC.
           EVALUATE TRUE
              WHEN WS-ACCOUNT-OVERRIDDEN AND WS-TAX-WITHHELD > 0
                 MOVE 'INTEREST ACCRUAL AGREED RATE NET OF TAX'
                    TO HV-PROCTRAN-DESC
              WHEN WS-ACCOUNT-OVERRIDDEN
                 MOVE 'INTEREST ACCRUAL AGREED RATE'
                    TO HV-PROCTRAN-DESC
              WHEN WS-ACCOUNT-BANDED AND WS-TAX-WITHHELD > 0
                 MOVE 'INTEREST ACCRUAL BANDED NET OF TAX'
                    TO HV-PROCTRAN-DESC
                  :HV-PROCTRAN-AMOUNT)
           END-EXEC.

           IF SQLCODE = 0
              INITIALIZE EVNT-AREA
              SET EVNT-POSTING TO TRUE
              MOVE HV-SORTCODE TO EVNT-SORTCODE
              MOVE HV-ACC-NUMBER TO EVNT-ACCNO
              MOVE HV-PROCTRAN-DATE TO EVNT-PROC-DATE
              MOVE HV-PROCTRAN-TIME TO EVNT-PROC-TIME
              MOVE HV-PROCTRAN-REF TO EVNT-REF
              MOVE HV-PROCTRAN-TYPE TO EVNT-TYPE
              MOVE HV-PROCTRAN-DESC TO EVNT-DESC
              MOVE HV-PROCTRAN-AMOUNT TO EVNT-AMOUNT
              PERFORM WRITE-BUSINESS-EVENT
           END-IF.

           MOVE WS-NET-INTEREST TO WS-PRINT-AMOUNT.
           MOVE WS-TAX-WITHHELD TO WS-PRINT-TAX.
           MOVE WS-MARGIN-USED TO WS-PRINT-MARGIN.
           END-IF.
       ATW999.
           EXIT.

      *----------------------------------------------------------------
      * Is this account a participant in an active notional pool?
      *----------------------------------------------------------------
       CHECK-ACCOUNT-POOLED SECTION.
       CAP010.
           MOVE 'N' TO WS-ACCOUNT-POOLED-SW.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-POOLED-COUNT
              FROM NPOOLMBR M, NPOOL P
              WHERE M.NPOOLMBR_SORTCODE = :HV-SORTCODE
                AND M.NPOOLMBR_ACCNO = :HV-ACC-NUMBER
                AND M.NPOOLMBR_STATUS = 'A'
                AND P.NPOOL_ID = M.NPOOLMBR_POOL_ID
                AND P.NPOOL_SORTCODE = M.NPOOLMBR_SORTCODE
                AND P.NPOOL_STATUS = 'A'
           END-EXEC.

           IF SQLCODE = 0 AND HV-POOLED-COUNT > 0
              MOVE 'Y' TO WS-ACCOUNT-POOLED-SW
           END-IF.
       CAP999.
           EXIT.

      *----------------------------------------------------------------
      * Is a negotiated rate override in force for this account on
      * the run date? RTOVFUN and PNDCFUN keep them from overlapping,
      * so there is at most one.
      *----------------------------------------------------------------
       CHECK-RATE-OVERRIDE SECTION.
       CRO010.
           MOVE 'N' TO WS-ACCOUNT-OVERRIDDEN-SW.

           EXEC SQL
              SELECT RATEOVR_RATE
              INTO :HV-OVERRIDE-RATE
              FROM RATEOVR
              WHERE RATEOVR_SORTCODE = :HV-SORTCODE
                AND RATEOVR_ACCNO = :HV-ACC-NUMBER
                AND RATEOVR_STATUS = 'A'
                AND RATEOVR_START_DATE <= :HV-RUN-DATE
                AND RATEOVR_EXPIRY_DATE >= :HV-RUN-DATE
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'Y' TO WS-ACCOUNT-OVERRIDDEN-SW
           END-IF.
       CRO999.
           EXIT.

      *----------------------------------------------------------------
      * The change just posted, as a business event in the same unit
      * of work (see EVNTWRT). A failure to record it comes back in
      * SQLCODE, so it is handled exactly as a failed PROCTRAN insert.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           MOVE 'INTACCR' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
