      *              carrier - nothing moves until a supervisor       *
      *              confirms it through VLTFUN, which is the         *
      *              confirmation step.                               *
      *              Sterling is forecast first, then each foreign    *
      *              currency the vault holds, each on its own need   *
      *              (the DRAWERCCY history) and its own vault row.   *
      *                                                              *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code  *
      *        and yyyymmdd the run date (defaults to today).        *
           03 ORD-DIRECTION                  PIC X.
           03 ORD-AMOUNT                     PIC 9(10)V99.
           03 ORD-DATE                       PIC X(8).
           03 ORD-CURRENCY                   PIC X(3).

       FD  VLTF-REPORT.
       01  VLTF-REPORT-LINE                  PIC X(132).
           EXEC SQL INCLUDE DRWRDB2 END-EXEC.
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE FXDDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.

       01 HV-CURRENCY                       PIC X(3).

      * PROCTRAN_DATE's truncated DD.MM.YY shape - see CASHPOS.
       01 HV-CMP-DATE                       PIC X(8).

       01 WS-PRINT-AMOUNT2                  PIC +9(10).99.
       01 WS-PRINT-ID                       PIC 9(9).

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

      * Run-control registration (see RUNCTL) - every overnight
      * program records its run and honours the sequencing rules.
       01 RUNCTL-AREA.
           END-STRING
           WRITE VLTF-REPORT-LINE.

           MOVE 'GBP' TO HV-CURRENCY.

           PERFORM FORECAST-ONE-CURRENCY.

           PERFORM FORECAST-FOREIGN-CURRENCIES.

           CLOSE ORDER-FILE.
           CLOSE VLTF-REPORT.
       GCD999.
           EXIT.

      *----------------------------------------------------------------
      * Every foreign currency with a vault row at the branch gets
      * its own forecast and, if needed, its own CIT order.
      *----------------------------------------------------------------
       FORECAST-FOREIGN-CURRENCIES SECTION.
       FFC010.
           EXEC SQL
              DECLARE VLTC_CSR CURSOR FOR
                 SELECT VAULT_CURRENCY
                 FROM VAULT
                 WHERE VAULT_SORTCODE = :HV-SORTCODE
                   AND VAULT_CURRENCY <> 'GBP'
                 ORDER BY VAULT_CURRENCY
           END-EXEC.

           EXEC SQL OPEN VLTC_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-CURRENCY.

           PERFORM UNTIL WS-EOF
              PERFORM FORECAST-ONE-CURRENCY
              PERFORM FETCH-NEXT-CURRENCY
           END-PERFORM.

           EXEC SQL CLOSE VLTC_CSR END-EXEC.
       FFC999.
           EXIT.

       FETCH-NEXT-CURRENCY SECTION.
       FNC010.
           EXEC SQL
              FETCH VLTC_CSR
              INTO :HV-CURRENCY
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNC999.
           EXIT.

       FORECAST-ONE-CURRENCY SECTION.
       FOC010.
           MOVE SPACES TO VLTF-REPORT-LINE
           STRING 'CURRENCY ' DELIMITED BY SIZE
               HV-CURRENCY DELIMITED BY SIZE
               INTO VLTF-REPORT-LINE
           END-STRING
           WRITE VLTF-REPORT-LINE.

           PERFORM MEASURE-THE-NEED.

           PERFORM PROPOSE-THE-ORDER.
       FOC999.
           EXIT.

      *----------------------------------------------------------------
      * The average day's net cash out, from the closed drawer
      * history, with today's counter cash net (the CASHPOS
      * aggregation) alongside for the report. A foreign currency
      * takes its history from the DRAWERCCY lines of the closed
      * sessions and its day's net from the counter FX deals.
      *----------------------------------------------------------------
       MEASURE-THE-NEED SECTION.
       MTN010.
           IF HV-CURRENCY NOT = 'GBP'
              PERFORM MEASURE-FOREIGN-NEED
              GO TO MTN020
           END-IF.

           EXEC SQL
              SELECT COALESCE(SUM(DRAWER_CASH_OUT - DRAWER_CASH_IN),
                              0),
              INTO :HV-NET-OUT, :HV-DAY-COUNT
              FROM DRAWER
              WHERE DRAWER_SORTCODE = :HV-SORTCODE
                AND DRAWER_STATUS IN ('B', 'U')
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-DAY-COUNT = 0
              MOVE 0 TO HV-TODAY-NET
           END-IF.

       MTN020.
           COMPUTE WS-TARGET-FLOAT =
              WS-AVG-DAILY-NEED * WS-COVER-DAYS.

       MTN999.
           EXIT.

       MEASURE-FOREIGN-NEED SECTION.
       MFN010.
           EXEC SQL
              SELECT COALESCE(SUM(DRAWERCCY_CASH_OUT -
                                  DRAWERCCY_CASH_IN), 0),
                     COUNT(DISTINCT DRAWER_OPENED_DATE)
              INTO :HV-NET-OUT, :HV-DAY-COUNT
              FROM DRAWERCCY, DRAWER
              WHERE DRAWERCCY_SORTCODE = :HV-SORTCODE
                AND DRAWERCCY_CURRENCY = :HV-CURRENCY
                AND DRAWER_ID = DRAWERCCY_DRAWER_ID
                AND DRAWER_SORTCODE = DRAWERCCY_SORTCODE
                AND DRAWER_STATUS IN ('B', 'U')
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-DAY-COUNT = 0
              MOVE 0 TO WS-AVG-DAILY-NEED
           ELSE
              COMPUTE WS-AVG-DAILY-NEED ROUNDED =
                 HV-NET-OUT / HV-DAY-COUNT
           END-IF.

           IF WS-AVG-DAILY-NEED < 0
              MOVE 0 TO WS-AVG-DAILY-NEED
           END-IF.

      *    Notes sold go out of the drawer, notes bought come in.
           EXEC SQL
              SELECT COALESCE(SUM(CASE FXDEAL_DIRECTION
                                  WHEN 'S' THEN FXDEAL_FOREIGN_AMOUNT
                                  ELSE 0 - FXDEAL_FOREIGN_AMOUNT
                                  END), 0)
              INTO :HV-TODAY-NET
              FROM FXDEAL
              WHERE FXDEAL_SORTCODE = :HV-SORTCODE
                AND FXDEAL_CURRENCY = :HV-CURRENCY
                AND FXDEAL_DATE = :HV-RUN-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-TODAY-NET
           END-IF.
       MFN999.
           EXIT.

      *----------------------------------------------------------------
      * Short of the cover target proposes a delivery; more than
      * double it proposes shipping the excess out. Either way the
              INTO :HV-VAULT-BALANCE
              FROM VAULT
              WHERE VAULT_SORTCODE = :HV-SORTCODE
                AND VAULT_CURRENCY = :HV-CURRENCY
           END-EXEC.

           IF SQLCODE NOT = 0
           EXEC SQL
              INSERT INTO CITORDER
                 (CITORDER_ID, CITORDER_SORTCODE,
                  CITORDER_CURRENCY,
                  CITORDER_DIRECTION, CITORDER_AMOUNT,
                  CITORDER_STATUS, CITORDER_PROPOSED_DATE)
              VALUES
                 (:HV-ORDER-ID, :HV-SORTCODE, :HV-CURRENCY,
                  :HV-ORDER-DIRECTION,
                  :HV-ORDER-AMOUNT, 'P', :HV-RUN-DATE)
           END-EXEC.

           MOVE HV-ORDER-DIRECTION TO ORD-DIRECTION.
           MOVE WS-ORDER-AMOUNT TO ORD-AMOUNT.
           MOVE HV-RUN-DATE TO ORD-DATE.
           MOVE HV-CURRENCY TO ORD-CURRENCY.
           WRITE ORDER-RECORD.

           MOVE HV-ORDER-ID TO WS-PRINT-ID.
