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
      * Title: PBKFUN                                                  *
      *                                                                *
      * Description: Passbook service for the counter. ISSUE gives a   *
      *              SAVING account a passbook - serial off the        *
      *              CONTROL counter, print position starting after    *
      *              the last PROCTRAN entry and the current balance   *
      *              - or, once the book in use is full, its           *
      *              successor, carrying the print position forward.   *
      *              LOST cancels the book in use and issues the       *
      *              replacement the same way. UPDATE hands the teller *
      *              the next page's worth of unprinted entries with   *
      *              a running balance (page size CONTROL              *
      *              PASSBOOK-PAGE-LINES, default 20, pages per book   *
      *              PASSBOOK-PAGES, default 30); a backlog larger     *
      *              than PASSBOOK-CONDENSE (default 60) has its       *
      *              oldest entries condensed into one summary line    *
      *              so the rest fit on the page. VERIFY checks a      *
      *              presented serial - DBCRFUN warns on a withdrawal  *
      *              presented with a superseded book. This replaces   *
      *              the entries tellers wrote in by hand off BNK1TXN. *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBKFUN.
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

           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE PBKDB2 END-EXEC.
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-PASSBK-SORTCODE                PIC X(6).
       01 HV-PASSBK-ACCNO                   PIC X(8).
       01 HV-PASSBK-SERIAL                  PIC S9(9) COMP.
       01 HV-PASSBK-STATUS                  PIC X.
       01 HV-PASSBK-ISSUE-DATE              PIC X(10).
       01 HV-PASSBK-PAGE                    PIC S9(4) COMP.
       01 HV-PASSBK-LINE                    PIC S9(4) COMP.
       01 HV-PASSBK-LAST-KEY                PIC X(12).
       01 HV-PASSBK-LAST-SEQ                PIC S9(9) COMP.
       01 HV-PASSBK-LAST-BALANCE            PIC S9(10)V99 COMP-3.
       01 HV-NEW-SERIAL                     PIC S9(9) COMP.

       01 HV-ACCOUNT-TYPE                   PIC X(8).
       01 HV-ACCOUNT-ACTUAL-BAL             PIC S9(10)V99 COMP-3.

       01 HV-ENTRY-KEY                      PIC X(12).
       01 HV-ENTRY-DATE                     PIC X(8).
       01 HV-ENTRY-DESC                     PIC X(40).
       01 HV-ENTRY-AMOUNT                   PIC S9(10)V99 COMP-3.
       01 HV-ENTRY-COUNT                    PIC S9(9) COMP.

       COPY SORTCODE.

       01 GETCTRL-COMMAREA.
           COPY GETCTRL.

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                      PIC X(10).

       01 WS-PAGE-LINES                     PIC S9(9) COMP.
       01 WS-BOOK-PAGES                     PIC S9(9) COMP.
       01 WS-CONDENSE-LIMIT                 PIC S9(9) COMP.

       01 WS-BOOK-FOUND-SW                  PIC X.
          88 WS-BOOK-FOUND                  VALUE 'Y'.
       01 WS-CURSOR-DONE-SW                 PIC X.
          88 WS-CURSOR-DONE                 VALUE 'Y'.

       01 WS-UNPRINTED                      PIC S9(9) COMP.
       01 WS-LINES-LEFT                     PIC S9(9) COMP.
       01 WS-TO-CONDENSE                    PIC S9(9) COMP.
       01 WS-CONDENSED                      PIC S9(9) COMP.
       01 WS-CONDENSED-AMOUNT               PIC S9(10)V99 COMP-3.
       01 WS-TAKEN                          PIC S9(9) COMP.
       01 WS-SKIPPED                        PIC S9(9) COMP.
       01 WS-ROW-SUB                        PIC S9(4) COMP.
       01 WS-RUNNING-BALANCE                PIC S9(10)V99 COMP-3.
       01 WS-CONDENSED-DISPLAY              PIC ZZZZ9.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY PBKFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO PBKFUN-SUCCESS.
           MOVE SPACE TO PBKFUN-FAIL-CODE.
           MOVE 'N' TO PBKFUN-MORE.
           MOVE 'N' TO PBKFUN-BOOK-FULL.
           MOVE 0 TO PBKFUN-LINES-RETURNED.
           MOVE 0 TO PBKFUN-CONDENSED.
           MOVE 0 TO PBKFUN-CURRENT-SERIAL.

           PERFORM POPULATE-TIME-DATE.

           MOVE PBKFUN-SORTCODE TO HV-PASSBK-SORTCODE.
           MOVE PBKFUN-ACCNO TO HV-PASSBK-ACCNO.

           EVALUATE TRUE
              WHEN PBKFUN-ISSUE
                 PERFORM ISSUE-PASSBOOK
              WHEN PBKFUN-LOST
                 PERFORM REPLACE-LOST-PASSBOOK
              WHEN PBKFUN-UPDATE
                 PERFORM UPDATE-PASSBOOK
              WHEN PBKFUN-VERIFY
                 PERFORM VERIFY-PASSBOOK
              WHEN OTHER
                 MOVE 'N' TO PBKFUN-SUCCESS
                 MOVE '9' TO PBKFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * A first passbook, or the next one once the book in use has
      * no pages left. A book in use with pages to spare is not
      * replaced here - a lost book goes through LOST.
      *----------------------------------------------------------------
       ISSUE-PASSBOOK SECTION.
       IP010.
           EXEC SQL
              SELECT ACCOUNT_TYPE, ACCOUNT_ACTUAL_BALANCE
              INTO :HV-ACCOUNT-TYPE, :HV-ACCOUNT-ACTUAL-BAL
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-PASSBK-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-PASSBK-ACCNO)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO PBKFUN-SUCCESS
                 MOVE '1' TO PBKFUN-FAIL-CODE
                 GO TO IP999
              WHEN OTHER
                 MOVE 'N' TO PBKFUN-SUCCESS
                 MOVE '2' TO PBKFUN-FAIL-CODE
                 GO TO IP999
           END-EVALUATE.

           IF HV-ACCOUNT-TYPE NOT = 'SAVING  '
              MOVE 'N' TO PBKFUN-SUCCESS
              MOVE '4' TO PBKFUN-FAIL-CODE
              GO TO IP999
           END-IF.

           PERFORM READ-BOOK-IN-USE.

           IF PBKFUN-SUCCESS = 'N'
              GO TO IP999
           END-IF.

           IF WS-BOOK-FOUND
              PERFORM GET-PASSBOOK-LIMITS

              IF HV-PASSBK-PAGE < WS-BOOK-PAGES
                 OR (HV-PASSBK-PAGE = WS-BOOK-PAGES AND
                     HV-PASSBK-LINE NOT > WS-PAGE-LINES)
                 MOVE 'N' TO PBKFUN-SUCCESS
                 MOVE '5' TO PBKFUN-FAIL-CODE
                 MOVE HV-PASSBK-SERIAL TO PBKFUN-CURRENT-SERIAL
                 GO TO IP999
              END-IF

              MOVE 'F' TO HV-PASSBK-STATUS
              PERFORM RETIRE-BOOK-IN-USE

              IF PBKFUN-SUCCESS = 'N'
                 GO TO IP999
              END-IF
           ELSE
      *
      *       A first book starts after whatever PROCTRAN already
      *       holds for the account, at today's balance - history
      *       before the book was issued is not printed into it.
      *
              PERFORM FIND-LAST-ENTRY
              MOVE HV-ACCOUNT-ACTUAL-BAL TO HV-PASSBK-LAST-BALANCE
           END-IF.

           PERFORM INSERT-NEW-BOOK.
       IP999.
           EXIT.

      *----------------------------------------------------------------
      * A book reported lost or stolen is cancelled for good, and
      * its replacement carries on from where the old one stopped -
      * anything printed only in the lost book is not printed again.
      *----------------------------------------------------------------
       REPLACE-LOST-PASSBOOK SECTION.
       RLP010.
           PERFORM READ-BOOK-IN-USE.

           IF PBKFUN-SUCCESS = 'N'
              GO TO RLP999
           END-IF.

           IF NOT WS-BOOK-FOUND
              MOVE 'N' TO PBKFUN-SUCCESS
              MOVE '1' TO PBKFUN-FAIL-CODE
              GO TO RLP999
           END-IF.

           MOVE 'X' TO HV-PASSBK-STATUS.
           PERFORM RETIRE-BOOK-IN-USE.

           IF PBKFUN-SUCCESS = 'N'
              GO TO RLP999
           END-IF.

           PERFORM INSERT-NEW-BOOK.
       RLP999.
           EXIT.

      *----------------------------------------------------------------
      * The next page's worth of unprinted entries. The teller
      * prints what comes back and calls again while PBKFUN-MORE
      * is 'Y'; the register only moves on for lines handed back.
      *----------------------------------------------------------------
       UPDATE-PASSBOOK SECTION.
       UP010.
           IF PBKFUN-SERIAL = 0
              PERFORM READ-BOOK-IN-USE

              IF PBKFUN-SUCCESS = 'N'
                 GO TO UP999
              END-IF

              IF NOT WS-BOOK-FOUND
                 MOVE 'N' TO PBKFUN-SUCCESS
                 MOVE '1' TO PBKFUN-FAIL-CODE
                 GO TO UP999
              END-IF
           ELSE
              PERFORM READ-PRESENTED-BOOK

              IF PBKFUN-SUCCESS = 'N'
                 GO TO UP999
              END-IF

              IF HV-PASSBK-STATUS NOT = 'A'
                 MOVE 'N' TO PBKFUN-SUCCESS
                 MOVE '3' TO PBKFUN-FAIL-CODE
                 GO TO UP999
              END-IF
           END-IF.

           MOVE HV-PASSBK-SERIAL TO PBKFUN-SERIAL.
           MOVE HV-PASSBK-SERIAL TO PBKFUN-CURRENT-SERIAL.
           MOVE HV-PASSBK-ISSUE-DATE TO PBKFUN-ISSUE-DATE.

           PERFORM GET-PASSBOOK-LIMITS.

      *
      *    The last page filled up on the previous call - turn it.
      *
           IF HV-PASSBK-LINE > WS-PAGE-LINES
              ADD 1 TO HV-PASSBK-PAGE
              MOVE 1 TO HV-PASSBK-LINE
           END-IF.

           MOVE HV-PASSBK-PAGE TO PBKFUN-PAGE.
           MOVE HV-PASSBK-LINE TO PBKFUN-START-LINE.

           PERFORM COUNT-UNPRINTED.

           IF PBKFUN-SUCCESS = 'N'
              GO TO UP999
           END-IF.

           IF WS-UNPRINTED NOT > 0
              GO TO UP999
           END-IF.

           IF HV-PASSBK-PAGE > WS-BOOK-PAGES
              MOVE 'Y' TO PBKFUN-BOOK-FULL
              MOVE 'Y' TO PBKFUN-MORE
              GO TO UP999
           END-IF.

           COMPUTE WS-LINES-LEFT = WS-PAGE-LINES - HV-PASSBK-LINE + 1.

      *
      *    A very large backlog is condensed: the oldest entries go
      *    on one summary line so the newest still fit the page.
      *
           MOVE 0 TO WS-TO-CONDENSE.
           IF WS-UNPRINTED > WS-CONDENSE-LIMIT
              COMPUTE WS-TO-CONDENSE =
                 WS-UNPRINTED - WS-LINES-LEFT + 1
           END-IF.

           PERFORM GATHER-PAGE-LINES.

           IF PBKFUN-SUCCESS = 'N'
              GO TO UP999
           END-IF.

           IF WS-TAKEN < WS-UNPRINTED
              MOVE 'Y' TO PBKFUN-MORE
           END-IF.

           ADD WS-ROW-SUB TO HV-PASSBK-LINE.

           EXEC SQL
              UPDATE PASSBK
              SET PASSBK_PAGE = :HV-PASSBK-PAGE,
                  PASSBK_LINE = :HV-PASSBK-LINE,
                  PASSBK_LAST_KEY = :HV-PASSBK-LAST-KEY,
                  PASSBK_LAST_SEQ = :HV-PASSBK-LAST-SEQ,
                  PASSBK_LAST_BALANCE = :HV-PASSBK-LAST-BALANCE
              WHERE PASSBK_SERIAL = :HV-PASSBK-SERIAL
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'PBKFUN UNABLE TO UPDATE PASSBK ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO PBKFUN-SUCCESS
              MOVE '2' TO PBKFUN-FAIL-CODE
              MOVE 0 TO PBKFUN-LINES-RETURNED
              MOVE 'N' TO PBKFUN-MORE
              GO TO UP999
           END-IF.
       UP999.
           EXIT.

      *----------------------------------------------------------------
      * A passbook presented at the counter: is it the book in use?
      *----------------------------------------------------------------
       VERIFY-PASSBOOK SECTION.
       VP010.
           PERFORM READ-PRESENTED-BOOK.

           IF PBKFUN-SUCCESS = 'N'
              GO TO VP999
           END-IF.

           MOVE HV-PASSBK-ISSUE-DATE TO PBKFUN-ISSUE-DATE.

           IF HV-PASSBK-STATUS = 'A'
              MOVE HV-PASSBK-SERIAL TO PBKFUN-CURRENT-SERIAL
              GO TO VP999
           END-IF.

           PERFORM READ-BOOK-IN-USE.

           IF WS-BOOK-FOUND
              MOVE HV-PASSBK-SERIAL TO PBKFUN-CURRENT-SERIAL
           END-IF.

           MOVE 'N' TO PBKFUN-SUCCESS.
           MOVE '3' TO PBKFUN-FAIL-CODE.
       VP999.
           EXIT.

      *----------------------------------------------------------------
       READ-BOOK-IN-USE SECTION.
       RBU010.
           MOVE 'N' TO WS-BOOK-FOUND-SW.

           EXEC SQL
              SELECT PASSBK_SERIAL, PASSBK_STATUS, PASSBK_ISSUE_DATE,
                     PASSBK_PAGE, PASSBK_LINE, PASSBK_LAST_KEY,
                     PASSBK_LAST_SEQ, PASSBK_LAST_BALANCE
              INTO :HV-PASSBK-SERIAL, :HV-PASSBK-STATUS,
                   :HV-PASSBK-ISSUE-DATE, :HV-PASSBK-PAGE,
                   :HV-PASSBK-LINE, :HV-PASSBK-LAST-KEY,
                   :HV-PASSBK-LAST-SEQ, :HV-PASSBK-LAST-BALANCE
              FROM PASSBK
              WHERE (PASSBK_SORTCODE = :HV-PASSBK-SORTCODE AND
                     PASSBK_ACCNO = :HV-PASSBK-ACCNO AND
                     PASSBK_STATUS = 'A')
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'Y' TO WS-BOOK-FOUND-SW
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE 'N' TO PBKFUN-SUCCESS
                 MOVE '2' TO PBKFUN-FAIL-CODE
           END-EVALUATE.
       RBU999.
           EXIT.

       READ-PRESENTED-BOOK SECTION.
       RPB010.
           MOVE PBKFUN-SERIAL TO HV-PASSBK-SERIAL.

           EXEC SQL
              SELECT PASSBK_STATUS, PASSBK_ISSUE_DATE,
                     PASSBK_PAGE, PASSBK_LINE, PASSBK_LAST_KEY,
                     PASSBK_LAST_SEQ, PASSBK_LAST_BALANCE
              INTO :HV-PASSBK-STATUS, :HV-PASSBK-ISSUE-DATE,
                   :HV-PASSBK-PAGE, :HV-PASSBK-LINE,
                   :HV-PASSBK-LAST-KEY, :HV-PASSBK-LAST-SEQ,
                   :HV-PASSBK-LAST-BALANCE
              FROM PASSBK
              WHERE (PASSBK_SERIAL = :HV-PASSBK-SERIAL AND
                     PASSBK_SORTCODE = :HV-PASSBK-SORTCODE AND
                     PASSBK_ACCNO = :HV-PASSBK-ACCNO)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO PBKFUN-SUCCESS
                 MOVE '1' TO PBKFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO PBKFUN-SUCCESS
                 MOVE '2' TO PBKFUN-FAIL-CODE
           END-EVALUATE.
       RPB999.
           EXIT.

      *----------------------------------------------------------------
      * Close the book in use with the status already in
      * HV-PASSBK-STATUS ('F' full or 'X' lost). Its print position
      * stays in the host variables for the successor to inherit.
      *----------------------------------------------------------------
       RETIRE-BOOK-IN-USE SECTION.
       RTB010.
           EXEC SQL
              UPDATE PASSBK
              SET PASSBK_STATUS = :HV-PASSBK-STATUS,
                  PASSBK_CLOSED_DATE = :WS-ORIG-DATE
              WHERE (PASSBK_SERIAL = :HV-PASSBK-SERIAL AND
                     PASSBK_STATUS = 'A')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'PBKFUN UNABLE TO CLOSE PASSBK ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO PBKFUN-SUCCESS
              MOVE '2' TO PBKFUN-FAIL-CODE
           END-IF.
       RTB999.
           EXIT.

      *----------------------------------------------------------------
      * Write the new book in use, page 1 line 1, with the print
      * position (last entry key, sequence and balance) already in
      * the host variables.
      *----------------------------------------------------------------
       INSERT-NEW-BOOK SECTION.
       INB010.
           PERFORM ALLOCATE-NEXT-PASSBK-SERIAL.

           MOVE 1 TO HV-PASSBK-PAGE.
           MOVE 1 TO HV-PASSBK-LINE.

           EXEC SQL
              INSERT INTO PASSBK
                 (PASSBK_SERIAL, PASSBK_SORTCODE, PASSBK_ACCNO,
                  PASSBK_STATUS, PASSBK_ISSUE_DATE, PASSBK_PAGE,
                  PASSBK_LINE, PASSBK_LAST_KEY, PASSBK_LAST_SEQ,
                  PASSBK_LAST_BALANCE)
              VALUES
                 (:HV-NEW-SERIAL, :HV-PASSBK-SORTCODE,
                  :HV-PASSBK-ACCNO, 'A', :WS-ORIG-DATE,
                  :HV-PASSBK-PAGE, :HV-PASSBK-LINE,
                  :HV-PASSBK-LAST-KEY, :HV-PASSBK-LAST-SEQ,
                  :HV-PASSBK-LAST-BALANCE)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'PBKFUN UNABLE TO INSERT PASSBK ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO PBKFUN-SUCCESS
              MOVE '2' TO PBKFUN-FAIL-CODE
              GO TO INB999
           END-IF.

           MOVE HV-NEW-SERIAL TO PBKFUN-SERIAL.
           MOVE HV-NEW-SERIAL TO PBKFUN-CURRENT-SERIAL.
           MOVE WS-ORIG-DATE TO PBKFUN-ISSUE-DATE.
           MOVE 1 TO PBKFUN-PAGE.
           MOVE 1 TO PBKFUN-START-LINE.
       INB999.
           EXIT.

      *----------------------------------------------------------------
      * The newest PROCTRAN entry on the account, and how many share
      * its key - a first book starts printing after it.
      *----------------------------------------------------------------
       FIND-LAST-ENTRY SECTION.
       FLE010.
           MOVE '000000000000' TO HV-PASSBK-LAST-KEY.
           MOVE 0 TO HV-PASSBK-LAST-SEQ.

           EXEC SQL
              SELECT COALESCE(MAX(SUBSTR(PROCTRAN_DATE,7,2) ||
                        SUBSTR(PROCTRAN_DATE,4,2) ||
                        SUBSTR(PROCTRAN_DATE,1,2) ||
                        PROCTRAN_TIME), '000000000000')
              INTO :HV-PASSBK-LAST-KEY
              FROM PROCTRAN
              WHERE PROCTRAN_SORTCODE = :HV-PASSBK-SORTCODE
                AND PROCTRAN_NUMBER = :HV-PASSBK-ACCNO
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE '000000000000' TO HV-PASSBK-LAST-KEY
              GO TO FLE999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-PASSBK-LAST-SEQ
              FROM PROCTRAN
              WHERE PROCTRAN_SORTCODE = :HV-PASSBK-SORTCODE
                AND PROCTRAN_NUMBER = :HV-PASSBK-ACCNO
                AND SUBSTR(PROCTRAN_DATE,7,2) ||
                    SUBSTR(PROCTRAN_DATE,4,2) ||
                    SUBSTR(PROCTRAN_DATE,1,2) ||
                    PROCTRAN_TIME = :HV-PASSBK-LAST-KEY
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-PASSBK-LAST-SEQ
           END-IF.
       FLE999.
           EXIT.

      *----------------------------------------------------------------
      * Entries at or after the last key printed, less those at that
      * key already printed.
      *----------------------------------------------------------------
       COUNT-UNPRINTED SECTION.
       CU010.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-ENTRY-COUNT
              FROM PROCTRAN
              WHERE PROCTRAN_SORTCODE = :HV-PASSBK-SORTCODE
                AND PROCTRAN_NUMBER = :HV-PASSBK-ACCNO
                AND SUBSTR(PROCTRAN_DATE,7,2) ||
                    SUBSTR(PROCTRAN_DATE,4,2) ||
                    SUBSTR(PROCTRAN_DATE,1,2) ||
                    PROCTRAN_TIME >= :HV-PASSBK-LAST-KEY
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO PBKFUN-SUCCESS
              MOVE '2' TO PBKFUN-FAIL-CODE
              GO TO CU999
           END-IF.

           COMPUTE WS-UNPRINTED = HV-ENTRY-COUNT - HV-PASSBK-LAST-SEQ.
       CU999.
           EXIT.

      *----------------------------------------------------------------
      * Walk the unprinted entries oldest first, in a fixed order
      * within a key, building the page: condensed entries first,
      * then one line per entry until the page is full.
      *----------------------------------------------------------------
       GATHER-PAGE-LINES SECTION.
       GPL010.
           MOVE 0 TO WS-ROW-SUB.
           MOVE 0 TO WS-TAKEN.
           MOVE 0 TO WS-SKIPPED.
           MOVE 0 TO WS-CONDENSED.
           MOVE 0 TO WS-CONDENSED-AMOUNT.
           MOVE HV-PASSBK-LAST-BALANCE TO WS-RUNNING-BALANCE.
           MOVE 'N' TO WS-CURSOR-DONE-SW.

           EXEC SQL
              DECLARE PBK_CSR CURSOR FOR
                 SELECT SUBSTR(PROCTRAN_DATE,7,2) ||
                        SUBSTR(PROCTRAN_DATE,4,2) ||
                        SUBSTR(PROCTRAN_DATE,1,2) ||
                        PROCTRAN_TIME,
                        PROCTRAN_DATE, PROCTRAN_DESC, PROCTRAN_AMOUNT
                 FROM PROCTRAN
                 WHERE PROCTRAN_SORTCODE = :HV-PASSBK-SORTCODE
                   AND PROCTRAN_NUMBER = :HV-PASSBK-ACCNO
                   AND SUBSTR(PROCTRAN_DATE,7,2) ||
                       SUBSTR(PROCTRAN_DATE,4,2) ||
                       SUBSTR(PROCTRAN_DATE,1,2) ||
                       PROCTRAN_TIME >= :HV-PASSBK-LAST-KEY
                 ORDER BY 1, PROCTRAN_REF, PROCTRAN_TYPE,
                          PROCTRAN_AMOUNT, PROCTRAN_DESC
           END-EXEC.

           EXEC SQL OPEN PBK_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO PBKFUN-SUCCESS
              MOVE '2' TO PBKFUN-FAIL-CODE
              GO TO GPL999
           END-IF.

           PERFORM TAKE-ONE-ENTRY
              UNTIL WS-CURSOR-DONE
                 OR WS-ROW-SUB NOT < WS-LINES-LEFT.

           EXEC SQL CLOSE PBK_CSR END-EXEC.

           MOVE WS-ROW-SUB TO PBKFUN-LINES-RETURNED.
           MOVE WS-CONDENSED TO PBKFUN-CONDENSED.
       GPL999.
           EXIT.

       TAKE-ONE-ENTRY SECTION.
       TOE010.
           EXEC SQL
              FETCH PBK_CSR
              INTO :HV-ENTRY-KEY, :HV-ENTRY-DATE, :HV-ENTRY-DESC,
                   :HV-ENTRY-AMOUNT
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-CURSOR-DONE-SW
              GO TO TOE999
           END-IF.

      *
      *    Entries at the last key printed that were printed last
      *    time round come back first - step over them.
      *
           IF HV-ENTRY-KEY = HV-PASSBK-LAST-KEY
              AND WS-TAKEN = 0
              AND WS-SKIPPED < HV-PASSBK-LAST-SEQ
              ADD 1 TO WS-SKIPPED
              GO TO TOE999
           END-IF.

           ADD 1 TO WS-TAKEN.
           ADD HV-ENTRY-AMOUNT TO WS-RUNNING-BALANCE.

           IF HV-ENTRY-KEY = HV-PASSBK-LAST-KEY
              ADD 1 TO HV-PASSBK-LAST-SEQ
           ELSE
              MOVE HV-ENTRY-KEY TO HV-PASSBK-LAST-KEY
              MOVE 1 TO HV-PASSBK-LAST-SEQ
           END-IF.

           MOVE WS-RUNNING-BALANCE TO HV-PASSBK-LAST-BALANCE.

           IF WS-CONDENSED < WS-TO-CONDENSE
              ADD 1 TO WS-CONDENSED
              ADD HV-ENTRY-AMOUNT TO WS-CONDENSED-AMOUNT

              IF WS-CONDENSED = WS-TO-CONDENSE
                 ADD 1 TO WS-ROW-SUB
                 MOVE WS-CONDENSED TO WS-CONDENSED-DISPLAY
                 MOVE HV-ENTRY-DATE TO PBKFUN-LN-DATE(WS-ROW-SUB)
                 MOVE SPACES TO PBKFUN-LN-DESC(WS-ROW-SUB)
                 STRING 'SUMMARY ' DELIMITED BY SIZE
                     WS-CONDENSED-DISPLAY DELIMITED BY SIZE
                     ' ITEMS' DELIMITED BY SIZE
                     INTO PBKFUN-LN-DESC(WS-ROW-SUB)
                 END-STRING
                 MOVE WS-CONDENSED-AMOUNT
                    TO PBKFUN-LN-AMOUNT(WS-ROW-SUB)
                 MOVE WS-RUNNING-BALANCE
                    TO PBKFUN-LN-BALANCE(WS-ROW-SUB)
              END-IF

              GO TO TOE999
           END-IF.

           ADD 1 TO WS-ROW-SUB.
           MOVE HV-ENTRY-DATE TO PBKFUN-LN-DATE(WS-ROW-SUB).
           MOVE HV-ENTRY-DESC TO PBKFUN-LN-DESC(WS-ROW-SUB).
           MOVE HV-ENTRY-AMOUNT TO PBKFUN-LN-AMOUNT(WS-ROW-SUB).
           MOVE WS-RUNNING-BALANCE TO PBKFUN-LN-BALANCE(WS-ROW-SUB).
       TOE999.
           EXIT.

      *----------------------------------------------------------------
       GET-PASSBOOK-LIMITS SECTION.
       GLM010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE 'PASSBOOK-PAGE-LINES' TO
              GETCTRL-NAME OF GETCTRL-COMMAREA.
           MOVE 20 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           MOVE GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA
              TO WS-PAGE-LINES.

      *
      *    The commarea carries one page at most.
      *
           IF WS-PAGE-LINES < 1 OR WS-PAGE-LINES > 20
              MOVE 20 TO WS-PAGE-LINES
           END-IF.

           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE 'PASSBOOK-PAGES' TO GETCTRL-NAME OF GETCTRL-COMMAREA.
           MOVE 30 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           MOVE GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA
              TO WS-BOOK-PAGES.

           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE 'PASSBOOK-CONDENSE' TO
              GETCTRL-NAME OF GETCTRL-COMMAREA.
           MOVE 60 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           MOVE GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA
              TO WS-CONDENSE-LIMIT.
       GLM999.
           EXIT.

      *----------------------------------------------------------------
       ALLOCATE-NEXT-PASSBK-SERIAL SECTION.
       ANPS010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           STRING SORTCODE          DELIMITED BY SIZE,
                  '-PBK-LAST'       DELIMITED BY SIZE
                  INTO GETCTRL-NAME OF GETCTRL-COMMAREA
           END-STRING.
           MOVE 0 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           COMPUTE HV-NEW-SERIAL =
              GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA + 1.

           MOVE 'S' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE HV-NEW-SERIAL TO GETCTRL-VALUE-NUM OF
              GETCTRL-COMMAREA.
           MOVE SPACES TO GETCTRL-VALUE-STR OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.
       ANPS999.
           EXIT.

       POPULATE-TIME-DATE SECTION.
       PTD010.
           EXEC CICS ASKTIME
              ABSTIME(WS-U-TIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     DDMMYYYY(WS-ORIG-DATE)
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
