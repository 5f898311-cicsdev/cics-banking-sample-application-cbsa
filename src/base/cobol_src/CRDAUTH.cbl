      *              CAPTURE converts a hold into the real debit:         *
      *              the hold's reserve is released and the captured      *
      *              amount posted against both balances with a            *
      *              PROCTRAN row of type CCD - on a CREDCARD account      *
      *              CCP for a purchase or CCA for a cash advance, as      *
      *              the authorization said. VOID releases a hold          *
      *              with nothing posted. Holds that are never              *
      *              captured are expired by the CRDEXPIR nightly           *
      *              batch after the CONTROL-table number of days.          *
       01 HV-ACCOUNT-OVERDRAFT-LIM          PIC S9(9) COMP.
       01 HV-ACCOUNT-AVAIL-BAL              PIC S9(10)V99 COMP-3.
       01 HV-ACCOUNT-ACTUAL-BAL             PIC S9(10)V99 COMP-3.
       01 HV-ACCOUNT-TYPE                   PIC X(8).

       01 HV-RESTRAINT-COUNT                PIC S9(9) COMP.
       01 HV-CARD-NUMBER                    PIC X(16).
       01 HV-AUTHHOLD-REFERENCE             PIC X(12).
       01 HV-AUTHHOLD-STATUS                PIC X.
       01 HV-AUTHHOLD-CREATED-DATE          PIC X(8).
       01 HV-AUTHHOLD-TXN-KIND              PIC X.

       01 HV-PROCTRAN-EYECATCHER            PIC X(4) VALUE 'PRTR'.
       01 HV-PROCTRAN-TIME                  PIC X(6).
       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY CRDAUTH.
           MOVE CRDAUTH-REFERENCE TO HV-AUTHHOLD-REFERENCE.
           MOVE 'H' TO HV-AUTHHOLD-STATUS.

           IF CRDAUTH-CASH-ADVANCE
              MOVE 'C' TO HV-AUTHHOLD-TXN-KIND
           ELSE
              MOVE 'P' TO HV-AUTHHOLD-TXN-KIND
           END-IF.

           MOVE WS-ORIG-DATE-YYYY TO HV-AUTHHOLD-CREATED-DATE(1:4).
           MOVE WS-ORIG-DATE-MM TO HV-AUTHHOLD-CREATED-DATE(5:2).
           MOVE WS-ORIG-DATE-DD TO HV-AUTHHOLD-CREATED-DATE(7:2).
              INSERT INTO AUTHHOLD
                 (AUTHHOLD_ID, AUTHHOLD_SORTCODE, AUTHHOLD_ACCNO,
                  AUTHHOLD_AMOUNT, AUTHHOLD_REFERENCE,
                  AUTHHOLD_STATUS, AUTHHOLD_CREATED_DATE,
                  AUTHHOLD_TXN_KIND)
              VALUES
                 (:HV-AUTHHOLD-ID, :HV-ACCOUNT-SORTCODE,
                  :HV-ACCOUNT-ACC-NO, :HV-AUTHHOLD-AMOUNT,
                  :HV-AUTHHOLD-REFERENCE, :HV-AUTHHOLD-STATUS,
                  :HV-AUTHHOLD-CREATED-DATE, :HV-AUTHHOLD-TXN-KIND)
           END-EXEC.

           IF SQLCODE NOT = 0
           EXEC SQL
              SELECT ACCOUNT_OVERDRAFT_LIMIT,
                     ACCOUNT_AVAILABLE_BALANCE,
                     ACCOUNT_ACTUAL_BALANCE,
                     ACCOUNT_TYPE
              INTO :HV-ACCOUNT-OVERDRAFT-LIM,
                   :HV-ACCOUNT-AVAIL-BAL,
                   :HV-ACCOUNT-ACTUAL-BAL,
                   :HV-ACCOUNT-TYPE
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-ACCOUNT-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-ACCOUNT-ACC-NO)

           EXEC SQL
              SELECT AUTHHOLD_AMOUNT, AUTHHOLD_REFERENCE,
                     AUTHHOLD_STATUS,
                     COALESCE(AUTHHOLD_TXN_KIND, 'P')
              INTO :HV-AUTHHOLD-AMOUNT, :HV-AUTHHOLD-REFERENCE,
                   :HV-AUTHHOLD-STATUS, :HV-AUTHHOLD-TXN-KIND
              FROM AUTHHOLD
              WHERE (AUTHHOLD_ID = :HV-AUTHHOLD-ID AND
                     AUTHHOLD_SORTCODE = :HV-ACCOUNT-SORTCODE AND
           COMPUTE HV-PROCTRAN-AMOUNT = 0 - WS-CAPTURE-AMT.

           MOVE SPACES TO HV-PROCTRAN-DESC.

      *
      *    On a credit card the two kinds of spend are priced
      *    differently, so they post as different types.
      *
           EVALUATE TRUE
              WHEN HV-ACCOUNT-TYPE NOT = 'CREDCARD'
                 MOVE 'CCD' TO HV-PROCTRAN-TYPE
                 MOVE 'CARD PURCHASE' TO HV-PROCTRAN-DESC
              WHEN HV-AUTHHOLD-TXN-KIND = 'C'
                 MOVE 'CCA' TO HV-PROCTRAN-TYPE
                 MOVE 'CASH ADVANCE' TO HV-PROCTRAN-DESC
              WHEN OTHER
                 MOVE 'CCP' TO HV-PROCTRAN-TYPE
                 MOVE 'CARD PURCHASE' TO HV-PROCTRAN-DESC
           END-EVALUATE.

           EXEC SQL
              INSERT INTO PROCTRAN
                  :HV-PROCTRAN-AMOUNT)
           END-EXEC.

           IF SQLCODE = 0
              INITIALIZE EVNT-AREA
              SET EVNT-POSTING TO TRUE
              MOVE HV-ACCOUNT-SORTCODE TO EVNT-SORTCODE
              MOVE HV-ACCOUNT-ACC-NO TO EVNT-ACCNO
              MOVE WS-ORIG-DATE TO EVNT-PROC-DATE
              MOVE HV-PROCTRAN-TIME TO EVNT-PROC-TIME
              MOVE HV-AUTHHOLD-REFERENCE TO EVNT-REF
              MOVE HV-PROCTRAN-TYPE TO EVNT-TYPE
              MOVE HV-PROCTRAN-DESC TO EVNT-DESC
              MOVE HV-PROCTRAN-AMOUNT TO EVNT-AMOUNT
              PERFORM WRITE-BUSINESS-EVENT
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'CRDAUTH UNABLE TO WRITE TO PROCTRAN'
           GOBACK.
       GMOOH999.
           EXIT.

      *----------------------------------------------------------------
      * The change just posted, as a business event in the same unit
      * of work (see EVNTWRT). A failure to record it comes back in
      * SQLCODE, so it is handled exactly as a failed PROCTRAN insert.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           MOVE 'CRDAUTH' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
