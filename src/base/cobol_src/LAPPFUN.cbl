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
      * Title: LAPPFUN                                                 *
      *                                                                *
      * Description: Loan application service, in front of the loan   *
      *              book. APPLY records the application on LOANAPP   *
      *              and decisions it on the spot:                     *
      *                - the customer's CUSTOMER-CREDIT-SCORE against  *
      *                  CONTROL LAPP-MIN-SCORE (400 by default) and   *
      *                  CUSTOMER-RISK-SEGMENT - high or unscored is   *
      *                  declined, low and medium are priced at        *
      *                  CONTROL LAPP-RATE-LOW-BP / LAPP-RATE-MED-BP   *
      *                  (hundredths of a percent, 650 and 990);       *
      *                - affordability: the monthly salary credits     *
      *                  and spending CATGRUN has tagged on the        *
      *                  customer's accounts over the last 90 days     *
      *                  are set against what was declared - income    *
      *                  is the lower of the two, outgoings the        *
      *                  higher - and the installment must fit inside  *
      *                  CONTROL LAPP-AFFORD-PCT (40) percent of what  *
      *                  is left;                                      *
      *                - existing borrowing from TOTEXPO plus the new  *
      *                  loan must not exceed CONTROL LAPP-DEBT-MULT   *
      *                  (4) times annual income, and a position       *
      *                  TOTEXPO could not fully convert is declined   *
      *                  rather than guessed at.                       *
      *              A decline keeps its reason codes for the          *
      *              adverse-action letter LAPPRPT sends; an approval  *
      *              is an offer open for CONTROL LAPP-OFFER-DAYS (30) *
      *              days. ACCEPT takes the offer up: the LOAN account *
      *              is opened through CREACC at the offered rate and  *
      *              the amount drawn down into the customer's current *
      *              account (PROCTRAN type LDD on both sides), and    *
      *              LOANSRV builds the schedule on its next run over  *
      *              the term applied for. WITHDRAW records an offer   *
      *              the customer does not want; INQUIRE returns the   *
      *              application.                                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAPPFUN.
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
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE CATGDB2 END-EXEC.
           EXEC SQL INCLUDE LAPPDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-LOANAPP-SORTCODE               PIC X(6).
       01 HV-LOANAPP-ID                     PIC S9(9) COMP.
       01 HV-LOANAPP-CUSTNO                 PIC X(10).
       01 HV-LOANAPP-CUST-NAME              PIC X(60).
       01 HV-LOANAPP-BRANCH                 PIC S9(9) COMP.
       01 HV-LOANAPP-AMOUNT                 PIC S9(10)V99 COMP-3.
       01 HV-LOANAPP-TERM-MONTHS            PIC S9(9) COMP.
       01 HV-LOANAPP-PURPOSE                PIC X(30).
       01 HV-LOANAPP-DECL-INCOME            PIC S9(8)V99 COMP-3.
       01 HV-LOANAPP-DECL-OUTGOINGS         PIC S9(8)V99 COMP-3.
       01 HV-LOANAPP-CREDIT-SCORE           PIC S9(9) COMP.
       01 HV-LOANAPP-RISK-SEGMENT           PIC X.
       01 HV-LOANAPP-OBS-INCOME             PIC S9(8)V99 COMP-3.
       01 HV-LOANAPP-OBS-SPEND              PIC S9(8)V99 COMP-3.
       01 HV-LOANAPP-EXPOSURE               PIC S9(10)V99 COMP-3.
       01 HV-LOANAPP-RATE                   PIC S9(2)V99 COMP-3.
       01 HV-LOANAPP-INSTALLMENT            PIC S9(10)V99 COMP-3.
       01 HV-LOANAPP-STATUS                 PIC X.
       01 HV-LOANAPP-REASONS                PIC X(10).
       01 HV-LOANAPP-OFFER-EXPIRY           PIC X(8).
       01 HV-LOANAPP-LOAN-ACCNO             PIC X(8).

       01 HV-SINCE-DATE                     PIC X(8).
       01 WS-SINCE-NUM REDEFINES HV-SINCE-DATE PIC 9(8).
       01 HV-SALARY-TOTAL                   PIC S9(10)V99 COMP-3.
       01 HV-SPEND-TOTAL                    PIC S9(10)V99 COMP-3.
       01 HV-CURRENT-ACCNO                  PIC X(8).

       01 HV-PROCTRAN-EYECATCHER            PIC X(4) VALUE 'PRTR'.
       01 HV-PROCTRAN-ACC                   PIC X(8).
       01 HV-PROCTRAN-TIME                  PIC X(6).
       01 HV-PROCTRAN-REF                   PIC X(12).
       01 HV-PROCTRAN-TYPE                  PIC X(3) VALUE 'LDD'.
       01 HV-PROCTRAN-DESC                  PIC X(40).
       01 HV-PROCTRAN-AMOUNT                PIC S9(10)V99 COMP-3.

       COPY SORTCODE.

       01 GETCTRL-COMMAREA.
           COPY GETCTRL.

       01 CREACC-COMMAREA.
           COPY CREACC.

       01 TOTEXPO-COMMAREA.
           COPY TOTEXPO.

       01 WS-CUST-DATA.
          COPY CUSTOMER.

       01 WS-CUST-KEY.
          03 WS-CUST-KEY-SORTCODE       PIC 9(6).
          03 WS-CUST-KEY-NUMBER         PIC 9(10).

       01 WS-CICS-RESP                  PIC S9(8) COMP.
       01 WS-CICS-RESP2                 PIC S9(8) COMP.

      *
      *    Lending policy, read through GETCTRL each time so a change
      *    to CONTROL takes effect on the next application.
      *
       01 WS-POLICY-NAME                    PIC X(32).
       01 WS-POLICY-DEFAULT                 PIC S9(9) COMP.
       01 WS-POLICY-VALUE                   PIC S9(9) COMP.
       01 WS-MIN-SCORE                      PIC S9(9) COMP.
       01 WS-AFFORD-PCT                     PIC S9(9) COMP.
       01 WS-DEBT-MULT                      PIC S9(9) COMP.
       01 WS-OFFER-DAYS                     PIC S9(9) COMP.

       01 WS-REASON-COUNT                   PIC S9(4) COMP.
       01 WS-REASON-POS                     PIC S9(4) COMP.
       01 WS-NEW-REASON                     PIC XX.

       01 WS-INCOME-USED                    PIC S9(10)V99.
       01 WS-OUTGOINGS-USED                 PIC S9(10)V99.
       01 WS-DISPOSABLE                     PIC S9(10)V99.
       01 WS-TOTAL-DEBT                     PIC S9(12)V99.
       01 WS-MONTHLY-RATE                   PIC S9V9(9) COMP-3.
       01 WS-COMPOUND-FACTOR                PIC S9(7)V9(9) COMP-3.

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                      PIC X(10).
       01 WS-TODAY-YMD                      PIC X(8).
       01 WS-TODAY-NUM REDEFINES WS-TODAY-YMD PIC 9(8).
       01 WS-DATE-INTEGER                   PIC S9(9) COMP.
       01 WS-EXPIRY-NUM                     PIC 9(8).

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY LAPPFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO LAPPFUN-SUCCESS.
           MOVE SPACE TO LAPPFUN-FAIL-CODE.

           PERFORM POPULATE-TIME-DATE.

           MOVE LAPPFUN-SORTCODE TO HV-LOANAPP-SORTCODE.
           MOVE LAPPFUN-APP-ID TO HV-LOANAPP-ID.

           EVALUATE TRUE
              WHEN LAPPFUN-APPLY
                 PERFORM APPLY-FOR-LOAN
              WHEN LAPPFUN-ACCEPT
                 PERFORM ACCEPT-THE-OFFER
              WHEN LAPPFUN-WITHDRAW
                 PERFORM WITHDRAW-THE-OFFER
              WHEN LAPPFUN-INQUIRE
                 PERFORM READ-APPLICATION
              WHEN OTHER
                 MOVE 'N' TO LAPPFUN-SUCCESS
                 MOVE '9' TO LAPPFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * Take the application, decision it and record it - declined
      * or offered, it is kept.
      *----------------------------------------------------------------
       APPLY-FOR-LOAN SECTION.
       AFL010.
           IF LAPPFUN-AMOUNT NOT > 0 OR
              LAPPFUN-DECL-INCOME NOT > 0 OR
              LAPPFUN-DECL-OUTGOINGS < 0 OR
              LAPPFUN-TERM-MONTHS < 6 OR
              LAPPFUN-TERM-MONTHS > 360
              MOVE 'N' TO LAPPFUN-SUCCESS
              MOVE '8' TO LAPPFUN-FAIL-CODE
              GO TO AFL999
           END-IF.

           PERFORM READ-CUSTOMER.

           IF LAPPFUN-SUCCESS = 'N'
              GO TO AFL999
           END-IF.

           MOVE LAPPFUN-CUSTNO TO HV-LOANAPP-CUSTNO.
           MOVE CUSTOMER-NAME TO HV-LOANAPP-CUST-NAME.
           MOVE LAPPFUN-BRANCH TO HV-LOANAPP-BRANCH.
           MOVE LAPPFUN-AMOUNT TO HV-LOANAPP-AMOUNT.
           MOVE LAPPFUN-TERM-MONTHS TO HV-LOANAPP-TERM-MONTHS.
           MOVE LAPPFUN-PURPOSE TO HV-LOANAPP-PURPOSE.
           MOVE LAPPFUN-DECL-INCOME TO HV-LOANAPP-DECL-INCOME.
           MOVE LAPPFUN-DECL-OUTGOINGS TO HV-LOANAPP-DECL-OUTGOINGS.
           MOVE CUSTOMER-CREDIT-SCORE TO HV-LOANAPP-CREDIT-SCORE.
           MOVE CUSTOMER-RISK-SEGMENT TO HV-LOANAPP-RISK-SEGMENT.
           MOVE SPACES TO HV-LOANAPP-REASONS.
           MOVE SPACES TO HV-LOANAPP-OFFER-EXPIRY.
           MOVE SPACES TO HV-LOANAPP-LOAN-ACCNO.
           MOVE 0 TO WS-REASON-COUNT.

           PERFORM DECISION-THE-APPLICATION.

           IF WS-REASON-COUNT > 0
              MOVE 'D' TO HV-LOANAPP-STATUS
           ELSE
              MOVE 'O' TO HV-LOANAPP-STATUS
              MOVE 'LAPP-OFFER-DAYS' TO WS-POLICY-NAME
              MOVE 30 TO WS-POLICY-DEFAULT
              PERFORM GET-POLICY-VALUE
              MOVE WS-POLICY-VALUE TO WS-OFFER-DAYS
              COMPUTE WS-DATE-INTEGER =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                 + WS-OFFER-DAYS
              COMPUTE WS-EXPIRY-NUM =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
              MOVE WS-EXPIRY-NUM TO HV-LOANAPP-OFFER-EXPIRY
           END-IF.

           PERFORM ALLOCATE-NEXT-APP-ID.

           EXEC SQL
              INSERT INTO LOANAPP
                 (LOANAPP_SORTCODE, LOANAPP_ID, LOANAPP_CUSTNO,
                  LOANAPP_CUST_NAME, LOANAPP_BRANCH, LOANAPP_AMOUNT,
                  LOANAPP_TERM_MONTHS, LOANAPP_PURPOSE,
                  LOANAPP_DECL_INCOME, LOANAPP_DECL_OUTGOINGS,
                  LOANAPP_APPLIED_DATE, LOANAPP_CREDIT_SCORE,
                  LOANAPP_RISK_SEGMENT, LOANAPP_OBS_INCOME,
                  LOANAPP_OBS_SPEND, LOANAPP_EXPOSURE, LOANAPP_RATE,
                  LOANAPP_INSTALLMENT, LOANAPP_STATUS,
                  LOANAPP_REASONS, LOANAPP_OFFER_EXPIRY,
                  LOANAPP_LOAN_ACCNO, LOANAPP_CLOSED_DATE,
                  LOANAPP_LETTER_SENT)
              VALUES
                 (:HV-LOANAPP-SORTCODE, :HV-LOANAPP-ID,
                  :HV-LOANAPP-CUSTNO, :HV-LOANAPP-CUST-NAME,
                  :HV-LOANAPP-BRANCH, :HV-LOANAPP-AMOUNT,
                  :HV-LOANAPP-TERM-MONTHS, :HV-LOANAPP-PURPOSE,
                  :HV-LOANAPP-DECL-INCOME, :HV-LOANAPP-DECL-OUTGOINGS,
                  :WS-TODAY-YMD, :HV-LOANAPP-CREDIT-SCORE,
                  :HV-LOANAPP-RISK-SEGMENT, :HV-LOANAPP-OBS-INCOME,
                  :HV-LOANAPP-OBS-SPEND, :HV-LOANAPP-EXPOSURE,
                  :HV-LOANAPP-RATE, :HV-LOANAPP-INSTALLMENT,
                  :HV-LOANAPP-STATUS, :HV-LOANAPP-REASONS,
                  :HV-LOANAPP-OFFER-EXPIRY, :HV-LOANAPP-LOAN-ACCNO,
                  ' ', 'N')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'LAPPFUN UNABLE TO INSERT LOANAPP ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'N' TO LAPPFUN-SUCCESS
              MOVE '2' TO LAPPFUN-FAIL-CODE
              GO TO AFL999
           END-IF.

           MOVE HV-LOANAPP-ID TO LAPPFUN-APP-ID.
           PERFORM RETURN-APPLICATION.
       AFL999.
           EXIT.

      *----------------------------------------------------------------
      * Every test is run and every failure recorded, so the letter
      * gives the customer all the reasons, not just the first.
      *----------------------------------------------------------------
       DECISION-THE-APPLICATION SECTION.
       DTA010.
           MOVE 'LAPP-MIN-SCORE' TO WS-POLICY-NAME.
           MOVE 400 TO WS-POLICY-DEFAULT.
           PERFORM GET-POLICY-VALUE.
           MOVE WS-POLICY-VALUE TO WS-MIN-SCORE.

           IF HV-LOANAPP-CREDIT-SCORE < WS-MIN-SCORE
              MOVE 'CS' TO WS-NEW-REASON
              PERFORM ADD-REASON
           END-IF.

           EVALUATE TRUE
              WHEN CUSTOMER-RISK-LOW
                 MOVE 'LAPP-RATE-LOW-BP' TO WS-POLICY-NAME
                 MOVE 650 TO WS-POLICY-DEFAULT
              WHEN CUSTOMER-RISK-MEDIUM
                 MOVE 'LAPP-RATE-MED-BP' TO WS-POLICY-NAME
                 MOVE 990 TO WS-POLICY-DEFAULT
              WHEN OTHER
                 MOVE 'RH' TO WS-NEW-REASON
                 PERFORM ADD-REASON
                 MOVE 'LAPP-RATE-MED-BP' TO WS-POLICY-NAME
                 MOVE 990 TO WS-POLICY-DEFAULT
           END-EVALUATE.

           PERFORM GET-POLICY-VALUE.
           COMPUTE HV-LOANAPP-RATE = WS-POLICY-VALUE / 100.

           PERFORM PRICE-THE-INSTALLMENT.

           PERFORM GATHER-ACCOUNT-BEHAVIOUR.

      *
      *    Income is what the salary credits bear out, never more
      *    than was declared; outgoings are whichever is the larger
      *    of declared and seen.
      *
           IF HV-LOANAPP-OBS-INCOME NOT > 0
              MOVE 'IN' TO WS-NEW-REASON
              PERFORM ADD-REASON
              MOVE HV-LOANAPP-DECL-INCOME TO WS-INCOME-USED
           ELSE
              IF HV-LOANAPP-OBS-INCOME < HV-LOANAPP-DECL-INCOME
                 MOVE HV-LOANAPP-OBS-INCOME TO WS-INCOME-USED
              ELSE
                 MOVE HV-LOANAPP-DECL-INCOME TO WS-INCOME-USED
              END-IF
           END-IF.

           IF HV-LOANAPP-OBS-SPEND > HV-LOANAPP-DECL-OUTGOINGS
              MOVE HV-LOANAPP-OBS-SPEND TO WS-OUTGOINGS-USED
           ELSE
              MOVE HV-LOANAPP-DECL-OUTGOINGS TO WS-OUTGOINGS-USED
           END-IF.

           COMPUTE WS-DISPOSABLE = WS-INCOME-USED - WS-OUTGOINGS-USED.

           MOVE 'LAPP-AFFORD-PCT' TO WS-POLICY-NAME.
           MOVE 40 TO WS-POLICY-DEFAULT.
           PERFORM GET-POLICY-VALUE.
           MOVE WS-POLICY-VALUE TO WS-AFFORD-PCT.

           IF WS-DISPOSABLE NOT > 0 OR
              HV-LOANAPP-INSTALLMENT >
                 WS-DISPOSABLE * WS-AFFORD-PCT / 100
              MOVE 'AF' TO WS-NEW-REASON
              PERFORM ADD-REASON
           END-IF.

           PERFORM GATHER-EXPOSURE.

           MOVE 'LAPP-DEBT-MULT' TO WS-POLICY-NAME.
           MOVE 4 TO WS-POLICY-DEFAULT.
           PERFORM GET-POLICY-VALUE.
           MOVE WS-POLICY-VALUE TO WS-DEBT-MULT.

           COMPUTE WS-TOTAL-DEBT =
              HV-LOANAPP-EXPOSURE + HV-LOANAPP-AMOUNT.

           IF WS-TOTAL-DEBT > WS-INCOME-USED * 12 * WS-DEBT-MULT
              MOVE 'EX' TO WS-NEW-REASON
              PERFORM ADD-REASON
           END-IF.
       DTA999.
           EXIT.

       ADD-REASON SECTION.
       AR010.
           IF WS-REASON-COUNT < 5
              ADD 1 TO WS-REASON-COUNT
              COMPUTE WS-REASON-POS = WS-REASON-COUNT * 2 - 1
              MOVE WS-NEW-REASON
                 TO HV-LOANAPP-REASONS(WS-REASON-POS:2)
           END-IF.
       AR999.
           EXIT.

      *----------------------------------------------------------------
      * The level monthly installment, by the same amortization
      * formula LOANSRV schedules the loan with.
      *----------------------------------------------------------------
       PRICE-THE-INSTALLMENT SECTION.
       PTI010.
           IF HV-LOANAPP-RATE = 0
              COMPUTE HV-LOANAPP-INSTALLMENT ROUNDED =
                 HV-LOANAPP-AMOUNT / HV-LOANAPP-TERM-MONTHS
           ELSE
              COMPUTE WS-MONTHLY-RATE ROUNDED =
                 HV-LOANAPP-RATE / 100 / 12
              COMPUTE WS-COMPOUND-FACTOR ROUNDED =
                 (1 + WS-MONTHLY-RATE) ** HV-LOANAPP-TERM-MONTHS
              COMPUTE HV-LOANAPP-INSTALLMENT ROUNDED =
                 HV-LOANAPP-AMOUNT * WS-MONTHLY-RATE
                    * WS-COMPOUND-FACTOR
                    / (WS-COMPOUND-FACTOR - 1)
           END-IF.
       PTI999.
           EXIT.

      *----------------------------------------------------------------
      * Three months of tagged activity across all the customer's
      * accounts here, averaged to a month: credits CATGRUN has
      * tagged SALARY, and every debit.
      *----------------------------------------------------------------
       GATHER-ACCOUNT-BEHAVIOUR SECTION.
       GAB010.
           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) - 90.
           COMPUTE WS-SINCE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).

           EXEC SQL
              SELECT COALESCE(SUM(T.TXNCATG_AMOUNT), 0)
              INTO :HV-SALARY-TOTAL
              FROM TXNCATG T, ACCOUNT A
              WHERE A.ACCOUNT_SORTCODE = :HV-LOANAPP-SORTCODE
                AND A.ACCOUNT_CUSTOMER_NUMBER = :HV-LOANAPP-CUSTNO
                AND T.TXNCATG_SORTCODE = A.ACCOUNT_SORTCODE
                AND T.TXNCATG_ACCNO = A.ACCOUNT_NUMBER
                AND T.TXNCATG_CATEGORY = 'SALARY'
                AND T.TXNCATG_AMOUNT > 0
                AND T.TXNCATG_TAGGED_DATE >= :HV-SINCE-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-SALARY-TOTAL
           END-IF.

           EXEC SQL
              SELECT COALESCE(SUM(0 - T.TXNCATG_AMOUNT), 0)
              INTO :HV-SPEND-TOTAL
              FROM TXNCATG T, ACCOUNT A
              WHERE A.ACCOUNT_SORTCODE = :HV-LOANAPP-SORTCODE
                AND A.ACCOUNT_CUSTOMER_NUMBER = :HV-LOANAPP-CUSTNO
                AND T.TXNCATG_SORTCODE = A.ACCOUNT_SORTCODE
                AND T.TXNCATG_ACCNO = A.ACCOUNT_NUMBER
                AND T.TXNCATG_AMOUNT < 0
                AND T.TXNCATG_TAGGED_DATE >= :HV-SINCE-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-SPEND-TOTAL
           END-IF.

           COMPUTE HV-LOANAPP-OBS-INCOME ROUNDED =
              HV-SALARY-TOTAL / 3.
           COMPUTE HV-LOANAPP-OBS-SPEND ROUNDED =
              HV-SPEND-TOTAL / 3.
       GAB999.
           EXIT.

      *----------------------------------------------------------------
      * Everything the customer already owes us, in base currency,
      * from TOTEXPO. A position it could not fully convert is not
      * one to lend on.
      *----------------------------------------------------------------
       GATHER-EXPOSURE SECTION.
       GE010.
           MOVE 0 TO HV-LOANAPP-EXPOSURE.

           INITIALIZE TOTEXPO-COMMAREA.
           MOVE LAPPFUN-CUSTNO TO TOTEXPO-CUSTNO.

           EXEC CICS LINK
              PROGRAM('TOTEXPO')
              COMMAREA(TOTEXPO-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
              TOTEXPO-SUCCESS NOT = 'Y' OR
              TOTEXPO-UNCONVERTED-COUNT > 0
              MOVE 'EG' TO WS-NEW-REASON
              PERFORM ADD-REASON
           END-IF.

           IF WS-CICS-RESP = DFHRESP(NORMAL) AND
              TOTEXPO-SUCCESS = 'Y' AND
              TOTEXPO-TOTAL-LIABILITIES < 0
              COMPUTE HV-LOANAPP-EXPOSURE =
                 0 - TOTEXPO-TOTAL-LIABILITIES
           END-IF.
       GE999.
           EXIT.

      *----------------------------------------------------------------
      * Take up an open offer: open the LOAN account, draw the
      * amount down into the customer's current account. All of it
      * happens or none of it does.
      *----------------------------------------------------------------
       ACCEPT-THE-OFFER SECTION.
       ATO010.
           PERFORM READ-APPLICATION.

           IF LAPPFUN-SUCCESS = 'N'
              GO TO ATO999
           END-IF.

           IF HV-LOANAPP-STATUS NOT = 'O'
              MOVE 'N' TO LAPPFUN-SUCCESS
              MOVE '3' TO LAPPFUN-FAIL-CODE
              GO TO ATO999
           END-IF.

           IF WS-TODAY-YMD > HV-LOANAPP-OFFER-EXPIRY
              EXEC SQL
                 UPDATE LOANAPP
                 SET LOANAPP_STATUS = 'X',
                     LOANAPP_CLOSED_DATE = :WS-TODAY-YMD
                 WHERE (LOANAPP_SORTCODE = :HV-LOANAPP-SORTCODE AND
                        LOANAPP_ID = :HV-LOANAPP-ID)
              END-EXEC
              MOVE 'X' TO LAPPFUN-STATUS
              MOVE 'N' TO LAPPFUN-SUCCESS
              MOVE '6' TO LAPPFUN-FAIL-CODE
              GO TO ATO999
           END-IF.

      *
      *    The proceeds go to the customer's current account - the
      *    same one LOANSRV will collect the installments from.
      *
           EXEC SQL
              SELECT ACCOUNT_NUMBER
              INTO :HV-CURRENT-ACCNO
              FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-LOANAPP-SORTCODE
                AND ACCOUNT_CUSTOMER_NUMBER = :HV-LOANAPP-CUSTNO
                AND ACCOUNT_TYPE = 'CURRENT '
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO LAPPFUN-SUCCESS
              MOVE '5' TO LAPPFUN-FAIL-CODE
              GO TO ATO999
           END-IF.

      *
      *    Open the LOAN account through CREACC, the same way
      *    TRMDFUN opens a term deposit, at the offered rate.
      *
           INITIALIZE CREACC-COMMAREA.
           MOVE 'ACCT' TO COMM-EYECATCHER OF CREACC-COMMAREA.
           MOVE HV-LOANAPP-CUSTNO TO COMM-CUSTNO OF CREACC-COMMAREA.
           MOVE 'LOAN    ' TO COMM-ACC-TYPE OF CREACC-COMMAREA.
           MOVE HV-LOANAPP-RATE TO COMM-INT-RT OF CREACC-COMMAREA.
           MOVE 0 TO COMM-OVERDR-LIM OF CREACC-COMMAREA.
           MOVE 0 TO COMM-JOINT-OWNER-COUNT OF CREACC-COMMAREA.

           EXEC CICS LINK
              PROGRAM('CREACC')
              COMMAREA(CREACC-COMMAREA)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL) OR
              COMM-SUCCESS OF CREACC-COMMAREA NOT = 'Y'
              MOVE 'N' TO LAPPFUN-SUCCESS
              MOVE '5' TO LAPPFUN-FAIL-CODE
              GO TO ATO999
           END-IF.

           MOVE COMM-NUMBER OF CREACC-COMMAREA
              TO HV-LOANAPP-LOAN-ACCNO.

      *
      *    Draw down: the loan account goes into debit by the
      *    amount, the current account is credited with it.
      *
           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_AVAILABLE_BALANCE =
                     ACCOUNT_AVAILABLE_BALANCE - :HV-LOANAPP-AMOUNT,
                  ACCOUNT_ACTUAL_BALANCE =
                     ACCOUNT_ACTUAL_BALANCE - :HV-LOANAPP-AMOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-LOANAPP-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-LOANAPP-LOAN-ACCNO)
           END-EXEC.

           IF SQLCODE NOT = 0
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'N' TO LAPPFUN-SUCCESS
              MOVE '2' TO LAPPFUN-FAIL-CODE
              GO TO ATO999
           END-IF.

           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_AVAILABLE_BALANCE =
                     ACCOUNT_AVAILABLE_BALANCE + :HV-LOANAPP-AMOUNT,
                  ACCOUNT_ACTUAL_BALANCE =
                     ACCOUNT_ACTUAL_BALANCE + :HV-LOANAPP-AMOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-LOANAPP-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-CURRENT-ACCNO)
           END-EXEC.

           IF SQLCODE NOT = 0
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'N' TO LAPPFUN-SUCCESS
              MOVE '2' TO LAPPFUN-FAIL-CODE
              GO TO ATO999
           END-IF.

           MOVE HV-LOANAPP-LOAN-ACCNO TO HV-PROCTRAN-ACC.
           MOVE HV-CURRENT-ACCNO TO HV-PROCTRAN-REF.
           MOVE 'LOAN DRAWDOWN' TO HV-PROCTRAN-DESC.
           COMPUTE HV-PROCTRAN-AMOUNT = 0 - HV-LOANAPP-AMOUNT.
           PERFORM WRITE-TO-PROCTRAN.

           MOVE HV-CURRENT-ACCNO TO HV-PROCTRAN-ACC.
           MOVE HV-LOANAPP-LOAN-ACCNO TO HV-PROCTRAN-REF.
           MOVE 'LOAN ADVANCE' TO HV-PROCTRAN-DESC.
           MOVE HV-LOANAPP-AMOUNT TO HV-PROCTRAN-AMOUNT.
           PERFORM WRITE-TO-PROCTRAN.

           IF LAPPFUN-SUCCESS = 'N'
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              GO TO ATO999
           END-IF.

           EXEC SQL
              UPDATE LOANAPP
              SET LOANAPP_STATUS = 'C',
                  LOANAPP_LOAN_ACCNO = :HV-LOANAPP-LOAN-ACCNO,
                  LOANAPP_CLOSED_DATE = :WS-TODAY-YMD
              WHERE (LOANAPP_SORTCODE = :HV-LOANAPP-SORTCODE AND
                     LOANAPP_ID = :HV-LOANAPP-ID)
           END-EXEC.

           IF SQLCODE NOT = 0
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'N' TO LAPPFUN-SUCCESS
              MOVE '2' TO LAPPFUN-FAIL-CODE
              GO TO ATO999
           END-IF.

           MOVE 'C' TO LAPPFUN-STATUS.
           MOVE HV-LOANAPP-LOAN-ACCNO TO LAPPFUN-LOAN-ACCNO.
       ATO999.
           EXIT.

      *----------------------------------------------------------------
      * The customer does not want the offer.
      *----------------------------------------------------------------
       WITHDRAW-THE-OFFER SECTION.
       WTO010.
           EXEC SQL
              UPDATE LOANAPP
              SET LOANAPP_STATUS = 'W',
                  LOANAPP_CLOSED_DATE = :WS-TODAY-YMD
              WHERE (LOANAPP_SORTCODE = :HV-LOANAPP-SORTCODE AND
                     LOANAPP_ID = :HV-LOANAPP-ID AND
                     LOANAPP_STATUS = 'O')
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'W' TO LAPPFUN-STATUS
              WHEN 100
                 PERFORM READ-APPLICATION
                 IF LAPPFUN-SUCCESS = 'Y'
                    MOVE 'N' TO LAPPFUN-SUCCESS
                    MOVE '3' TO LAPPFUN-FAIL-CODE
                 END-IF
              WHEN OTHER
                 MOVE 'N' TO LAPPFUN-SUCCESS
                 MOVE '2' TO LAPPFUN-FAIL-CODE
           END-EVALUATE.
       WTO999.
           EXIT.

      *----------------------------------------------------------------
       READ-APPLICATION SECTION.
       RA010.
           EXEC SQL
              SELECT LOANAPP_CUSTNO, LOANAPP_BRANCH, LOANAPP_AMOUNT,
                     LOANAPP_TERM_MONTHS, LOANAPP_PURPOSE,
                     LOANAPP_DECL_INCOME, LOANAPP_DECL_OUTGOINGS,
                     LOANAPP_RATE, LOANAPP_INSTALLMENT,
                     LOANAPP_STATUS, LOANAPP_REASONS,
                     LOANAPP_OFFER_EXPIRY, LOANAPP_LOAN_ACCNO
              INTO :HV-LOANAPP-CUSTNO, :HV-LOANAPP-BRANCH,
                   :HV-LOANAPP-AMOUNT, :HV-LOANAPP-TERM-MONTHS,
                   :HV-LOANAPP-PURPOSE, :HV-LOANAPP-DECL-INCOME,
                   :HV-LOANAPP-DECL-OUTGOINGS, :HV-LOANAPP-RATE,
                   :HV-LOANAPP-INSTALLMENT, :HV-LOANAPP-STATUS,
                   :HV-LOANAPP-REASONS, :HV-LOANAPP-OFFER-EXPIRY,
                   :HV-LOANAPP-LOAN-ACCNO
              FROM LOANAPP
              WHERE (LOANAPP_SORTCODE = :HV-LOANAPP-SORTCODE AND
                     LOANAPP_ID = :HV-LOANAPP-ID)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-LOANAPP-CUSTNO TO LAPPFUN-CUSTNO
                 MOVE HV-LOANAPP-BRANCH TO LAPPFUN-BRANCH
                 MOVE HV-LOANAPP-AMOUNT TO LAPPFUN-AMOUNT
                 MOVE HV-LOANAPP-TERM-MONTHS TO LAPPFUN-TERM-MONTHS
                 MOVE HV-LOANAPP-PURPOSE TO LAPPFUN-PURPOSE
                 MOVE HV-LOANAPP-DECL-INCOME TO LAPPFUN-DECL-INCOME
                 MOVE HV-LOANAPP-DECL-OUTGOINGS
                    TO LAPPFUN-DECL-OUTGOINGS
                 PERFORM RETURN-APPLICATION
              WHEN 100
                 MOVE 'N' TO LAPPFUN-SUCCESS
                 MOVE '1' TO LAPPFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO LAPPFUN-SUCCESS
                 MOVE '2' TO LAPPFUN-FAIL-CODE
           END-EVALUATE.
       RA999.
           EXIT.

       RETURN-APPLICATION SECTION.
       RTA010.
           MOVE HV-LOANAPP-STATUS TO LAPPFUN-STATUS.
           MOVE HV-LOANAPP-REASONS TO LAPPFUN-REASONS.
           MOVE HV-LOANAPP-RATE TO LAPPFUN-RATE.
           MOVE HV-LOANAPP-INSTALLMENT TO LAPPFUN-INSTALLMENT.
           MOVE HV-LOANAPP-OFFER-EXPIRY TO LAPPFUN-OFFER-EXPIRY.
           MOVE HV-LOANAPP-LOAN-ACCNO TO LAPPFUN-LOAN-ACCNO.
       RTA999.
           EXIT.

      *----------------------------------------------------------------
       READ-CUSTOMER SECTION.
       RC010.
           MOVE LAPPFUN-SORTCODE TO WS-CUST-KEY-SORTCODE.
           MOVE LAPPFUN-CUSTNO TO WS-CUST-KEY-NUMBER.

           EXEC CICS READ FILE('CUSTOMER')
                RIDFLD(WS-CUST-KEY)
                INTO(WS-CUST-DATA)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'N' TO LAPPFUN-SUCCESS
              MOVE '4' TO LAPPFUN-FAIL-CODE
           END-IF.
       RC999.
           EXIT.

      *----------------------------------------------------------------
      * One lending-policy value off CONTROL, or its default.
      *----------------------------------------------------------------
       GET-POLICY-VALUE SECTION.
       GPV010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE WS-POLICY-NAME TO GETCTRL-NAME OF GETCTRL-COMMAREA.
           MOVE WS-POLICY-DEFAULT TO
              GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           MOVE GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA
              TO WS-POLICY-VALUE.

           IF WS-POLICY-VALUE NOT > 0
              MOVE WS-POLICY-DEFAULT TO WS-POLICY-VALUE
           END-IF.
       GPV999.
           EXIT.

      *----------------------------------------------------------------
       ALLOCATE-NEXT-APP-ID SECTION.
       ANAI010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           STRING SORTCODE          DELIMITED BY SIZE,
                  '-LAPP-LAST'      DELIMITED BY SIZE
                  INTO GETCTRL-NAME OF GETCTRL-COMMAREA
           END-STRING.
           MOVE 0 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           COMPUTE HV-LOANAPP-ID =
              GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA + 1.

           MOVE 'S' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE HV-LOANAPP-ID TO GETCTRL-VALUE-NUM OF
              GETCTRL-COMMAREA.
           MOVE SPACES TO GETCTRL-VALUE-STR OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.
       ANAI999.
           EXIT.

      *----------------------------------------------------------------
       WRITE-TO-PROCTRAN SECTION.
       WTP010.
           EXEC SQL
              INSERT INTO PROCTRAN
                 (PROCTRAN_EYECATCHER, PROCTRAN_SORTCODE,
                  PROCTRAN_NUMBER, PROCTRAN_DATE, PROCTRAN_TIME,
                  PROCTRAN_REF, PROCTRAN_TYPE, PROCTRAN_DESC,
                  PROCTRAN_AMOUNT)
              VALUES
                 (:HV-PROCTRAN-EYECATCHER, :HV-LOANAPP-SORTCODE,
                  :HV-PROCTRAN-ACC, :WS-ORIG-DATE,
                  :HV-PROCTRAN-TIME, :HV-PROCTRAN-REF,
                  :HV-PROCTRAN-TYPE, :HV-PROCTRAN-DESC,
                  :HV-PROCTRAN-AMOUNT)
           END-EXEC.

           IF SQLCODE = 0
              INITIALIZE EVNT-AREA
              SET EVNT-POSTING TO TRUE
              MOVE HV-LOANAPP-SORTCODE TO EVNT-SORTCODE
              MOVE HV-PROCTRAN-ACC TO EVNT-ACCNO
              MOVE WS-ORIG-DATE TO EVNT-PROC-DATE
              MOVE HV-PROCTRAN-TIME TO EVNT-PROC-TIME
              MOVE HV-PROCTRAN-REF TO EVNT-REF
              MOVE HV-PROCTRAN-TYPE TO EVNT-TYPE
              MOVE HV-PROCTRAN-DESC TO EVNT-DESC
              MOVE HV-PROCTRAN-AMOUNT TO EVNT-AMOUNT
              PERFORM WRITE-BUSINESS-EVENT
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'LAPPFUN UNABLE TO WRITE TO PROCTRAN'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO LAPPFUN-SUCCESS
              MOVE '2' TO LAPPFUN-FAIL-CODE
           END-IF.
       WTP999.
           EXIT.

       POPULATE-TIME-DATE SECTION.
       PTD010.
           EXEC CICS ASKTIME
              ABSTIME(WS-U-TIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     DDMMYYYY(WS-ORIG-DATE)
                     YYYYMMDD(WS-TODAY-YMD)
                     TIME(HV-PROCTRAN-TIME)
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

      *----------------------------------------------------------------
      * The change just posted, as a business event in the same unit
      * of work (see EVNTWRT). A failure to record it comes back in
      * SQLCODE, so it is handled exactly as a failed PROCTRAN insert.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           MOVE 'LAPPFUN' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
