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
      * Title: SDBFUN                                                  *
      *                                                                *
      * Description: Safe deposit box service for the strongroom      *
      *              register (SDBDB2). ADD puts a box into the        *
      *              sort code's inventory; ALLOCATE lets a vacant     *
      *              box to a customer, naming the account its annual  *
      *              rent is charged to - SDBRENT takes the first      *
      *              year on the allocation date and every year on     *
      *              the anniversary; HOLDER and REMOVE maintain the   *
      *              box's holders and their keys; VISIT logs a vault  *
      *              access with the attending operator and shift,     *
      *              refusing a visitor who is not an active holder,   *
      *              who is flagged deceased or gone away on           *
      *              CUSTOMER, or whose box has a deceased holder or   *
      *              is held for drilling over unpaid rent; SURRENDER  *
      *              gives the box back; INQUIRE returns a box with    *
      *              its holders.                                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDBFUN.
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
           EXEC SQL INCLUDE SDBDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SDBOX-SORTCODE                 PIC X(6).
       01 HV-SDBOX-NUMBER                   PIC S9(9) COMP.
       01 HV-SDBOX-SIZE                     PIC X.
       01 HV-SDBOX-ANNUAL-RENT              PIC S9(6)V99 COMP-3.
       01 HV-SDBOX-STATUS                   PIC X.
       01 HV-SDBOX-CHARGE-ACCNO             PIC X(8).
       01 HV-SDBOX-ALLOCATED-DATE           PIC X(8).
       01 HV-SDBOX-NEXT-RENT-DATE           PIC X(8).
       01 HV-SDBOX-RENT-DUE-SINCE           PIC X(8).
       01 HV-SDBOX-RENT-ARREARS             PIC S9(6)V99 COMP-3.

       01 HV-SDBHOLDR-CUSTNO                PIC X(10).
       01 HV-SDBHOLDR-KEY-HOLDER            PIC X.
       01 HV-SDBHOLDR-KEY-NUMBER            PIC X(10).
       01 HV-SDBHOLDR-ADDED-DATE            PIC X(10).

       01 HV-SDBVISIT-ID                    PIC S9(9) COMP.
       01 HV-SDBVISIT-TIME                  PIC X(6).
       01 HV-SDBVISIT-OPERATOR-ID           PIC X(3).
       01 HV-SDBVISIT-SHIFT                 PIC X.

       01 HV-MATCH-COUNT                    PIC S9(9) COMP.

       COPY SORTCODE.

       01 GETCTRL-COMMAREA.
           COPY GETCTRL.

      *
      *    The deceased and gone-away flags are read straight off
      *    the CUSTOMER file, the same read DBCRFUN does.
      *
       01 WS-CUST-DATA.
          COPY CUSTOMER.

       01 WS-CUST-KEY.
          03 WS-CUST-KEY-SORTCODE       PIC 9(6).
          03 WS-CUST-KEY-NUMBER         PIC 9(10).

       01 WS-CICS-RESP                  PIC S9(8) COMP.
       01 WS-CICS-RESP2                 PIC S9(8) COMP.

      *
      *    A vault visit goes on the operator activity log too, as
      *    tran code SDV against the box's rent account.
      *
       01 WS-OPERLOG-PGM                PIC X(8)      VALUE 'OPERLOG'.

       01 OPERLOG-REC.
           COPY OPERLOG.

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                      PIC X(10).
       01 WS-TODAY-YMD                      PIC X(8).
       01 WS-TIME-NOW                       PIC X(6).
       01 WS-TIME-NOW-GRP REDEFINES WS-TIME-NOW.
          03 WS-TIME-NOW-HH                 PIC 99.
          03 FILLER                         PIC X(4).

       01 WS-ROW-SUB                        PIC S9(4) COMP.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY SDBFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO SDBFUN-SUCCESS.
           MOVE SPACE TO SDBFUN-FAIL-CODE.

           PERFORM POPULATE-TIME-DATE.

           MOVE SDBFUN-SORTCODE TO HV-SDBOX-SORTCODE.
           MOVE SDBFUN-BOX-NUMBER TO HV-SDBOX-NUMBER.

           EVALUATE TRUE
              WHEN SDBFUN-ADD
                 PERFORM ADD-BOX
              WHEN SDBFUN-ALLOCATE
                 PERFORM ALLOCATE-BOX
              WHEN SDBFUN-HOLDER
                 PERFORM ADD-HOLDER
              WHEN SDBFUN-REMOVE
                 PERFORM REMOVE-HOLDER
              WHEN SDBFUN-VISIT
                 PERFORM LOG-VISIT
              WHEN SDBFUN-SURRENDER
                 PERFORM SURRENDER-BOX
              WHEN SDBFUN-INQUIRE
                 PERFORM INQUIRE-BOX
              WHEN OTHER
                 MOVE 'N' TO SDBFUN-SUCCESS
                 MOVE '9' TO SDBFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * A new box in the strongroom, vacant until it is let.
      *----------------------------------------------------------------
       ADD-BOX SECTION.
       AB010.
           IF (SDBFUN-BOX-SIZE NOT = 'S' AND
               SDBFUN-BOX-SIZE NOT = 'M' AND
               SDBFUN-BOX-SIZE NOT = 'L') OR
              SDBFUN-ANNUAL-RENT NOT > 0 OR
              SDBFUN-BOX-NUMBER = 0
              MOVE 'N' TO SDBFUN-SUCCESS
              MOVE '8' TO SDBFUN-FAIL-CODE
              GO TO AB999
           END-IF.

           MOVE SDBFUN-BOX-SIZE TO HV-SDBOX-SIZE.
           MOVE SDBFUN-ANNUAL-RENT TO HV-SDBOX-ANNUAL-RENT.
           MOVE 'V' TO HV-SDBOX-STATUS.
           MOVE SPACES TO HV-SDBOX-CHARGE-ACCNO.
           MOVE SPACES TO HV-SDBOX-ALLOCATED-DATE.
           MOVE SPACES TO HV-SDBOX-NEXT-RENT-DATE.
           MOVE SPACES TO HV-SDBOX-RENT-DUE-SINCE.
           MOVE 0 TO HV-SDBOX-RENT-ARREARS.

           EXEC SQL
              INSERT INTO SDBOX
                 (SDBOX_SORTCODE, SDBOX_NUMBER, SDBOX_SIZE,
                  SDBOX_ANNUAL_RENT, SDBOX_STATUS,
                  SDBOX_CHARGE_ACCNO, SDBOX_ALLOCATED_DATE,
                  SDBOX_NEXT_RENT_DATE, SDBOX_RENT_DUE_SINCE,
                  SDBOX_RENT_ARREARS)
              VALUES
                 (:HV-SDBOX-SORTCODE, :HV-SDBOX-NUMBER,
                  :HV-SDBOX-SIZE, :HV-SDBOX-ANNUAL-RENT,
                  :HV-SDBOX-STATUS, :HV-SDBOX-CHARGE-ACCNO,
                  :HV-SDBOX-ALLOCATED-DATE, :HV-SDBOX-NEXT-RENT-DATE,
                  :HV-SDBOX-RENT-DUE-SINCE, :HV-SDBOX-RENT-ARREARS)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-SDBOX-STATUS TO SDBFUN-STATUS
              WHEN -803
                 MOVE 'N' TO SDBFUN-SUCCESS
                 MOVE '3' TO SDBFUN-FAIL-CODE
              WHEN OTHER
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'SDBFUN UNABLE TO INSERT SDBOX ROW'
                    ' SQLCODE=' SQLCODE-DISPLAY
                 MOVE 'N' TO SDBFUN-SUCCESS
                 MOVE '2' TO SDBFUN-FAIL-CODE
           END-EVALUATE.
       AB999.
           EXIT.

      *----------------------------------------------------------------
      * Let a vacant box. The rent account must be the customer's
      * own; the first year's rent falls due today, so the next
      * SDBRENT run takes it and sets the anniversary a year on.
      *----------------------------------------------------------------
       ALLOCATE-BOX SECTION.
       AL010.
           PERFORM READ-ONE-BOX.

           IF SDBFUN-SUCCESS = 'N'
              GO TO AL999
           END-IF.

           IF HV-SDBOX-STATUS NOT = 'V'
              MOVE 'N' TO SDBFUN-SUCCESS
              MOVE '3' TO SDBFUN-FAIL-CODE
              GO TO AL999
           END-IF.

           MOVE SDBFUN-CUSTNO TO HV-SDBHOLDR-CUSTNO.
           PERFORM READ-CUSTOMER.

           IF SDBFUN-SUCCESS = 'N'
              GO TO AL999
           END-IF.

           MOVE SDBFUN-CHARGE-ACCNO TO HV-SDBOX-CHARGE-ACCNO.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-MATCH-COUNT
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-SDBOX-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-SDBOX-CHARGE-ACCNO AND
                     ACCOUNT_CUSTOMER_NUMBER = :HV-SDBHOLDR-CUSTNO)
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-MATCH-COUNT = 0
              MOVE 'N' TO SDBFUN-SUCCESS
              MOVE '4' TO SDBFUN-FAIL-CODE
              GO TO AL999
           END-IF.

           MOVE 'A' TO HV-SDBOX-STATUS.
           MOVE WS-TODAY-YMD TO HV-SDBOX-ALLOCATED-DATE.
           MOVE WS-TODAY-YMD TO HV-SDBOX-NEXT-RENT-DATE.
           MOVE SPACES TO HV-SDBOX-RENT-DUE-SINCE.
           MOVE 0 TO HV-SDBOX-RENT-ARREARS.

           EXEC SQL
              UPDATE SDBOX
              SET SDBOX_STATUS = :HV-SDBOX-STATUS,
                  SDBOX_CHARGE_ACCNO = :HV-SDBOX-CHARGE-ACCNO,
                  SDBOX_ALLOCATED_DATE = :HV-SDBOX-ALLOCATED-DATE,
                  SDBOX_NEXT_RENT_DATE = :HV-SDBOX-NEXT-RENT-DATE,
                  SDBOX_RENT_DUE_SINCE = :HV-SDBOX-RENT-DUE-SINCE,
                  SDBOX_RENT_ARREARS = :HV-SDBOX-RENT-ARREARS
              WHERE (SDBOX_SORTCODE = :HV-SDBOX-SORTCODE AND
                     SDBOX_NUMBER = :HV-SDBOX-NUMBER AND
                     SDBOX_STATUS = 'V')
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO SDBFUN-SUCCESS
                 MOVE '3' TO SDBFUN-FAIL-CODE
                 GO TO AL999
              WHEN OTHER
                 MOVE 'N' TO SDBFUN-SUCCESS
                 MOVE '2' TO SDBFUN-FAIL-CODE
                 GO TO AL999
           END-EVALUATE.

           PERFORM WRITE-HOLDER.

           IF SDBFUN-SUCCESS = 'N'
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              GO TO AL999
           END-IF.

           MOVE HV-SDBOX-STATUS TO SDBFUN-STATUS.
           MOVE HV-SDBOX-NEXT-RENT-DATE TO SDBFUN-NEXT-RENT-DATE.
       AL999.
           EXIT.

      *----------------------------------------------------------------
       ADD-HOLDER SECTION.
       AH010.
           PERFORM READ-ONE-BOX.

           IF SDBFUN-SUCCESS = 'N'
              GO TO AH999
           END-IF.

           IF HV-SDBOX-STATUS NOT = 'A'
              MOVE 'N' TO SDBFUN-SUCCESS
              MOVE '3' TO SDBFUN-FAIL-CODE
              GO TO AH999
           END-IF.

           MOVE SDBFUN-CUSTNO TO HV-SDBHOLDR-CUSTNO.
           PERFORM READ-CUSTOMER.

           IF SDBFUN-SUCCESS = 'N'
              GO TO AH999
           END-IF.

           PERFORM COUNT-ACTIVE-HOLDER.

           IF HV-MATCH-COUNT > 0
              MOVE 'N' TO SDBFUN-SUCCESS
              MOVE '5' TO SDBFUN-FAIL-CODE
              GO TO AH999
           END-IF.

           PERFORM WRITE-HOLDER.
       AH999.
           EXIT.

      *----------------------------------------------------------------
       REMOVE-HOLDER SECTION.
       RH010.
           PERFORM READ-ONE-BOX.

           IF SDBFUN-SUCCESS = 'N'
              GO TO RH999
           END-IF.

           IF HV-SDBOX-STATUS NOT = 'A'
              MOVE 'N' TO SDBFUN-SUCCESS
              MOVE '3' TO SDBFUN-FAIL-CODE
              GO TO RH999
           END-IF.

           MOVE SDBFUN-CUSTNO TO HV-SDBHOLDR-CUSTNO.

           EXEC SQL
              UPDATE SDBHOLDR
              SET SDBHOLDR_STATUS = 'X'
              WHERE (SDBHOLDR_SORTCODE = :HV-SDBOX-SORTCODE AND
                     SDBHOLDR_BOX_NUMBER = :HV-SDBOX-NUMBER AND
                     SDBHOLDR_CUSTNO = :HV-SDBHOLDR-CUSTNO AND
                     SDBHOLDR_STATUS = 'A')
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO SDBFUN-SUCCESS
                 MOVE '5' TO SDBFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO SDBFUN-SUCCESS
                 MOVE '2' TO SDBFUN-FAIL-CODE
           END-EVALUATE.
       RH999.
           EXIT.

      *----------------------------------------------------------------
      * A customer at the vault door. Nobody goes in to a box held
      * for drilling; only an active holder goes in at all, and
      * not while CUSTOMER has them deceased or gone away - nor
      * while any holder of the box is deceased, since the box's
      * contents then belong to an estate. The flags come off the
      * customer record each time, so access returns of itself once
      * they are cleared.
      *----------------------------------------------------------------
       LOG-VISIT SECTION.
       LV010.
           PERFORM READ-ONE-BOX.

           IF SDBFUN-SUCCESS = 'N'
              GO TO LV999
           END-IF.

           IF HV-SDBOX-STATUS = 'D'
              MOVE 'N' TO SDBFUN-SUCCESS
              MOVE '7' TO SDBFUN-FAIL-CODE
              GO TO LV999
           END-IF.

           IF HV-SDBOX-STATUS NOT = 'A'
              MOVE 'N' TO SDBFUN-SUCCESS
              MOVE '3' TO SDBFUN-FAIL-CODE
              GO TO LV999
           END-IF.

           MOVE SDBFUN-CUSTNO TO HV-SDBHOLDR-CUSTNO.
           PERFORM COUNT-ACTIVE-HOLDER.

           IF HV-MATCH-COUNT = 0
              MOVE 'N' TO SDBFUN-SUCCESS
              MOVE '5' TO SDBFUN-FAIL-CODE
              GO TO LV999
           END-IF.

           PERFORM READ-CUSTOMER.

           IF SDBFUN-SUCCESS = 'N'
              GO TO LV999
           END-IF.

           IF CUSTOMER-DECEASED OR CUSTOMER-GONE-AWAY
              MOVE 'N' TO SDBFUN-SUCCESS
              MOVE '6' TO SDBFUN-FAIL-CODE
              GO TO LV999
           END-IF.

           PERFORM GATHER-HOLDERS.

           IF SDBFUN-SUCCESS = 'N'
              GO TO LV999
           END-IF.

           MOVE 0 TO WS-ROW-SUB.
           PERFORM CHECK-ONE-HOLDER-LIVING
              UNTIL WS-ROW-SUB NOT < SDBFUN-HOLDERS-RETURNED
                 OR SDBFUN-SUCCESS = 'N'.

           IF SDBFUN-SUCCESS = 'N'
              GO TO LV999
           END-IF.

           PERFORM ALLOCATE-NEXT-VISIT-ID.

           MOVE WS-TIME-NOW TO HV-SDBVISIT-TIME.
           MOVE EIBOPID TO HV-SDBVISIT-OPERATOR-ID.

           EVALUATE TRUE
              WHEN WS-TIME-NOW-HH < 8
                 MOVE '1' TO HV-SDBVISIT-SHIFT
              WHEN WS-TIME-NOW-HH < 16
                 MOVE '2' TO HV-SDBVISIT-SHIFT
              WHEN OTHER
                 MOVE '3' TO HV-SDBVISIT-SHIFT
           END-EVALUATE.

           EXEC SQL
              INSERT INTO SDBVISIT
                 (SDBVISIT_ID, SDBVISIT_SORTCODE, SDBVISIT_BOX_NUMBER,
                  SDBVISIT_CUSTNO, SDBVISIT_DATE, SDBVISIT_TIME,
                  SDBVISIT_OPERATOR_ID, SDBVISIT_SHIFT)
              VALUES
                 (:HV-SDBVISIT-ID, :HV-SDBOX-SORTCODE,
                  :HV-SDBOX-NUMBER, :HV-SDBHOLDR-CUSTNO,
                  :WS-ORIG-DATE, :HV-SDBVISIT-TIME,
                  :HV-SDBVISIT-OPERATOR-ID, :HV-SDBVISIT-SHIFT)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SDBFUN UNABLE TO INSERT SDBVISIT ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO SDBFUN-SUCCESS
              MOVE '2' TO SDBFUN-FAIL-CODE
              GO TO LV999
           END-IF.

           INITIALIZE OPERLOG-REC.
           MOVE HV-SDBOX-SORTCODE    TO OPERLOG-SORTCODE.
           MOVE HV-SDBOX-CHARGE-ACCNO TO OPERLOG-ACC-NUMBER.
           MOVE 'SDV'                TO OPERLOG-TRAN-CODE.

           EXEC CICS LINK PROGRAM(WS-OPERLOG-PGM)
                      COMMAREA(OPERLOG-REC)
           END-EXEC.
       LV999.
           EXIT.

       CHECK-ONE-HOLDER-LIVING SECTION.
       COHL010.
           ADD 1 TO WS-ROW-SUB.

           MOVE SDBFUN-SORTCODE TO WS-CUST-KEY-SORTCODE.
           MOVE SDBFUN-HL-CUSTNO(WS-ROW-SUB) TO WS-CUST-KEY-NUMBER.

           EXEC CICS READ FILE('CUSTOMER')
                RIDFLD(WS-CUST-KEY)
                INTO(WS-CUST-DATA)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL) AND CUSTOMER-DECEASED
              MOVE 'N' TO SDBFUN-SUCCESS
              MOVE '6' TO SDBFUN-FAIL-CODE
           END-IF.
       COHL999.
           EXIT.

      *----------------------------------------------------------------
      * Give a box back. Rent already taken is not refunded; any
      * arrears stay on the exception queue for the branch to
      * pursue, as they would for any closed account.
      *----------------------------------------------------------------
       SURRENDER-BOX SECTION.
       SB010.
           PERFORM READ-ONE-BOX.

           IF SDBFUN-SUCCESS = 'N'
              GO TO SB999
           END-IF.

           IF HV-SDBOX-STATUS NOT = 'A'
              MOVE 'N' TO SDBFUN-SUCCESS
              MOVE '3' TO SDBFUN-FAIL-CODE
              GO TO SB999
           END-IF.

           EXEC SQL
              UPDATE SDBOX
              SET SDBOX_STATUS = 'V',
                  SDBOX_CHARGE_ACCNO = ' ',
                  SDBOX_NEXT_RENT_DATE = ' ',
                  SDBOX_RENT_DUE_SINCE = ' ',
                  SDBOX_RENT_ARREARS = 0
              WHERE (SDBOX_SORTCODE = :HV-SDBOX-SORTCODE AND
                     SDBOX_NUMBER = :HV-SDBOX-NUMBER AND
                     SDBOX_STATUS = 'A')
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO SDBFUN-SUCCESS
                 MOVE '3' TO SDBFUN-FAIL-CODE
                 GO TO SB999
              WHEN OTHER
                 MOVE 'N' TO SDBFUN-SUCCESS
                 MOVE '2' TO SDBFUN-FAIL-CODE
                 GO TO SB999
           END-EVALUATE.

           EXEC SQL
              UPDATE SDBHOLDR
              SET SDBHOLDR_STATUS = 'X'
              WHERE (SDBHOLDR_SORTCODE = :HV-SDBOX-SORTCODE AND
                     SDBHOLDR_BOX_NUMBER = :HV-SDBOX-NUMBER AND
                     SDBHOLDR_STATUS = 'A')
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'N' TO SDBFUN-SUCCESS
              MOVE '2' TO SDBFUN-FAIL-CODE
              GO TO SB999
           END-IF.

           MOVE 'V' TO SDBFUN-STATUS.
       SB999.
           EXIT.

      *----------------------------------------------------------------
       INQUIRE-BOX SECTION.
       IB010.
           PERFORM READ-ONE-BOX.

           IF SDBFUN-SUCCESS = 'N'
              GO TO IB999
           END-IF.

           PERFORM GATHER-HOLDERS.
       IB999.
           EXIT.

      *----------------------------------------------------------------
       READ-ONE-BOX SECTION.
       ROB010.
           EXEC SQL
              SELECT SDBOX_SIZE, SDBOX_ANNUAL_RENT, SDBOX_STATUS,
                     SDBOX_CHARGE_ACCNO, SDBOX_ALLOCATED_DATE,
                     SDBOX_NEXT_RENT_DATE, SDBOX_RENT_DUE_SINCE,
                     SDBOX_RENT_ARREARS
              INTO :HV-SDBOX-SIZE, :HV-SDBOX-ANNUAL-RENT,
                   :HV-SDBOX-STATUS, :HV-SDBOX-CHARGE-ACCNO,
                   :HV-SDBOX-ALLOCATED-DATE, :HV-SDBOX-NEXT-RENT-DATE,
                   :HV-SDBOX-RENT-DUE-SINCE, :HV-SDBOX-RENT-ARREARS
              FROM SDBOX
              WHERE (SDBOX_SORTCODE = :HV-SDBOX-SORTCODE AND
                     SDBOX_NUMBER = :HV-SDBOX-NUMBER)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-SDBOX-SIZE TO SDBFUN-BOX-SIZE
                 MOVE HV-SDBOX-ANNUAL-RENT TO SDBFUN-ANNUAL-RENT
                 MOVE HV-SDBOX-STATUS TO SDBFUN-STATUS
                 MOVE HV-SDBOX-NEXT-RENT-DATE TO SDBFUN-NEXT-RENT-DATE
                 MOVE HV-SDBOX-RENT-ARREARS TO SDBFUN-RENT-ARREARS
                 IF NOT SDBFUN-ALLOCATE
                    MOVE HV-SDBOX-CHARGE-ACCNO TO SDBFUN-CHARGE-ACCNO
                 END-IF
              WHEN 100
                 MOVE 'N' TO SDBFUN-SUCCESS
                 MOVE '1' TO SDBFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO SDBFUN-SUCCESS
                 MOVE '2' TO SDBFUN-FAIL-CODE
           END-EVALUATE.
       ROB999.
           EXIT.

      *----------------------------------------------------------------
       READ-CUSTOMER SECTION.
       RC010.
           MOVE SDBFUN-SORTCODE TO WS-CUST-KEY-SORTCODE.
           MOVE HV-SDBHOLDR-CUSTNO TO WS-CUST-KEY-NUMBER.

           EXEC CICS READ FILE('CUSTOMER')
                RIDFLD(WS-CUST-KEY)
                INTO(WS-CUST-DATA)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'N' TO SDBFUN-SUCCESS
              MOVE '4' TO SDBFUN-FAIL-CODE
           END-IF.
       RC999.
           EXIT.

      *----------------------------------------------------------------
       COUNT-ACTIVE-HOLDER SECTION.
       CAH010.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-MATCH-COUNT
              FROM SDBHOLDR
              WHERE (SDBHOLDR_SORTCODE = :HV-SDBOX-SORTCODE AND
                     SDBHOLDR_BOX_NUMBER = :HV-SDBOX-NUMBER AND
                     SDBHOLDR_CUSTNO = :HV-SDBHOLDR-CUSTNO AND
                     SDBHOLDR_STATUS = 'A')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-MATCH-COUNT
           END-IF.
       CAH999.
           EXIT.

      *----------------------------------------------------------------
      * A holder removed earlier and now added back picks up their
      * old row again rather than a second one.
      *----------------------------------------------------------------
       WRITE-HOLDER SECTION.
       WH010.
           IF SDBFUN-KEY-HOLDER = 'Y'
              MOVE 'Y' TO HV-SDBHOLDR-KEY-HOLDER
              MOVE SDBFUN-KEY-NUMBER TO HV-SDBHOLDR-KEY-NUMBER
           ELSE
              MOVE 'N' TO HV-SDBHOLDR-KEY-HOLDER
              MOVE SPACES TO HV-SDBHOLDR-KEY-NUMBER
           END-IF.

           MOVE WS-ORIG-DATE TO HV-SDBHOLDR-ADDED-DATE.

           EXEC SQL
              UPDATE SDBHOLDR
              SET SDBHOLDR_KEY_HOLDER = :HV-SDBHOLDR-KEY-HOLDER,
                  SDBHOLDR_KEY_NUMBER = :HV-SDBHOLDR-KEY-NUMBER,
                  SDBHOLDR_STATUS = 'A',
                  SDBHOLDR_ADDED_DATE = :HV-SDBHOLDR-ADDED-DATE
              WHERE (SDBHOLDR_SORTCODE = :HV-SDBOX-SORTCODE AND
                     SDBHOLDR_BOX_NUMBER = :HV-SDBOX-NUMBER AND
                     SDBHOLDR_CUSTNO = :HV-SDBHOLDR-CUSTNO)
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO SDBHOLDR
                    (SDBHOLDR_SORTCODE, SDBHOLDR_BOX_NUMBER,
                     SDBHOLDR_CUSTNO, SDBHOLDR_KEY_HOLDER,
                     SDBHOLDR_KEY_NUMBER, SDBHOLDR_STATUS,
                     SDBHOLDR_ADDED_DATE)
                 VALUES
                    (:HV-SDBOX-SORTCODE, :HV-SDBOX-NUMBER,
                     :HV-SDBHOLDR-CUSTNO, :HV-SDBHOLDR-KEY-HOLDER,
                     :HV-SDBHOLDR-KEY-NUMBER, 'A',
                     :HV-SDBHOLDR-ADDED-DATE)
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'SDBFUN UNABLE TO WRITE SDBHOLDR ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO SDBFUN-SUCCESS
              MOVE '2' TO SDBFUN-FAIL-CODE
           END-IF.
       WH999.
           EXIT.

      *----------------------------------------------------------------
       GATHER-HOLDERS SECTION.
       GH010.
           MOVE 0 TO SDBFUN-HOLDERS-RETURNED.

           EXEC SQL
              DECLARE SDBH_CSR CURSOR FOR
                 SELECT SDBHOLDR_CUSTNO, SDBHOLDR_KEY_HOLDER,
                        SDBHOLDR_KEY_NUMBER
                 FROM SDBHOLDR
                 WHERE SDBHOLDR_SORTCODE = :HV-SDBOX-SORTCODE
                   AND SDBHOLDR_BOX_NUMBER = :HV-SDBOX-NUMBER
                   AND SDBHOLDR_STATUS = 'A'
                 ORDER BY SDBHOLDR_CUSTNO
           END-EXEC.

           EXEC SQL OPEN SDBH_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO SDBFUN-SUCCESS
              MOVE '2' TO SDBFUN-FAIL-CODE
              GO TO GH999
           END-IF.

           MOVE 0 TO WS-ROW-SUB.
           PERFORM FETCH-ONE-HOLDER
              UNTIL WS-ROW-SUB = 8
                 OR SQLCODE NOT = 0.

           EXEC SQL CLOSE SDBH_CSR END-EXEC.

           MOVE WS-ROW-SUB TO SDBFUN-HOLDERS-RETURNED.
       GH999.
           EXIT.

       FETCH-ONE-HOLDER SECTION.
       FOH010.
           EXEC SQL
              FETCH SDBH_CSR
              INTO :HV-SDBHOLDR-CUSTNO, :HV-SDBHOLDR-KEY-HOLDER,
                   :HV-SDBHOLDR-KEY-NUMBER
           END-EXEC.

           IF SQLCODE = 0
              ADD 1 TO WS-ROW-SUB
              MOVE HV-SDBHOLDR-CUSTNO
                 TO SDBFUN-HL-CUSTNO(WS-ROW-SUB)
              MOVE HV-SDBHOLDR-KEY-HOLDER
                 TO SDBFUN-HL-KEY-HOLDER(WS-ROW-SUB)
              MOVE HV-SDBHOLDR-KEY-NUMBER
                 TO SDBFUN-HL-KEY-NUMBER(WS-ROW-SUB)
           END-IF.
       FOH999.
           EXIT.

      *----------------------------------------------------------------
       ALLOCATE-NEXT-VISIT-ID SECTION.
       ANVI010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           STRING SORTCODE          DELIMITED BY SIZE,
                  '-SDBV-LAST'      DELIMITED BY SIZE
                  INTO GETCTRL-NAME OF GETCTRL-COMMAREA
           END-STRING.
           MOVE 0 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           COMPUTE HV-SDBVISIT-ID =
              GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA + 1.

           MOVE 'S' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE HV-SDBVISIT-ID TO GETCTRL-VALUE-NUM OF
              GETCTRL-COMMAREA.
           MOVE SPACES TO GETCTRL-VALUE-STR OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.
       ANVI999.
           EXIT.

      *----------------------------------------------------------------
       POPULATE-TIME-DATE SECTION.
       PTD010.
           EXEC CICS ASKTIME
              ABSTIME(WS-U-TIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     DDMMYYYY(WS-ORIG-DATE)
                     YYYYMMDD(WS-TODAY-YMD)
                     TIME(WS-TIME-NOW)
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
