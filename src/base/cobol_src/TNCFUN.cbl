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
      * Title: TNCFUN                                                  *
      *                                                                *
      * Description: Terms and conditions service, LINKed with the    *
      *              TNCFUN commarea, over the TNCVER catalogue and    *
      *              the TNCACCT account history:                      *
      *                - PUBLISH adds the next version of an account   *
      *                  type's terms with its effective date, which   *
      *                  must leave the full notice period;            *
      *                - REJECT records a customer's refusal of the    *
      *                  version they were notified of and flags the   *
      *                  account for closure through ACCLOSE;          *
      *                - INQUIRE returns an account's terms history.   *
      *              CREACC records the version accepted at opening,   *
      *              TNCNOTCE mails the change notices, deems them     *
      *              accepted on the effective date and lists the      *
      *              accounts awaiting closure.                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TNCFUN.
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

           EXEC SQL INCLUDE TNCDB2 END-EXEC.
           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-ACCNO                          PIC X(8).
       01 HV-ACC-TYPE                       PIC X(8).
       01 HV-OPERATOR                       PIC X(3).
       01 HV-VERSION                        PIC S9(9) COMP.
       01 HV-EFFECTIVE-DATE                 PIC X(8).
       01 HV-SUMMARY                        PIC X(60).
       01 HV-STATUS                         PIC X.
       01 HV-NOTICE-DATE                    PIC X(8).
       01 HV-STATUS-DATE                    PIC X(8).
       01 HV-ACCOUNT-COUNT                  PIC S9(9) COMP.

       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

       01 GETCTRL-COMMAREA.
           COPY GETCTRL.

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-TODAY-YMD                      PIC X(8).
       01 WS-TODAY-NUM REDEFINES WS-TODAY-YMD PIC 9(8).

       01 WS-NOTICE-DAYS                    PIC S9(9) COMP.
       01 WS-DATE-INTEGER                   PIC S9(9) COMP.
       01 WS-EARLIEST-DATE                  PIC 9(8).
       01 WS-EARLIEST-DATE-X REDEFINES WS-EARLIEST-DATE PIC X(8).

       01 WS-ACC-TYPE                       PIC X(8).
          88 WS-ACC-TYPE-VALID              VALUE 'ISA     '
                                                  'MORTGAGE'
                                                  'SAVING  '
                                                  'CURRENT '
                                                  'LOAN    '
                                                  'YOUTH   '
                                                  'FIXEDTRM'
                                                  'NOTICE  '
                                                  'CREDCARD'.

       01 WS-CLASS-WANTED                   PIC X.
       01 WS-HIST-SUB                       PIC S9(4) COMP.

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY TNCFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO TNCFUN-SUCCESS.
           MOVE SPACE TO TNCFUN-FAIL-CODE.

           PERFORM POPULATE-TIME-DATE.

           MOVE TNCFUN-SORTCODE TO HV-SORTCODE.
           MOVE TNCFUN-ACCNO TO HV-ACCNO.
           MOVE EIBOPID TO HV-OPERATOR.

           EVALUATE TRUE
              WHEN TNCFUN-PUBLISH
                 PERFORM PUBLISH-NEW-VERSION
              WHEN TNCFUN-REJECT
                 PERFORM REJECT-NEW-TERMS
              WHEN TNCFUN-INQUIRE
                 PERFORM INQUIRE-THE-ACCOUNT
              WHEN OTHER
                 MOVE 'N' TO TNCFUN-SUCCESS
                 MOVE '9' TO TNCFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * A new version of the terms for one account type. It cannot
      * take effect before every holder has had the full notice
      * period from today - TNCNOTCE mails them on its next run.
      *----------------------------------------------------------------
       PUBLISH-NEW-VERSION SECTION.
       PNV010.
           MOVE 'S' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF TNCFUN-SUCCESS = 'N'
              GO TO PNV999
           END-IF.

           MOVE TNCFUN-ACC-TYPE TO WS-ACC-TYPE.

           IF NOT WS-ACC-TYPE-VALID
              MOVE 'N' TO TNCFUN-SUCCESS
              MOVE '3' TO TNCFUN-FAIL-CODE
              GO TO PNV999
           END-IF.

           PERFORM GET-NOTICE-PERIOD.

           IF TNCFUN-EFFECTIVE-DATE NOT NUMERIC OR
              TNCFUN-EFFECTIVE-DATE < WS-EARLIEST-DATE-X
              MOVE 'N' TO TNCFUN-SUCCESS
              MOVE '4' TO TNCFUN-FAIL-CODE
              GO TO PNV999
           END-IF.

           MOVE WS-ACC-TYPE TO HV-ACC-TYPE.

           EXEC SQL
              SELECT COALESCE(MAX(TNCVER_VERSION), 0)
              INTO :HV-VERSION
              FROM TNCVER
              WHERE TNCVER_ACC_TYPE = :HV-ACC-TYPE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO TNCFUN-SUCCESS
              MOVE '2' TO TNCFUN-FAIL-CODE
              GO TO PNV999
           END-IF.

           ADD 1 TO HV-VERSION.
           MOVE TNCFUN-EFFECTIVE-DATE TO HV-EFFECTIVE-DATE.

           IF TNCFUN-SUMMARY = LOW-VALUES
              MOVE SPACES TO HV-SUMMARY
           ELSE
              MOVE TNCFUN-SUMMARY TO HV-SUMMARY
           END-IF.

           EXEC SQL
              INSERT INTO TNCVER
                 (TNCVER_ACC_TYPE, TNCVER_VERSION,
                  TNCVER_EFFECTIVE_DATE, TNCVER_PUBLISHED_DATE,
                  TNCVER_PUBLISHED_BY, TNCVER_SUMMARY)
              VALUES
                 (:HV-ACC-TYPE, :HV-VERSION,
                  :HV-EFFECTIVE-DATE, :WS-TODAY-YMD,
                  :HV-OPERATOR, :HV-SUMMARY)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'TNCFUN UNABLE TO INSERT TNCVER ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO TNCFUN-SUCCESS
              MOVE '2' TO TNCFUN-FAIL-CODE
              GO TO PNV999
           END-IF.

           MOVE HV-VERSION TO TNCFUN-VERSION.
       PNV999.
           EXIT.

      *----------------------------------------------------------------
      * The customer will not accept the new terms. Only a notice
      * still pending can be refused - once the version applies it
      * has been deemed accepted. The account is not closed here:
      * the money on it must go somewhere the customer chooses, so
      * the closure is done through ACCLOSE with close reason 'T'.
      *----------------------------------------------------------------
       REJECT-NEW-TERMS SECTION.
       RNT010.
           MOVE 'M' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF TNCFUN-SUCCESS = 'N'
              GO TO RNT999
           END-IF.

           PERFORM CHECK-ACCOUNT-EXISTS.

           IF TNCFUN-SUCCESS = 'N'
              GO TO RNT999
           END-IF.

           EXEC SQL
              SELECT COALESCE(MAX(TNCACCT_VERSION), 0)
              INTO :HV-VERSION
              FROM TNCACCT
              WHERE TNCACCT_SORTCODE = :HV-SORTCODE
                AND TNCACCT_ACCNO = :HV-ACCNO
                AND TNCACCT_STATUS = 'N'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO TNCFUN-SUCCESS
              MOVE '2' TO TNCFUN-FAIL-CODE
              GO TO RNT999
           END-IF.

           IF HV-VERSION = 0
              MOVE 'N' TO TNCFUN-SUCCESS
              MOVE '5' TO TNCFUN-FAIL-CODE
              GO TO RNT999
           END-IF.

           EXEC SQL
              UPDATE TNCACCT
              SET TNCACCT_STATUS = 'R',
                  TNCACCT_STATUS_DATE = :WS-TODAY-YMD,
                  TNCACCT_STATUS_BY = :HV-OPERATOR
              WHERE TNCACCT_SORTCODE = :HV-SORTCODE
                AND TNCACCT_ACCNO = :HV-ACCNO
                AND TNCACCT_VERSION = :HV-VERSION
                AND TNCACCT_STATUS = 'N'
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-VERSION TO TNCFUN-VERSION
              WHEN 100
                 MOVE 'N' TO TNCFUN-SUCCESS
                 MOVE '5' TO TNCFUN-FAIL-CODE
              WHEN OTHER
                 MOVE SQLCODE TO SQLCODE-DISPLAY
                 DISPLAY 'TNCFUN UNABLE TO UPDATE TNCACCT ROW'
                    ' SQLCODE=' SQLCODE-DISPLAY
                 MOVE 'N' TO TNCFUN-SUCCESS
                 MOVE '2' TO TNCFUN-FAIL-CODE
           END-EVALUATE.
       RNT999.
           EXIT.

      *----------------------------------------------------------------
      * The account's terms history, newest version first.
      *----------------------------------------------------------------
       INQUIRE-THE-ACCOUNT SECTION.
       ITA010.
           MOVE 'I' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF TNCFUN-SUCCESS = 'N'
              GO TO ITA999
           END-IF.

           MOVE 0 TO TNCFUN-HIST-COUNT.

           EXEC SQL
              DECLARE TNC_CSR CURSOR FOR
                 SELECT TNCACCT_VERSION, TNCACCT_EFFECTIVE_DATE,
                        TNCACCT_STATUS, TNCACCT_NOTICE_DATE,
                        TNCACCT_STATUS_DATE, TNCACCT_ACC_TYPE
                 FROM TNCACCT
                 WHERE TNCACCT_SORTCODE = :HV-SORTCODE
                   AND TNCACCT_ACCNO = :HV-ACCNO
                 ORDER BY TNCACCT_VERSION DESC
           END-EXEC.

           EXEC SQL OPEN TNC_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO TNCFUN-SUCCESS
              MOVE '2' TO TNCFUN-FAIL-CODE
              GO TO ITA999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.
           MOVE 0 TO WS-HIST-SUB.

           PERFORM FETCH-ONE-VERSION
              UNTIL WS-EOF OR WS-HIST-SUB = 8.

           EXEC SQL CLOSE TNC_CSR END-EXEC.

           MOVE WS-HIST-SUB TO TNCFUN-HIST-COUNT.
       ITA999.
           EXIT.

       FETCH-ONE-VERSION SECTION.
       FOV010.
           EXEC SQL
              FETCH TNC_CSR
              INTO :HV-VERSION, :HV-EFFECTIVE-DATE, :HV-STATUS,
                   :HV-NOTICE-DATE, :HV-STATUS-DATE, :HV-ACC-TYPE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
              GO TO FOV999
           END-IF.

           ADD 1 TO WS-HIST-SUB.
           MOVE HV-ACC-TYPE TO TNCFUN-ACC-TYPE.
           MOVE HV-VERSION TO TNCFUN-HIST-VERSION(WS-HIST-SUB).
           MOVE HV-EFFECTIVE-DATE
              TO TNCFUN-HIST-EFFECTIVE-DATE(WS-HIST-SUB).
           MOVE HV-STATUS TO TNCFUN-HIST-STATUS(WS-HIST-SUB).
           MOVE HV-NOTICE-DATE TO TNCFUN-HIST-NOTICE-DATE(WS-HIST-SUB).
           MOVE HV-STATUS-DATE TO TNCFUN-HIST-STATUS-DATE(WS-HIST-SUB).
       FOV999.
           EXIT.

      *----------------------------------------------------------------
       CHECK-ACCOUNT-EXISTS SECTION.
       CAE010.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-ACCOUNT-COUNT
              FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-SORTCODE
                AND ACCOUNT_NUMBER = :HV-ACCNO
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO TNCFUN-SUCCESS
              MOVE '2' TO TNCFUN-FAIL-CODE
              GO TO CAE999
           END-IF.

           IF HV-ACCOUNT-COUNT = 0
              MOVE 'N' TO TNCFUN-SUCCESS
              MOVE '1' TO TNCFUN-FAIL-CODE
           END-IF.
       CAE999.
           EXIT.

      *----------------------------------------------------------------
      * The earliest effective date a version published today may
      * carry: today plus the notice period.
      *----------------------------------------------------------------
       GET-NOTICE-PERIOD SECTION.
       GNP010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE 'TNC-NOTICE-DAYS' TO GETCTRL-NAME OF GETCTRL-COMMAREA.
           MOVE 60 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           MOVE GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA
              TO WS-NOTICE-DAYS.

           IF WS-NOTICE-DAYS < 1
              MOVE 60 TO WS-NOTICE-DAYS
           END-IF.

           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) + WS-NOTICE-DAYS.
           COMPUTE WS-EARLIEST-DATE =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
       GNP999.
           EXIT.

      *----------------------------------------------------------------
       CHECK-ENTITLEMENT SECTION.
       CEN010.
           INITIALIZE ENTLFUN-COMMAREA.
           SET ENTLFUN-CHECK TO TRUE.
           MOVE TNCFUN-SORTCODE TO ENTLFUN-SORTCODE.
           MOVE WS-CLASS-WANTED TO ENTLFUN-CLASS.

           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC.

           IF ENTLFUN-ALLOWED NOT = 'Y'
              MOVE 'N' TO TNCFUN-SUCCESS
              MOVE 'S' TO TNCFUN-FAIL-CODE
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
