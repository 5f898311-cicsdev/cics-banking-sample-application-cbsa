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
      * Title: PODFUN                                                  *
      *                                                                *
      * Description: Payable-on-death beneficiary service over the     *
      *              PODBEN table (PODDB2). A customer may nominate up *
      *              to five beneficiaries on a savings account held   *
      *              in their sole name, each with a percentage share  *
      *              and the details needed to find them, so that on   *
      *              death those funds pass to the beneficiaries and   *
      *              not through the estate. NOMINATE records the      *
      *              customer's signed and witnessed nomination as a   *
      *              new nomination that replaces the last; REVOKE     *
      *              withdraws it; INQUIRE shows it. Once UPDCUST has  *
      *              flagged the customer deceased the branch traces   *
      *              the beneficiaries: VERIFY records each one's      *
      *              identity evidence and where their share is to be  *
      *              paid, UNTRACED records one who cannot be found.   *
      *              ACCLOSE pays the verified shares when the account *
      *              is closed and sends only the remainder to the     *
      *              ESTATE payout account; PODTRACE reports the       *
      *              beneficiaries who cannot be traced.               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PODFUN.
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

           EXEC SQL INCLUDE PODDB2 END-EXEC.
           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE ACCJDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-PODBEN-SORTCODE                PIC X(6).
       01 HV-PODBEN-ACCNO                   PIC X(8).
       01 HV-PODBEN-NOMINATION              PIC S9(9) COMP.
       01 HV-PODBEN-SEQ                     PIC S9(4) COMP.
       01 HV-PODBEN-CUSTNO                  PIC X(10).
       01 HV-PODBEN-NAME                    PIC X(60).
       01 HV-PODBEN-ADDRESS                 PIC X(100).
       01 HV-PODBEN-PHONE                   PIC X(20).
       01 HV-PODBEN-EMAIL                   PIC X(60).
       01 HV-PODBEN-DOB                     PIC X(8).
       01 HV-PODBEN-RELATION                PIC X(10).
       01 HV-PODBEN-SHARE                   PIC S9(3)V99 COMP-3.
       01 HV-PODBEN-SIGNED-DATE             PIC X(8).
       01 HV-PODBEN-WITNESS-NAME            PIC X(60).
       01 HV-PODBEN-WITNESS-ADDRESS         PIC X(100).
       01 HV-PODBEN-RECORDED-DATE           PIC X(8).
       01 HV-PODBEN-RECORDED-BY             PIC X(3).
       01 HV-PODBEN-STATUS                  PIC X.
       01 HV-PODBEN-STATUS-DATE             PIC X(8).
       01 HV-PODBEN-STATUS-BY               PIC X(3).
       01 HV-PODBEN-VERIFIED-REF            PIC X(20).
       01 HV-PODBEN-PAY-SORTCODE            PIC X(6).
       01 HV-PODBEN-PAY-ACCNO               PIC X(8).
       01 HV-PODBEN-PAID-AMOUNT             PIC S9(10)V99 COMP-3.

       01 HV-ACCOUNT-CUST-NO                PIC X(10).
       01 HV-ACCOUNT-ACC-TYPE               PIC X(8).

       01 HV-MATCH-COUNT                    PIC S9(9) COMP.
       01 HV-NOMINATION-IND                 PIC S9(4) COMP.
       01 HV-OPERATOR                       PIC X(3).

       01 WS-HOME-SORTCODE                  PIC 9(6).
       01 WS-HOME-SORTCODE-X                PIC X(6).

      * The savings products a nomination can be made on.
       01 WS-ACC-TYPE-CHECK                 PIC X(8).
          88 WS-NOMINATION-PRODUCT          VALUE 'SAVING  '
                                                  'ISA     '
                                                  'NOTICE  '
                                                  'FIXEDTRM'.

       01 WS-BEN-SUB                        PIC S9(4) COMP.
       01 WS-SHARE-TOTAL                    PIC S9(5)V99 COMP-3.
       01 WS-FETCH-EOF-SW                   PIC X.
          88 WS-FETCH-EOF                   VALUE 'Y'.

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-TODAY-YMD                      PIC X(8).

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

      *
      *    The account's owner decides which functions apply - a
      *    nomination is the living customer's to change, and only
      *    after death is there anybody to trace.
      *
       01 WS-CUST-DATA.
          COPY CUSTOMER.

       01 WS-CUST-KEY.
          03 WS-CUST-KEY-SORTCODE           PIC 9(6).
          03 WS-CUST-KEY-NUMBER             PIC 9(10).

       01 WS-CICS-RESP                      PIC S9(8) COMP.
       01 WS-CICS-RESP2                     PIC S9(8) COMP.

       01 GETSCODE-COMMAREA.
           COPY GETSCODE.

       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY PODFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO PODFUN-SUCCESS.
           MOVE SPACE TO PODFUN-FAIL-CODE.
           MOVE 0 TO PODFUN-BEN-ERROR.

           PERFORM POPULATE-TIME-DATE.

           INITIALIZE GETSCODE-COMMAREA.

           EXEC CICS LINK PROGRAM('GETSCODE')
                     COMMAREA(GETSCODE-COMMAREA)
           END-EXEC.

           MOVE SORTCODE OF GETSCODE-COMMAREA TO WS-HOME-SORTCODE.
           MOVE WS-HOME-SORTCODE TO WS-HOME-SORTCODE-X.

           IF PODFUN-SORTCODE = 0
              MOVE WS-HOME-SORTCODE TO PODFUN-SORTCODE
           END-IF.

           MOVE PODFUN-SORTCODE TO HV-PODBEN-SORTCODE.
           MOVE PODFUN-ACCNO TO HV-PODBEN-ACCNO.
           MOVE EIBOPID TO HV-OPERATOR.

           INITIALIZE ENTLFUN-COMMAREA.

           EVALUATE TRUE
              WHEN PODFUN-INQUIRE
                 MOVE 'I' TO ENTLFUN-CLASS
              WHEN PODFUN-NOMINATE
              WHEN PODFUN-REVOKE
              WHEN PODFUN-VERIFY
              WHEN PODFUN-UNTRACED
                 MOVE 'M' TO ENTLFUN-CLASS
              WHEN OTHER
                 MOVE 'N' TO PODFUN-SUCCESS
                 MOVE '9' TO PODFUN-FAIL-CODE
                 PERFORM GET-ME-OUT-OF-HERE
           END-EVALUATE.

           PERFORM CHECK-ENTITLEMENT.

           IF PODFUN-SUCCESS NOT = 'Y'
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           EVALUATE TRUE
              WHEN PODFUN-NOMINATE
                 PERFORM NOMINATE-BENEFICIARIES
              WHEN PODFUN-REVOKE
                 PERFORM REVOKE-NOMINATION
              WHEN PODFUN-INQUIRE
                 PERFORM INQUIRE-NOMINATION
              WHEN PODFUN-VERIFY
                 PERFORM VERIFY-BENEFICIARY
              WHEN PODFUN-UNTRACED
                 PERFORM RECORD-UNTRACED
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * A new nomination. The account must be one that can carry it,
      * its owner alive, and the form complete and adding up; the
      * nomination in force, if any, is then superseded and the new
      * one written under the next nomination number, in one unit of
      * work.
      *----------------------------------------------------------------
       NOMINATE-BENEFICIARIES SECTION.
       NB010.
           PERFORM READ-THE-ACCOUNT.

           IF PODFUN-SUCCESS NOT = 'Y'
              GO TO NB999
           END-IF.

           PERFORM CHECK-ACCOUNT-ELIGIBLE.

           IF PODFUN-SUCCESS NOT = 'Y'
              GO TO NB999
           END-IF.

           PERFORM READ-THE-OWNER.

           IF PODFUN-SUCCESS NOT = 'Y'
              GO TO NB999
           END-IF.

           IF CUSTOMER-DECEASED OF WS-CUST-DATA
              MOVE 'N' TO PODFUN-SUCCESS
              MOVE '6' TO PODFUN-FAIL-CODE
              GO TO NB999
           END-IF.

           PERFORM VALIDATE-NOMINATION.

           IF PODFUN-SUCCESS NOT = 'Y'
              GO TO NB999
           END-IF.

           EXEC SQL
              SELECT MAX(PODBEN_NOMINATION)
              INTO :HV-PODBEN-NOMINATION :HV-NOMINATION-IND
              FROM PODBEN
              WHERE PODBEN_SORTCODE = :HV-PODBEN-SORTCODE
                AND PODBEN_ACCNO = :HV-PODBEN-ACCNO
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO PODFUN-SUCCESS
              MOVE '2' TO PODFUN-FAIL-CODE
              GO TO NB999
           END-IF.

           IF HV-NOMINATION-IND < 0
              MOVE 0 TO HV-PODBEN-NOMINATION
           END-IF.

           ADD 1 TO HV-PODBEN-NOMINATION.

           PERFORM SUPERSEDE-NOMINATION.

           IF PODFUN-SUCCESS NOT = 'Y'
              GO TO NB999
           END-IF.

           MOVE HV-ACCOUNT-CUST-NO TO HV-PODBEN-CUSTNO.
           MOVE PODFUN-SIGNED-DATE TO HV-PODBEN-SIGNED-DATE.
           MOVE PODFUN-WITNESS-NAME TO HV-PODBEN-WITNESS-NAME.
           MOVE PODFUN-WITNESS-ADDRESS TO HV-PODBEN-WITNESS-ADDRESS.
           MOVE WS-TODAY-YMD TO HV-PODBEN-RECORDED-DATE.
           MOVE HV-OPERATOR TO HV-PODBEN-RECORDED-BY.
           MOVE 'A' TO HV-PODBEN-STATUS.
           MOVE WS-TODAY-YMD TO HV-PODBEN-STATUS-DATE.
           MOVE HV-OPERATOR TO HV-PODBEN-STATUS-BY.
           MOVE SPACES TO HV-PODBEN-VERIFIED-REF.
           MOVE SPACES TO HV-PODBEN-PAY-SORTCODE.
           MOVE SPACES TO HV-PODBEN-PAY-ACCNO.
           MOVE 0 TO HV-PODBEN-PAID-AMOUNT.

           PERFORM INSERT-ONE-BENEFICIARY
              VARYING WS-BEN-SUB FROM 1 BY 1
              UNTIL WS-BEN-SUB > PODFUN-BEN-COUNT
                 OR PODFUN-SUCCESS NOT = 'Y'.

           IF PODFUN-SUCCESS NOT = 'Y'
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              GO TO NB999
           END-IF.

           MOVE HV-PODBEN-NOMINATION TO PODFUN-NOMINATION.
       NB999.
           EXIT.

      *----------------------------------------------------------------
      * The form as the customer signed it: one to five named
      * beneficiaries, each with a share and at least one way of
      * reaching them, shares adding up to exactly 100 per cent, a
      * signature date no later than today, and a witness who is not
      * one of the beneficiaries.
      *----------------------------------------------------------------
       VALIDATE-NOMINATION SECTION.
       VN010.
           IF PODFUN-BEN-COUNT < 1 OR PODFUN-BEN-COUNT > 5
              MOVE 'N' TO PODFUN-SUCCESS
              MOVE '5' TO PODFUN-FAIL-CODE
              GO TO VN999
           END-IF.

           IF PODFUN-SIGNED-DATE NOT NUMERIC OR
              PODFUN-SIGNED-DATE > WS-TODAY-YMD OR
              PODFUN-WITNESS-NAME = SPACES OR
              PODFUN-WITNESS-NAME = LOW-VALUES OR
              PODFUN-WITNESS-ADDRESS = SPACES OR
              PODFUN-WITNESS-ADDRESS = LOW-VALUES
              MOVE 'N' TO PODFUN-SUCCESS
              MOVE '5' TO PODFUN-FAIL-CODE
              GO TO VN999
           END-IF.

           MOVE 0 TO WS-SHARE-TOTAL.

           PERFORM VALIDATE-ONE-BENEFICIARY
              VARYING WS-BEN-SUB FROM 1 BY 1
              UNTIL WS-BEN-SUB > PODFUN-BEN-COUNT
                 OR PODFUN-SUCCESS NOT = 'Y'.

           IF PODFUN-SUCCESS NOT = 'Y'
              GO TO VN999
           END-IF.

           IF WS-SHARE-TOTAL NOT = 100
              MOVE 'N' TO PODFUN-SUCCESS
              MOVE '5' TO PODFUN-FAIL-CODE
           END-IF.
       VN999.
           EXIT.

       VALIDATE-ONE-BENEFICIARY SECTION.
       VOB010.
           IF PODFUN-BEN-NAME(WS-BEN-SUB) = SPACES OR
              PODFUN-BEN-NAME(WS-BEN-SUB) = LOW-VALUES OR
              PODFUN-BEN-SHARE(WS-BEN-SUB) NOT NUMERIC OR
              PODFUN-BEN-SHARE(WS-BEN-SUB) = 0
              GO TO VOB900
           END-IF.

           IF (PODFUN-BEN-ADDRESS(WS-BEN-SUB) = SPACES OR
               PODFUN-BEN-ADDRESS(WS-BEN-SUB) = LOW-VALUES) AND
              (PODFUN-BEN-PHONE(WS-BEN-SUB) = SPACES OR
               PODFUN-BEN-PHONE(WS-BEN-SUB) = LOW-VALUES) AND
              (PODFUN-BEN-EMAIL(WS-BEN-SUB) = SPACES OR
               PODFUN-BEN-EMAIL(WS-BEN-SUB) = LOW-VALUES)
              GO TO VOB900
           END-IF.

      *
      *    A witness who stands to benefit is no witness at all.
      *
           IF PODFUN-BEN-NAME(WS-BEN-SUB) = PODFUN-WITNESS-NAME
              GO TO VOB900
           END-IF.

           ADD PODFUN-BEN-SHARE(WS-BEN-SUB) TO WS-SHARE-TOTAL.
           GO TO VOB999.
       VOB900.
           MOVE 'N' TO PODFUN-SUCCESS.
           MOVE '5' TO PODFUN-FAIL-CODE.
           MOVE WS-BEN-SUB TO PODFUN-BEN-ERROR.
       VOB999.
           EXIT.

       INSERT-ONE-BENEFICIARY SECTION.
       IOB010.
           MOVE WS-BEN-SUB TO HV-PODBEN-SEQ.
           MOVE PODFUN-BEN-NAME(WS-BEN-SUB) TO HV-PODBEN-NAME.
           MOVE PODFUN-BEN-ADDRESS(WS-BEN-SUB) TO HV-PODBEN-ADDRESS.
           MOVE PODFUN-BEN-PHONE(WS-BEN-SUB) TO HV-PODBEN-PHONE.
           MOVE PODFUN-BEN-EMAIL(WS-BEN-SUB) TO HV-PODBEN-EMAIL.
           MOVE PODFUN-BEN-DOB(WS-BEN-SUB) TO HV-PODBEN-DOB.
           MOVE PODFUN-BEN-RELATION(WS-BEN-SUB) TO HV-PODBEN-RELATION.
           MOVE PODFUN-BEN-SHARE(WS-BEN-SUB) TO HV-PODBEN-SHARE.

           EXEC SQL
              INSERT INTO PODBEN
                 (PODBEN_SORTCODE, PODBEN_ACCNO, PODBEN_NOMINATION,
                  PODBEN_SEQ, PODBEN_CUSTNO, PODBEN_NAME,
                  PODBEN_ADDRESS, PODBEN_PHONE, PODBEN_EMAIL,
                  PODBEN_DOB, PODBEN_RELATION, PODBEN_SHARE,
                  PODBEN_SIGNED_DATE, PODBEN_WITNESS_NAME,
                  PODBEN_WITNESS_ADDRESS, PODBEN_RECORDED_DATE,
                  PODBEN_RECORDED_BY, PODBEN_STATUS,
                  PODBEN_STATUS_DATE, PODBEN_STATUS_BY,
                  PODBEN_VERIFIED_REF, PODBEN_PAY_SORTCODE,
                  PODBEN_PAY_ACCNO, PODBEN_PAID_AMOUNT)
              VALUES
                 (:HV-PODBEN-SORTCODE, :HV-PODBEN-ACCNO,
                  :HV-PODBEN-NOMINATION, :HV-PODBEN-SEQ,
                  :HV-PODBEN-CUSTNO, :HV-PODBEN-NAME,
                  :HV-PODBEN-ADDRESS, :HV-PODBEN-PHONE,
                  :HV-PODBEN-EMAIL, :HV-PODBEN-DOB,
                  :HV-PODBEN-RELATION, :HV-PODBEN-SHARE,
                  :HV-PODBEN-SIGNED-DATE, :HV-PODBEN-WITNESS-NAME,
                  :HV-PODBEN-WITNESS-ADDRESS,
                  :HV-PODBEN-RECORDED-DATE, :HV-PODBEN-RECORDED-BY,
                  :HV-PODBEN-STATUS, :HV-PODBEN-STATUS-DATE,
                  :HV-PODBEN-STATUS-BY, :HV-PODBEN-VERIFIED-REF,
                  :HV-PODBEN-PAY-SORTCODE, :HV-PODBEN-PAY-ACCNO,
                  :HV-PODBEN-PAID-AMOUNT)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'PODFUN UNABLE TO INSERT PODBEN ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO PODFUN-SUCCESS
              MOVE '2' TO PODFUN-FAIL-CODE
           END-IF.
       IOB999.
           EXIT.

      *----------------------------------------------------------------
      * The customer withdraws the nomination in force and names
      * nobody in its place - the account's balance then goes to the
      * estate like any other.
      *----------------------------------------------------------------
       REVOKE-NOMINATION SECTION.
       RN010.
           PERFORM READ-THE-ACCOUNT.

           IF PODFUN-SUCCESS NOT = 'Y'
              GO TO RN999
           END-IF.

           PERFORM READ-THE-OWNER.

           IF PODFUN-SUCCESS NOT = 'Y'
              GO TO RN999
           END-IF.

           IF CUSTOMER-DECEASED OF WS-CUST-DATA
              MOVE 'N' TO PODFUN-SUCCESS
              MOVE '6' TO PODFUN-FAIL-CODE
              GO TO RN999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-MATCH-COUNT
              FROM PODBEN
              WHERE PODBEN_SORTCODE = :HV-PODBEN-SORTCODE
                AND PODBEN_ACCNO = :HV-PODBEN-ACCNO
                AND PODBEN_STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO PODFUN-SUCCESS
              MOVE '2' TO PODFUN-FAIL-CODE
              GO TO RN999
           END-IF.

           IF HV-MATCH-COUNT = 0
              MOVE 'N' TO PODFUN-SUCCESS
              MOVE '8' TO PODFUN-FAIL-CODE
              GO TO RN999
           END-IF.

           PERFORM SUPERSEDE-NOMINATION.
       RN999.
           EXIT.

      *----------------------------------------------------------------
      * Mark the nomination in force superseded. While the customer
      * is alive every row of it is still 'A'.
      *----------------------------------------------------------------
       SUPERSEDE-NOMINATION SECTION.
       SN010.
           EXEC SQL
              UPDATE PODBEN
              SET PODBEN_STATUS = 'S',
                  PODBEN_STATUS_DATE = :WS-TODAY-YMD,
                  PODBEN_STATUS_BY = :HV-OPERATOR
              WHERE PODBEN_SORTCODE = :HV-PODBEN-SORTCODE
                AND PODBEN_ACCNO = :HV-PODBEN-ACCNO
                AND PODBEN_STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'PODFUN UNABLE TO SUPERSEDE PODBEN ROWS'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO PODFUN-SUCCESS
              MOVE '2' TO PODFUN-FAIL-CODE
           END-IF.
       SN999.
           EXIT.

      *----------------------------------------------------------------
      * The latest nomination on the account, whatever has become of
      * it - in force, being traced, paid out, or superseded with
      * nothing after it - with each beneficiary as they stand.
      *----------------------------------------------------------------
       INQUIRE-NOMINATION SECTION.
       IN010.
           MOVE 0 TO PODFUN-BEN-COUNT.

           EXEC SQL
              SELECT MAX(PODBEN_NOMINATION)
              INTO :HV-PODBEN-NOMINATION :HV-NOMINATION-IND
              FROM PODBEN
              WHERE PODBEN_SORTCODE = :HV-PODBEN-SORTCODE
                AND PODBEN_ACCNO = :HV-PODBEN-ACCNO
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO PODFUN-SUCCESS
              MOVE '2' TO PODFUN-FAIL-CODE
              GO TO IN999
           END-IF.

           IF HV-NOMINATION-IND < 0
              MOVE 'N' TO PODFUN-SUCCESS
              MOVE '8' TO PODFUN-FAIL-CODE
              GO TO IN999
           END-IF.

           MOVE HV-PODBEN-NOMINATION TO PODFUN-NOMINATION.

           EXEC SQL
              DECLARE POD_CSR CURSOR FOR
                 SELECT PODBEN_SEQ, PODBEN_CUSTNO, PODBEN_NAME,
                        PODBEN_ADDRESS, PODBEN_PHONE, PODBEN_EMAIL,
                        PODBEN_DOB, PODBEN_RELATION, PODBEN_SHARE,
                        PODBEN_SIGNED_DATE, PODBEN_WITNESS_NAME,
                        PODBEN_WITNESS_ADDRESS, PODBEN_STATUS,
                        PODBEN_PAY_SORTCODE, PODBEN_PAY_ACCNO,
                        PODBEN_PAID_AMOUNT
                 FROM PODBEN
                 WHERE PODBEN_SORTCODE = :HV-PODBEN-SORTCODE
                   AND PODBEN_ACCNO = :HV-PODBEN-ACCNO
                   AND PODBEN_NOMINATION = :HV-PODBEN-NOMINATION
                 ORDER BY PODBEN_SEQ
           END-EXEC.

           EXEC SQL OPEN POD_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO PODFUN-SUCCESS
              MOVE '2' TO PODFUN-FAIL-CODE
              GO TO IN999
           END-IF.

           MOVE 'N' TO WS-FETCH-EOF-SW.
           MOVE 0 TO WS-BEN-SUB.

           PERFORM FETCH-ONE-BENEFICIARY
              UNTIL WS-FETCH-EOF OR WS-BEN-SUB = 5.

           EXEC SQL CLOSE POD_CSR END-EXEC.

           MOVE WS-BEN-SUB TO PODFUN-BEN-COUNT.
       IN999.
           EXIT.

       FETCH-ONE-BENEFICIARY SECTION.
       FOB010.
           EXEC SQL
              FETCH POD_CSR
              INTO :HV-PODBEN-SEQ, :HV-PODBEN-CUSTNO,
                   :HV-PODBEN-NAME, :HV-PODBEN-ADDRESS,
                   :HV-PODBEN-PHONE, :HV-PODBEN-EMAIL,
                   :HV-PODBEN-DOB, :HV-PODBEN-RELATION,
                   :HV-PODBEN-SHARE, :HV-PODBEN-SIGNED-DATE,
                   :HV-PODBEN-WITNESS-NAME,
                   :HV-PODBEN-WITNESS-ADDRESS, :HV-PODBEN-STATUS,
                   :HV-PODBEN-PAY-SORTCODE, :HV-PODBEN-PAY-ACCNO,
                   :HV-PODBEN-PAID-AMOUNT
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FETCH-EOF-SW
              GO TO FOB999
           END-IF.

           ADD 1 TO WS-BEN-SUB.

           IF WS-BEN-SUB = 1
              MOVE HV-PODBEN-CUSTNO TO PODFUN-CUSTNO
              MOVE HV-PODBEN-SIGNED-DATE TO PODFUN-SIGNED-DATE
              MOVE HV-PODBEN-WITNESS-NAME TO PODFUN-WITNESS-NAME
              MOVE HV-PODBEN-WITNESS-ADDRESS
                 TO PODFUN-WITNESS-ADDRESS
           END-IF.

           MOVE HV-PODBEN-NAME TO PODFUN-BEN-NAME(WS-BEN-SUB).
           MOVE HV-PODBEN-ADDRESS TO PODFUN-BEN-ADDRESS(WS-BEN-SUB).
           MOVE HV-PODBEN-PHONE TO PODFUN-BEN-PHONE(WS-BEN-SUB).
           MOVE HV-PODBEN-EMAIL TO PODFUN-BEN-EMAIL(WS-BEN-SUB).
           MOVE HV-PODBEN-DOB TO PODFUN-BEN-DOB(WS-BEN-SUB).
           MOVE HV-PODBEN-RELATION TO PODFUN-BEN-RELATION(WS-BEN-SUB).
           MOVE HV-PODBEN-SHARE TO PODFUN-BEN-SHARE(WS-BEN-SUB).
           MOVE HV-PODBEN-STATUS TO PODFUN-BEN-STATUS(WS-BEN-SUB).
           MOVE HV-PODBEN-PAY-SORTCODE
              TO PODFUN-BEN-PAY-SORTCODE(WS-BEN-SUB).
           MOVE HV-PODBEN-PAY-ACCNO
              TO PODFUN-BEN-PAY-ACCNO(WS-BEN-SUB).
           MOVE HV-PODBEN-PAID-AMOUNT
              TO PODFUN-BEN-PAID-AMOUNT(WS-BEN-SUB).
       FOB999.
           EXIT.

      *----------------------------------------------------------------
      * A beneficiary has come forward and proved who they are. Their
      * share becomes payable at closure, to the account they name -
      * one of ours must exist; another bank's is paid through the
      * outbound settlement queue and checked there. A beneficiary
      * earlier given up as untraced may still turn up in time.
      *----------------------------------------------------------------
       VERIFY-BENEFICIARY SECTION.
       VB010.
           PERFORM READ-BENEFICIARY-TO-TRACE.

           IF PODFUN-SUCCESS NOT = 'Y'
              GO TO VB999
           END-IF.

           IF HV-PODBEN-STATUS NOT = 'A' AND
              HV-PODBEN-STATUS NOT = 'U'
              MOVE 'N' TO PODFUN-SUCCESS
              MOVE '8' TO PODFUN-FAIL-CODE
              GO TO VB999
           END-IF.

           IF PODFUN-VERIFIED-REF = SPACES OR
              PODFUN-VERIFIED-REF = LOW-VALUES
              MOVE 'N' TO PODFUN-SUCCESS
              MOVE '5' TO PODFUN-FAIL-CODE
              GO TO VB999
           END-IF.

           IF PODFUN-PAY-SORTCODE = 0 OR PODFUN-PAY-ACCNO = 0
              MOVE 'N' TO PODFUN-SUCCESS
              MOVE 'P' TO PODFUN-FAIL-CODE
              GO TO VB999
           END-IF.

           MOVE PODFUN-PAY-SORTCODE TO HV-PODBEN-PAY-SORTCODE.
           MOVE PODFUN-PAY-ACCNO TO HV-PODBEN-PAY-ACCNO.

           IF HV-PODBEN-PAY-SORTCODE = WS-HOME-SORTCODE-X
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :HV-MATCH-COUNT
                 FROM ACCOUNT
                 WHERE (ACCOUNT_SORTCODE = :HV-PODBEN-PAY-SORTCODE
                    AND ACCOUNT_NUMBER = :HV-PODBEN-PAY-ACCNO)
              END-EXEC
              IF SQLCODE NOT = 0 OR HV-MATCH-COUNT = 0
                 MOVE 'N' TO PODFUN-SUCCESS
                 MOVE 'P' TO PODFUN-FAIL-CODE
                 GO TO VB999
              END-IF
           END-IF.

           MOVE PODFUN-VERIFIED-REF TO HV-PODBEN-VERIFIED-REF.

           EXEC SQL
              UPDATE PODBEN
              SET PODBEN_STATUS = 'V',
                  PODBEN_STATUS_DATE = :WS-TODAY-YMD,
                  PODBEN_STATUS_BY = :HV-OPERATOR,
                  PODBEN_VERIFIED_REF = :HV-PODBEN-VERIFIED-REF,
                  PODBEN_PAY_SORTCODE = :HV-PODBEN-PAY-SORTCODE,
                  PODBEN_PAY_ACCNO = :HV-PODBEN-PAY-ACCNO
              WHERE PODBEN_SORTCODE = :HV-PODBEN-SORTCODE
                AND PODBEN_ACCNO = :HV-PODBEN-ACCNO
                AND PODBEN_NOMINATION = :HV-PODBEN-NOMINATION
                AND PODBEN_SEQ = :HV-PODBEN-SEQ
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO PODFUN-SUCCESS
              MOVE '2' TO PODFUN-FAIL-CODE
           END-IF.
       VB999.
           EXIT.

      *----------------------------------------------------------------
      * The branch has tried and cannot find the beneficiary. Their
      * share will go to the estate when the account is closed, and
      * PODTRACE reports them.
      *----------------------------------------------------------------
       RECORD-UNTRACED SECTION.
       RU010.
           PERFORM READ-BENEFICIARY-TO-TRACE.

           IF PODFUN-SUCCESS NOT = 'Y'
              GO TO RU999
           END-IF.

           IF HV-PODBEN-STATUS NOT = 'A'
              MOVE 'N' TO PODFUN-SUCCESS
              MOVE '8' TO PODFUN-FAIL-CODE
              GO TO RU999
           END-IF.

           EXEC SQL
              UPDATE PODBEN
              SET PODBEN_STATUS = 'U',
                  PODBEN_STATUS_DATE = :WS-TODAY-YMD,
                  PODBEN_STATUS_BY = :HV-OPERATOR
              WHERE PODBEN_SORTCODE = :HV-PODBEN-SORTCODE
                AND PODBEN_ACCNO = :HV-PODBEN-ACCNO
                AND PODBEN_NOMINATION = :HV-PODBEN-NOMINATION
                AND PODBEN_SEQ = :HV-PODBEN-SEQ
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO PODFUN-SUCCESS
              MOVE '2' TO PODFUN-FAIL-CODE
           END-IF.
       RU999.
           EXIT.

      *----------------------------------------------------------------
      * Tracing only starts once the owner is flagged deceased, and
      * works on the nomination still awaiting payment - the one
      * whose rows are in force, verified or untraced.
      *----------------------------------------------------------------
       READ-BENEFICIARY-TO-TRACE SECTION.
       RBT010.
           PERFORM READ-THE-ACCOUNT.

           IF PODFUN-SUCCESS NOT = 'Y'
              GO TO RBT999
           END-IF.

           PERFORM READ-THE-OWNER.

           IF PODFUN-SUCCESS NOT = 'Y'
              GO TO RBT999
           END-IF.

           IF NOT CUSTOMER-DECEASED OF WS-CUST-DATA
              MOVE 'N' TO PODFUN-SUCCESS
              MOVE '7' TO PODFUN-FAIL-CODE
              GO TO RBT999
           END-IF.

           MOVE PODFUN-SEQ TO HV-PODBEN-SEQ.

           EXEC SQL
              SELECT PODBEN_NOMINATION, PODBEN_STATUS
              INTO :HV-PODBEN-NOMINATION, :HV-PODBEN-STATUS
              FROM PODBEN
              WHERE PODBEN_SORTCODE = :HV-PODBEN-SORTCODE
                AND PODBEN_ACCNO = :HV-PODBEN-ACCNO
                AND PODBEN_SEQ = :HV-PODBEN-SEQ
                AND PODBEN_STATUS IN ('A', 'V', 'U')
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-PODBEN-NOMINATION TO PODFUN-NOMINATION
              WHEN 100
                 MOVE 'N' TO PODFUN-SUCCESS
                 MOVE '8' TO PODFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO PODFUN-SUCCESS
                 MOVE '2' TO PODFUN-FAIL-CODE
           END-EVALUATE.
       RBT999.
           EXIT.

      *----------------------------------------------------------------
       READ-THE-ACCOUNT SECTION.
       RTA010.
           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER, ACCOUNT_TYPE
              INTO :HV-ACCOUNT-CUST-NO, :HV-ACCOUNT-ACC-TYPE
              FROM ACCOUNT
              WHERE (ACCOUNT_SORTCODE = :HV-PODBEN-SORTCODE AND
                     ACCOUNT_NUMBER = :HV-PODBEN-ACCNO)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-ACCOUNT-CUST-NO TO PODFUN-CUSTNO
              WHEN 100
                 MOVE 'N' TO PODFUN-SUCCESS
                 MOVE '1' TO PODFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO PODFUN-SUCCESS
                 MOVE '2' TO PODFUN-FAIL-CODE
           END-EVALUATE.
       RTA999.
           EXIT.

      *----------------------------------------------------------------
      * Only savings held in one name: a joint account passes to the
      * surviving holders by survivorship, so there is nothing for a
      * nomination to do.
      *----------------------------------------------------------------
       CHECK-ACCOUNT-ELIGIBLE SECTION.
       CAE010.
           MOVE HV-ACCOUNT-ACC-TYPE TO WS-ACC-TYPE-CHECK.

           IF NOT WS-NOMINATION-PRODUCT
              MOVE 'N' TO PODFUN-SUCCESS
              MOVE '4' TO PODFUN-FAIL-CODE
              GO TO CAE999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-MATCH-COUNT
              FROM ACCJOINT
              WHERE ACCJOINT_SORTCODE = :HV-PODBEN-SORTCODE
                AND ACCJOINT_ACC_NUMBER = :HV-PODBEN-ACCNO
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO PODFUN-SUCCESS
              MOVE '2' TO PODFUN-FAIL-CODE
              GO TO CAE999
           END-IF.

           IF HV-MATCH-COUNT > 0
              MOVE 'N' TO PODFUN-SUCCESS
              MOVE '4' TO PODFUN-FAIL-CODE
           END-IF.
       CAE999.
           EXIT.

       READ-THE-OWNER SECTION.
       RTO010.
           MOVE PODFUN-SORTCODE TO WS-CUST-KEY-SORTCODE.
           MOVE HV-ACCOUNT-CUST-NO TO WS-CUST-KEY-NUMBER.

           EXEC CICS READ FILE('CUSTOMER')
                RIDFLD(WS-CUST-KEY)
                INTO(WS-CUST-DATA)
                RESP(WS-CICS-RESP)
                RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'N' TO PODFUN-SUCCESS
              MOVE '3' TO PODFUN-FAIL-CODE
           END-IF.
       RTO999.
           EXIT.

       CHECK-ENTITLEMENT SECTION.
       CEN010.
           SET ENTLFUN-CHECK TO TRUE.
           MOVE WS-HOME-SORTCODE TO ENTLFUN-SORTCODE.

           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC.

           IF ENTLFUN-ALLOWED NOT = 'Y'
              MOVE 'N' TO PODFUN-SUCCESS
              MOVE 'S' TO PODFUN-FAIL-CODE
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
