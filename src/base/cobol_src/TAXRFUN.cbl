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
      * Title: TAXRFUN                                                 *
      *                                                                *
      * Description: Tax residency service for international tax       *
      *              reporting, LINKed with the TAXRFUN commarea:      *
      *                - CERTIFY records the customer's                *
      *                  self-certification - up to five countries     *
      *                  of residence, each with its TIN or the        *
      *                  reason there is none - on TAXSCERT and        *
      *                  TAXRES, replacing the last one;               *
      *                - INQUIRE returns it;                           *
      *                - CIRCUMSTANCES looks at the address and        *
      *                  phone numbers on the CUSTOMER record and,     *
      *                  where one points to a country the             *
      *                  certification does not declare, marks the     *
      *                  certification for renewal and raises a        *
      *                  change-of-circumstances item on the           *
      *                  EXCPTION worklist. PNDCFUN calls it each      *
      *                  time it applies a new address or phone        *
      *                  number.                                       *
      *              TAXSCFLG flags accounts still uncertified after   *
      *              the grace period; TAXREXT is the annual           *
      *              reportable-account extract.                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRFUN.
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

           EXEC SQL INCLUDE TAXRDB2 END-EXEC.
           EXEC SQL INCLUDE EXCPDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-CUSTNO                         PIC X(10).
       01 HV-OPERATOR                       PIC X(3).
       01 HV-COUNTRY                        PIC X(2).
       01 HV-TIN                            PIC X(20).
       01 HV-NO-TIN-REASON                  PIC X.
       01 HV-CERT-DATE                      PIC X(8).
       01 HV-CERT-STATUS                    PIC X.
       01 HV-COC-COUNTRY                    PIC X(2).
       01 HV-ROW-COUNT                      PIC S9(9) COMP.

       01 HV-HOME-COUNTRY                   PIC X(2).
      * The address's town and postcode lines, upper-cased and
      * wrapped in spaces so a country name matches as a word.
       01 HV-ADDRESS-TAIL                   PIC X(62).
       01 HV-DIAL-DIGITS                    PIC X(14).

       01 HV-EXCPTION-ID                    PIC S9(9) COMP.
       01 HV-EXCP-MESSAGE                   PIC X(80).

       01 WS-CICS-WORK-AREA.
          05 WS-CICS-RESP                   PIC S9(8) COMP.
          05 WS-CICS-RESP2                  PIC S9(8) COMP.

       01 WS-CUSTOMER-AREA.
           COPY CUSTOMER.

       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

       01 GETCTRL-COMMAREA.
           COPY GETCTRL.

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-TODAY-YMD                      PIC X(8).

       01 WS-RES-SUB                        PIC S9(4) COMP.
       01 WS-PRIOR-SUB                      PIC S9(4) COMP.
       01 WS-PHONE                          PIC X(15).
       01 WS-SOURCE-NAME                    PIC X(12).

       01 WS-EOF-SW                         PIC X.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-CLASS-WANTED                   PIC X.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY TAXRFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO TAXRFUN-SUCCESS.
           MOVE SPACE TO TAXRFUN-FAIL-CODE.
           MOVE 0 TO TAXRFUN-BAD-ENTRY.

           PERFORM POPULATE-TIME-DATE.

           MOVE TAXRFUN-SORTCODE TO HV-SORTCODE.
           MOVE TAXRFUN-CUSTNO TO HV-CUSTNO.
           MOVE EIBOPID TO HV-OPERATOR.

           EVALUATE TRUE
              WHEN TAXRFUN-CERTIFY
                 PERFORM CERTIFY-THE-CUSTOMER
              WHEN TAXRFUN-INQUIRE
                 PERFORM INQUIRE-THE-CUSTOMER
              WHEN TAXRFUN-CIRCUMSTANCES
                 PERFORM CHECK-CIRCUMSTANCES
              WHEN OTHER
                 MOVE 'N' TO TAXRFUN-SUCCESS
                 MOVE '9' TO TAXRFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * A new self-certification replaces the old one whole: the
      * countries it declares become the customer's TAXRES rows and
      * the certification is valid from today.
      *----------------------------------------------------------------
       CERTIFY-THE-CUSTOMER SECTION.
       CTC010.
           MOVE 'M' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF TAXRFUN-SUCCESS = 'N'
              GO TO CTC999
           END-IF.

           IF TAXRFUN-RES-COUNT NOT NUMERIC OR
              TAXRFUN-RES-COUNT = 0 OR
              TAXRFUN-RES-COUNT > 5
              MOVE 'N' TO TAXRFUN-SUCCESS
              MOVE '3' TO TAXRFUN-FAIL-CODE
              GO TO CTC999
           END-IF.

           PERFORM VARYING WS-RES-SUB FROM 1 BY 1
                   UNTIL WS-RES-SUB > TAXRFUN-RES-COUNT
                      OR TAXRFUN-SUCCESS = 'N'
              PERFORM VALIDATE-ONE-ENTRY
           END-PERFORM.

           IF TAXRFUN-SUCCESS = 'N'
              GO TO CTC999
           END-IF.

           PERFORM READ-THE-CUSTOMER.

           IF TAXRFUN-SUCCESS = 'N'
              GO TO CTC999
           END-IF.

           EXEC SQL
              DELETE FROM TAXRES
              WHERE (TAXRES_SORTCODE = :HV-SORTCODE AND
                     TAXRES_CUSTNO = :HV-CUSTNO)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              GO TO CTC900
           END-IF.

           PERFORM VARYING WS-RES-SUB FROM 1 BY 1
                   UNTIL WS-RES-SUB > TAXRFUN-RES-COUNT
                      OR SQLCODE NOT = 0
              PERFORM STORE-ONE-ENTRY
           END-PERFORM.

           IF SQLCODE NOT = 0
              GO TO CTC900
           END-IF.

           EXEC SQL
              UPDATE TAXSCERT
              SET TAXSCERT_CERT_DATE = :WS-TODAY-YMD,
                  TAXSCERT_RECORDED_BY = :HV-OPERATOR,
                  TAXSCERT_STATUS = 'V',
                  TAXSCERT_STATUS_DATE = :WS-TODAY-YMD,
                  TAXSCERT_COC_COUNTRY = ' '
              WHERE (TAXSCERT_SORTCODE = :HV-SORTCODE AND
                     TAXSCERT_CUSTNO = :HV-CUSTNO)
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO TAXSCERT
                    (TAXSCERT_SORTCODE, TAXSCERT_CUSTNO,
                     TAXSCERT_CERT_DATE, TAXSCERT_RECORDED_BY,
                     TAXSCERT_STATUS, TAXSCERT_STATUS_DATE,
                     TAXSCERT_COC_COUNTRY)
                 VALUES
                    (:HV-SORTCODE, :HV-CUSTNO,
                     :WS-TODAY-YMD, :HV-OPERATOR,
                     'V', :WS-TODAY-YMD,
                     ' ')
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              GO TO CTC900
           END-IF.

           MOVE WS-TODAY-YMD TO TAXRFUN-CERT-DATE.
           MOVE 'V' TO TAXRFUN-CERT-STATUS.
           GO TO CTC999.

       CTC900.
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'TAXRFUN UNABLE TO STORE SELF-CERTIFICATION'
              ' SQLCODE=' SQLCODE-DISPLAY.
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.
           MOVE 'N' TO TAXRFUN-SUCCESS.
           MOVE '2' TO TAXRFUN-FAIL-CODE.
       CTC999.
           EXIT.

      *----------------------------------------------------------------
      * One declared country: known to TAXCTRY, with a TIN or a
      * reason for having none, and not declared twice.
      *----------------------------------------------------------------
       VALIDATE-ONE-ENTRY SECTION.
       VOE010.
           MOVE FUNCTION UPPER-CASE(TAXRFUN-RES-COUNTRY(WS-RES-SUB))
              TO TAXRFUN-RES-COUNTRY(WS-RES-SUB).
           MOVE TAXRFUN-RES-COUNTRY(WS-RES-SUB) TO HV-COUNTRY.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-ROW-COUNT
              FROM TAXCTRY
              WHERE TAXCTRY_COUNTRY = :HV-COUNTRY
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO TAXRFUN-SUCCESS
              MOVE '2' TO TAXRFUN-FAIL-CODE
              GO TO VOE999
           END-IF.

           IF HV-ROW-COUNT = 0
              MOVE 'N' TO TAXRFUN-SUCCESS
              MOVE '4' TO TAXRFUN-FAIL-CODE
              MOVE WS-RES-SUB TO TAXRFUN-BAD-ENTRY
              GO TO VOE999
           END-IF.

           IF (TAXRFUN-RES-TIN(WS-RES-SUB) = SPACES OR
               TAXRFUN-RES-TIN(WS-RES-SUB) = LOW-VALUES) AND
              NOT TAXRFUN-NO-TIN-REASON-VALID(WS-RES-SUB)
              MOVE 'N' TO TAXRFUN-SUCCESS
              MOVE '5' TO TAXRFUN-FAIL-CODE
              MOVE WS-RES-SUB TO TAXRFUN-BAD-ENTRY
              GO TO VOE999
           END-IF.

           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                   UNTIL WS-PRIOR-SUB >= WS-RES-SUB
              IF TAXRFUN-RES-COUNTRY(WS-PRIOR-SUB) = HV-COUNTRY
                 MOVE 'N' TO TAXRFUN-SUCCESS
                 MOVE '6' TO TAXRFUN-FAIL-CODE
                 MOVE WS-RES-SUB TO TAXRFUN-BAD-ENTRY
              END-IF
           END-PERFORM.
       VOE999.
           EXIT.

      *----------------------------------------------------------------
      * A TIN given makes any no-TIN reason meaningless - store
      * one or the other.
      *----------------------------------------------------------------
       STORE-ONE-ENTRY SECTION.
       SOE010.
           MOVE TAXRFUN-RES-COUNTRY(WS-RES-SUB) TO HV-COUNTRY.
           MOVE TAXRFUN-RES-TIN(WS-RES-SUB) TO HV-TIN.

           IF HV-TIN = SPACES OR HV-TIN = LOW-VALUES
              MOVE SPACES TO HV-TIN
              MOVE TAXRFUN-RES-NO-TIN-REASON(WS-RES-SUB)
                 TO HV-NO-TIN-REASON
           ELSE
              MOVE SPACE TO HV-NO-TIN-REASON
           END-IF.

           EXEC SQL
              INSERT INTO TAXRES
                 (TAXRES_SORTCODE, TAXRES_CUSTNO, TAXRES_COUNTRY,
                  TAXRES_TIN, TAXRES_NO_TIN_REASON)
              VALUES
                 (:HV-SORTCODE, :HV-CUSTNO, :HV-COUNTRY,
                  :HV-TIN, :HV-NO-TIN-REASON)
           END-EXEC.
       SOE999.
           EXIT.

      *----------------------------------------------------------------
       INQUIRE-THE-CUSTOMER SECTION.
       ITC010.
           MOVE SPACES TO TAXRFUN-CERT-DATE TAXRFUN-CERT-STATUS
                          TAXRFUN-INDICIA-COUNTRY.
           MOVE 0 TO TAXRFUN-RES-COUNT.

           PERFORM VARYING WS-RES-SUB FROM 1 BY 1
                   UNTIL WS-RES-SUB > 5
              MOVE SPACES TO TAXRFUN-RES-TABLE(WS-RES-SUB)
           END-PERFORM.

           EXEC SQL
              SELECT TAXSCERT_CERT_DATE, TAXSCERT_STATUS,
                     TAXSCERT_COC_COUNTRY
              INTO :HV-CERT-DATE, :HV-CERT-STATUS,
                   :HV-COC-COUNTRY
              FROM TAXSCERT
              WHERE (TAXSCERT_SORTCODE = :HV-SORTCODE AND
                     TAXSCERT_CUSTNO = :HV-CUSTNO)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-CERT-DATE TO TAXRFUN-CERT-DATE
                 MOVE HV-CERT-STATUS TO TAXRFUN-CERT-STATUS
                 MOVE HV-COC-COUNTRY TO TAXRFUN-INDICIA-COUNTRY
              WHEN 100
                 MOVE 'N' TO TAXRFUN-SUCCESS
                 MOVE '7' TO TAXRFUN-FAIL-CODE
                 GO TO ITC999
              WHEN OTHER
                 MOVE 'N' TO TAXRFUN-SUCCESS
                 MOVE '2' TO TAXRFUN-FAIL-CODE
                 GO TO ITC999
           END-EVALUATE.

           EXEC SQL
              DECLARE RES_CSR CURSOR FOR
                 SELECT TAXRES_COUNTRY, TAXRES_TIN,
                        TAXRES_NO_TIN_REASON
                 FROM TAXRES
                 WHERE (TAXRES_SORTCODE = :HV-SORTCODE AND
                        TAXRES_CUSTNO = :HV-CUSTNO)
                 ORDER BY TAXRES_COUNTRY
           END-EXEC.

           EXEC SQL OPEN RES_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO TAXRFUN-SUCCESS
              MOVE '2' TO TAXRFUN-FAIL-CODE
              GO TO ITC999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM UNTIL WS-EOF OR TAXRFUN-RES-COUNT = 5
              EXEC SQL
                 FETCH RES_CSR
                 INTO :HV-COUNTRY, :HV-TIN, :HV-NO-TIN-REASON
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO TAXRFUN-RES-COUNT
                 MOVE TAXRFUN-RES-COUNT TO WS-RES-SUB
                 MOVE HV-COUNTRY TO TAXRFUN-RES-COUNTRY(WS-RES-SUB)
                 MOVE HV-TIN TO TAXRFUN-RES-TIN(WS-RES-SUB)
                 MOVE HV-NO-TIN-REASON
                    TO TAXRFUN-RES-NO-TIN-REASON(WS-RES-SUB)
              ELSE
                 MOVE 'Y' TO WS-EOF-SW
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE RES_CSR END-EXEC.
       ITC999.
           EXIT.

      *----------------------------------------------------------------
      * Does the customer's address or either phone number now point
      * to a country other than home that the certification does
      * not declare? The address is checked first, then the phone,
      * then the mobile; the first undeclared country found is the
      * one reported. A certification already awaiting renewal for
      * that same country is not raised a second time.
      *----------------------------------------------------------------
       CHECK-CIRCUMSTANCES SECTION.
       CCI010.
           MOVE SPACES TO TAXRFUN-INDICIA-COUNTRY
                          TAXRFUN-INDICIA-SOURCE.

           PERFORM READ-THE-CUSTOMER.

           IF TAXRFUN-SUCCESS = 'N'
              GO TO CCI999
           END-IF.

           PERFORM GET-HOME-COUNTRY.

           PERFORM FIND-ADDRESS-COUNTRY.

           IF HV-COUNTRY NOT = SPACES
              MOVE 'A' TO TAXRFUN-INDICIA-SOURCE
              PERFORM CHECK-COUNTRY-DECLARED
           END-IF.

           IF TAXRFUN-INDICIA-COUNTRY = SPACES
              MOVE CUSTOMER-PHONE TO WS-PHONE
              PERFORM FIND-PHONE-COUNTRY
              IF HV-COUNTRY NOT = SPACES
                 MOVE 'P' TO TAXRFUN-INDICIA-SOURCE
                 PERFORM CHECK-COUNTRY-DECLARED
              END-IF
           END-IF.

           IF TAXRFUN-INDICIA-COUNTRY = SPACES
              MOVE CUSTOMER-MOBILE TO WS-PHONE
              PERFORM FIND-PHONE-COUNTRY
              IF HV-COUNTRY NOT = SPACES
                 MOVE 'P' TO TAXRFUN-INDICIA-SOURCE
                 PERFORM CHECK-COUNTRY-DECLARED
              END-IF
           END-IF.

           IF TAXRFUN-INDICIA-COUNTRY = SPACES
              MOVE SPACE TO TAXRFUN-INDICIA-SOURCE
              GO TO CCI999
           END-IF.

           EXEC SQL
              SELECT TAXSCERT_STATUS, TAXSCERT_COC_COUNTRY
              INTO :HV-CERT-STATUS, :HV-COC-COUNTRY
              FROM TAXSCERT
              WHERE (TAXSCERT_SORTCODE = :HV-SORTCODE AND
                     TAXSCERT_CUSTNO = :HV-CUSTNO)
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = 0 AND HV-CERT-STATUS = 'C' AND
                   HV-COC-COUNTRY = TAXRFUN-INDICIA-COUNTRY
                 GO TO CCI999
              WHEN SQLCODE = 0
                 MOVE TAXRFUN-INDICIA-COUNTRY TO HV-COC-COUNTRY
                 EXEC SQL
                    UPDATE TAXSCERT
                    SET TAXSCERT_STATUS = 'C',
                        TAXSCERT_STATUS_DATE = :WS-TODAY-YMD,
                        TAXSCERT_COC_COUNTRY = :HV-COC-COUNTRY
                    WHERE (TAXSCERT_SORTCODE = :HV-SORTCODE AND
                           TAXSCERT_CUSTNO = :HV-CUSTNO)
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 'N' TO TAXRFUN-SUCCESS
                    MOVE '2' TO TAXRFUN-FAIL-CODE
                    GO TO CCI999
                 END-IF
              WHEN SQLCODE = 100
      *
      *          Never certified - TAXSCFLG is already chasing the
      *          certification itself; the worklist item below still
      *          tells whoever takes it which country to ask about.
      *
                 CONTINUE
              WHEN OTHER
                 MOVE 'N' TO TAXRFUN-SUCCESS
                 MOVE '2' TO TAXRFUN-FAIL-CODE
                 GO TO CCI999
           END-EVALUATE.

           PERFORM RAISE-CIRCUMSTANCES-ITEM.
       CCI999.
           EXIT.

      *----------------------------------------------------------------
      * A country whose name appears as a word on the town or
      * postcode line of the address.
      *----------------------------------------------------------------
       FIND-ADDRESS-COUNTRY SECTION.
       FAC010.
           MOVE SPACES TO HV-COUNTRY HV-ADDRESS-TAIL.
           MOVE FUNCTION UPPER-CASE(CUSTOMER-ADDRESS(101:60))
              TO HV-ADDRESS-TAIL(2:60).
           INSPECT HV-ADDRESS-TAIL REPLACING ALL ',' BY SPACE
                                             ALL '.' BY SPACE.

           IF HV-ADDRESS-TAIL = SPACES
              GO TO FAC999
           END-IF.

           EXEC SQL
              SELECT TAXCTRY_COUNTRY
              INTO :HV-COUNTRY
              FROM TAXCTRY
              WHERE TAXCTRY_COUNTRY <> :HV-HOME-COUNTRY
                AND TAXCTRY_NAME <> ' '
                AND LOCATE(' ' CONCAT RTRIM(TAXCTRY_NAME) CONCAT ' ',
                           :HV-ADDRESS-TAIL) > 0
              ORDER BY LENGTH(RTRIM(TAXCTRY_NAME)) DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO HV-COUNTRY
           END-IF.
       FAC999.
           EXIT.

      *----------------------------------------------------------------
      * An international number - '+' or '00' then the dialling
      * code - whose longest matching code belongs to a country
      * other than home. A number in domestic form points nowhere.
      *----------------------------------------------------------------
       FIND-PHONE-COUNTRY SECTION.
       FPC010.
           MOVE SPACES TO HV-COUNTRY HV-DIAL-DIGITS.

           EVALUATE TRUE
              WHEN WS-PHONE(1:1) = '+'
                 MOVE WS-PHONE(2:14) TO HV-DIAL-DIGITS
              WHEN WS-PHONE(1:2) = '00'
                 MOVE WS-PHONE(3:13) TO HV-DIAL-DIGITS
              WHEN OTHER
                 GO TO FPC999
           END-EVALUATE.

           EXEC SQL
              SELECT TAXCTRY_COUNTRY
              INTO :HV-COUNTRY
              FROM TAXCTRY
              WHERE TAXCTRY_DIAL_CODE <> ' '
                AND SUBSTR(:HV-DIAL-DIGITS, 1,
                           LENGTH(RTRIM(TAXCTRY_DIAL_CODE))) =
                    RTRIM(TAXCTRY_DIAL_CODE)
              ORDER BY LENGTH(RTRIM(TAXCTRY_DIAL_CODE)) DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-COUNTRY = HV-HOME-COUNTRY
              MOVE SPACES TO HV-COUNTRY
           END-IF.
       FPC999.
           EXIT.

      *----------------------------------------------------------------
      * A country the customer has already declared is no change of
      * circumstances.
      *----------------------------------------------------------------
       CHECK-COUNTRY-DECLARED SECTION.
       CCD010.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-ROW-COUNT
              FROM TAXRES
              WHERE (TAXRES_SORTCODE = :HV-SORTCODE AND
                     TAXRES_CUSTNO = :HV-CUSTNO AND
                     TAXRES_COUNTRY = :HV-COUNTRY)
           END-EXEC.

           IF SQLCODE = 0 AND HV-ROW-COUNT = 0
              MOVE HV-COUNTRY TO TAXRFUN-INDICIA-COUNTRY
           END-IF.
       CCD999.
           EXIT.

      *----------------------------------------------------------------
       RAISE-CIRCUMSTANCES-ITEM SECTION.
       RCI010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE 'EXCPTION-LAST-ID'
              TO GETCTRL-NAME OF GETCTRL-COMMAREA.
           MOVE 0 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           COMPUTE HV-EXCPTION-ID =
              GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA + 1.

           MOVE 'S' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE HV-EXCPTION-ID
              TO GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA.
           MOVE SPACES TO GETCTRL-VALUE-STR OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           IF TAXRFUN-INDICIA-SOURCE = 'A'
              MOVE 'ADDRESS' TO WS-SOURCE-NAME
           ELSE
              MOVE 'PHONE NUMBER' TO WS-SOURCE-NAME
           END-IF.

           MOVE SPACES TO HV-EXCP-MESSAGE.
           STRING 'TAX RESIDENCE CHANGE OF CIRCUMSTANCES - '
                     DELIMITED BY SIZE
                  WS-SOURCE-NAME DELIMITED BY '  '
                  ' POINTS TO ' DELIMITED BY SIZE
                  TAXRFUN-INDICIA-COUNTRY DELIMITED BY SIZE
                  ', RECERTIFY' DELIMITED BY SIZE
                  INTO HV-EXCP-MESSAGE
           END-STRING.

           EXEC SQL
              INSERT INTO EXCPTION
                 (EXCPTION_ID, EXCPTION_SORTCODE, EXCPTION_SOURCE,
                  EXCPTION_BUSINESS_DATE, EXCPTION_SEVERITY,
                  EXCPTION_ACCNO, EXCPTION_CUSTNO,
                  EXCPTION_MESSAGE, EXCPTION_STATUS)
              VALUES
                 (:HV-EXCPTION-ID, :HV-SORTCODE, 'TAXRFUN',
                  :WS-TODAY-YMD, 'W', ' ', :HV-CUSTNO,
                  :HV-EXCP-MESSAGE, 'O')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'TAXRFUN UNABLE TO RAISE CIRCUMSTANCES ITEM'
                 ' SQLCODE=' SQLCODE-DISPLAY
           END-IF.
       RCI999.
           EXIT.

      *----------------------------------------------------------------
       GET-HOME-COUNTRY SECTION.
       GHC010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE 'TAX-HOME-COUNTRY' TO GETCTRL-NAME OF GETCTRL-COMMAREA.
           MOVE 0 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           MOVE GETCTRL-VALUE-STR OF GETCTRL-COMMAREA(1:2)
              TO HV-HOME-COUNTRY.

           IF HV-HOME-COUNTRY = SPACES OR HV-HOME-COUNTRY = LOW-VALUES
              MOVE 'GB' TO HV-HOME-COUNTRY
           END-IF.
       GHC999.
           EXIT.

      *----------------------------------------------------------------
       CHECK-ENTITLEMENT SECTION.
       CEN010.
           INITIALIZE ENTLFUN-COMMAREA.
           SET ENTLFUN-CHECK TO TRUE.
           MOVE TAXRFUN-SORTCODE TO ENTLFUN-SORTCODE.
           MOVE WS-CLASS-WANTED TO ENTLFUN-CLASS.

           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC.

           IF ENTLFUN-ALLOWED NOT = 'Y'
              MOVE 'N' TO TAXRFUN-SUCCESS
              MOVE 'S' TO TAXRFUN-FAIL-CODE
           END-IF.
       CEN999.
           EXIT.

      *----------------------------------------------------------------
       READ-THE-CUSTOMER SECTION.
       RTC010.
           MOVE TAXRFUN-SORTCODE TO CUSTOMER-SORTCODE.
           MOVE TAXRFUN-CUSTNO TO CUSTOMER-NUMBER.

           EXEC CICS READ FILE('CUSTOMER')
              INTO(WS-CUSTOMER-AREA)
              RIDFLD(CUSTOMER-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           EVALUATE WS-CICS-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'N' TO TAXRFUN-SUCCESS
                 MOVE '1' TO TAXRFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO TAXRFUN-SUCCESS
                 MOVE '2' TO TAXRFUN-FAIL-CODE
           END-EVALUATE.
       RTC999.
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
