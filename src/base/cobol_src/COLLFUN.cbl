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
      * Title: COLLFUN                                                 *
      *                                                                *
      * Description: Loan security register service (COLLDB2).        *
      *              LOANMST knows the terms and arrears of a loan    *
      *              but nothing of what secures it. ADD registers an  *
      *              item of collateral - property or other asset,     *
      *              its valuation, valuation date and valuer, and     *
      *              the charge registration reference; REVALUE        *
      *              records a fresh valuation; LINK and UNLINK put    *
      *              an item behind a serviced loan or take it off -   *
      *              one item may secure several loans, one loan may   *
      *              have several items; RELEASE discharges an item    *
      *              no loan relies on any more; INQUIRE returns an    *
      *              item with the loans it secures. LTVMON reads the  *
      *              register monthly for loan-to-value.               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLFUN.
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

           EXEC SQL INCLUDE COLLDB2 END-EXEC.
           EXEC SQL INCLUDE LOANDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-COLLAT-SORTCODE                PIC X(6).
       01 HV-COLLAT-ID                      PIC S9(9) COMP.
       01 HV-COLLAT-TYPE                    PIC X.
       01 HV-COLLAT-DESC                    PIC X(60).
       01 HV-COLLAT-VALUATION               PIC S9(10)V99 COMP-3.
       01 HV-COLLAT-VALN-DATE               PIC X(8).
       01 HV-COLLAT-VALUER                  PIC X(30).
       01 HV-COLLAT-CHARGE-REF              PIC X(20).
       01 HV-COLLAT-STATUS                  PIC X.

       01 HV-COLLINK-LOAN-ACCNO             PIC X(8).
       01 HV-COLLINK-STATUS                 PIC X.

       01 HV-LOANMST-STATUS                 PIC X.
       01 HV-MATCH-COUNT                    PIC S9(9) COMP.

       COPY SORTCODE.

       01 GETCTRL-COMMAREA.
           COPY GETCTRL.

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-TODAY-YMD                      PIC X(8).

       01 WS-ROW-SUB                        PIC S9(4) COMP.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY COLLFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO COLLFUN-SUCCESS.
           MOVE SPACE TO COLLFUN-FAIL-CODE.

           PERFORM POPULATE-TIME-DATE.

           MOVE COLLFUN-SORTCODE TO HV-COLLAT-SORTCODE.
           MOVE COLLFUN-COLLAT-ID TO HV-COLLAT-ID.

           EVALUATE TRUE
              WHEN COLLFUN-ADD
                 PERFORM ADD-COLLATERAL
              WHEN COLLFUN-REVALUE
                 PERFORM REVALUE-COLLATERAL
              WHEN COLLFUN-LINK
                 PERFORM LINK-TO-LOAN
              WHEN COLLFUN-UNLINK
                 PERFORM UNLINK-FROM-LOAN
              WHEN COLLFUN-RELEASE
                 PERFORM RELEASE-COLLATERAL
              WHEN COLLFUN-INQUIRE
                 PERFORM INQUIRE-COLLATERAL
              WHEN OTHER
                 MOVE 'N' TO COLLFUN-SUCCESS
                 MOVE '9' TO COLLFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * Register a new item of collateral, held from today.
      *----------------------------------------------------------------
       ADD-COLLATERAL SECTION.
       AC010.
           IF COLLFUN-TYPE NOT = 'P' AND COLLFUN-TYPE NOT = 'A'
              MOVE 'N' TO COLLFUN-SUCCESS
              MOVE '8' TO COLLFUN-FAIL-CODE
              GO TO AC999
           END-IF.

           PERFORM CHECK-VALUATION.

           IF COLLFUN-SUCCESS = 'N'
              GO TO AC999
           END-IF.

           PERFORM ALLOCATE-NEXT-COLLAT-ID.

           MOVE COLLFUN-TYPE TO HV-COLLAT-TYPE.
           MOVE COLLFUN-DESC TO HV-COLLAT-DESC.
           MOVE COLLFUN-VALUATION TO HV-COLLAT-VALUATION.
           MOVE COLLFUN-VALUER TO HV-COLLAT-VALUER.
           MOVE COLLFUN-CHARGE-REF TO HV-COLLAT-CHARGE-REF.
           MOVE 'A' TO HV-COLLAT-STATUS.

           EXEC SQL
              INSERT INTO COLLAT
                 (COLLAT_SORTCODE, COLLAT_ID, COLLAT_TYPE,
                  COLLAT_DESC, COLLAT_VALUATION, COLLAT_VALN_DATE,
                  COLLAT_VALUER, COLLAT_CHARGE_REF, COLLAT_STATUS)
              VALUES
                 (:HV-COLLAT-SORTCODE, :HV-COLLAT-ID,
                  :HV-COLLAT-TYPE, :HV-COLLAT-DESC,
                  :HV-COLLAT-VALUATION, :HV-COLLAT-VALN-DATE,
                  :HV-COLLAT-VALUER, :HV-COLLAT-CHARGE-REF,
                  :HV-COLLAT-STATUS)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'COLLFUN UNABLE TO INSERT COLLAT ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'N' TO COLLFUN-SUCCESS
              MOVE '2' TO COLLFUN-FAIL-CODE
              GO TO AC999
           END-IF.

           MOVE HV-COLLAT-ID TO COLLFUN-COLLAT-ID.
           MOVE HV-COLLAT-VALN-DATE TO COLLFUN-VALN-DATE.
           MOVE HV-COLLAT-STATUS TO COLLFUN-STATUS.
       AC999.
           EXIT.

      *----------------------------------------------------------------
      * A fresh valuation replaces the old one outright - the date
      * is what LTVMON ages it by.
      *----------------------------------------------------------------
       REVALUE-COLLATERAL SECTION.
       RVC010.
           PERFORM READ-ONE-COLLATERAL.

           IF COLLFUN-SUCCESS = 'N'
              GO TO RVC999
           END-IF.

           IF HV-COLLAT-STATUS NOT = 'A'
              MOVE 'N' TO COLLFUN-SUCCESS
              MOVE '3' TO COLLFUN-FAIL-CODE
              GO TO RVC999
           END-IF.

           PERFORM CHECK-VALUATION.

           IF COLLFUN-SUCCESS = 'N'
              GO TO RVC999
           END-IF.

           MOVE COLLFUN-VALUATION TO HV-COLLAT-VALUATION.
           MOVE COLLFUN-VALUER TO HV-COLLAT-VALUER.

           EXEC SQL
              UPDATE COLLAT
              SET COLLAT_VALUATION = :HV-COLLAT-VALUATION,
                  COLLAT_VALN_DATE = :HV-COLLAT-VALN-DATE,
                  COLLAT_VALUER = :HV-COLLAT-VALUER
              WHERE (COLLAT_SORTCODE = :HV-COLLAT-SORTCODE AND
                     COLLAT_ID = :HV-COLLAT-ID)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO COLLFUN-SUCCESS
              MOVE '2' TO COLLFUN-FAIL-CODE
              GO TO RVC999
           END-IF.

           MOVE HV-COLLAT-VALN-DATE TO COLLFUN-VALN-DATE.
       RVC999.
           EXIT.

      *----------------------------------------------------------------
      * Put a held item behind a live serviced loan - not one
      * settled or written off. A link released earlier is simply
      * reinstated.
      *----------------------------------------------------------------
       LINK-TO-LOAN SECTION.
       LTL010.
           PERFORM READ-ONE-COLLATERAL.

           IF COLLFUN-SUCCESS = 'N'
              GO TO LTL999
           END-IF.

           IF HV-COLLAT-STATUS NOT = 'A'
              MOVE 'N' TO COLLFUN-SUCCESS
              MOVE '3' TO COLLFUN-FAIL-CODE
              GO TO LTL999
           END-IF.

           MOVE COLLFUN-LOAN-ACCNO TO HV-COLLINK-LOAN-ACCNO.

           EXEC SQL
              SELECT LOANMST_STATUS
              INTO :HV-LOANMST-STATUS
              FROM LOANMST
              WHERE (LOANMST_SORTCODE = :HV-COLLAT-SORTCODE AND
                     LOANMST_ACCNO = :HV-COLLINK-LOAN-ACCNO)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 IF HV-LOANMST-STATUS = 'S' OR
                    HV-LOANMST-STATUS = 'Z' OR
                    HV-LOANMST-STATUS = 'K'
                    MOVE 'N' TO COLLFUN-SUCCESS
                    MOVE '4' TO COLLFUN-FAIL-CODE
                    GO TO LTL999
                 END-IF
              WHEN 100
                 MOVE 'N' TO COLLFUN-SUCCESS
                 MOVE '4' TO COLLFUN-FAIL-CODE
                 GO TO LTL999
              WHEN OTHER
                 MOVE 'N' TO COLLFUN-SUCCESS
                 MOVE '2' TO COLLFUN-FAIL-CODE
                 GO TO LTL999
           END-EVALUATE.

           EXEC SQL
              SELECT COLLINK_STATUS
              INTO :HV-COLLINK-STATUS
              FROM COLLINK
              WHERE (COLLINK_SORTCODE = :HV-COLLAT-SORTCODE AND
                     COLLINK_COLLAT_ID = :HV-COLLAT-ID AND
                     COLLINK_LOAN_ACCNO = :HV-COLLINK-LOAN-ACCNO)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 IF HV-COLLINK-STATUS = 'A'
                    MOVE 'N' TO COLLFUN-SUCCESS
                    MOVE '3' TO COLLFUN-FAIL-CODE
                    GO TO LTL999
                 END-IF
                 EXEC SQL
                    UPDATE COLLINK
                    SET COLLINK_STATUS = 'A',
                        COLLINK_LINKED_DATE = :WS-TODAY-YMD
                    WHERE (COLLINK_SORTCODE = :HV-COLLAT-SORTCODE AND
                           COLLINK_COLLAT_ID = :HV-COLLAT-ID AND
                           COLLINK_LOAN_ACCNO = :HV-COLLINK-LOAN-ACCNO)
                 END-EXEC
              WHEN 100
                 EXEC SQL
                    INSERT INTO COLLINK
                       (COLLINK_SORTCODE, COLLINK_COLLAT_ID,
                        COLLINK_LOAN_ACCNO, COLLINK_LINKED_DATE,
                        COLLINK_STATUS)
                    VALUES
                       (:HV-COLLAT-SORTCODE, :HV-COLLAT-ID,
                        :HV-COLLINK-LOAN-ACCNO, :WS-TODAY-YMD, 'A')
                 END-EXEC
              WHEN OTHER
                 MOVE 'N' TO COLLFUN-SUCCESS
                 MOVE '2' TO COLLFUN-FAIL-CODE
                 GO TO LTL999
           END-EVALUATE.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'COLLFUN UNABLE TO WRITE COLLINK ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO COLLFUN-SUCCESS
              MOVE '2' TO COLLFUN-FAIL-CODE
           END-IF.
       LTL999.
           EXIT.

      *----------------------------------------------------------------
       UNLINK-FROM-LOAN SECTION.
       UFL010.
           MOVE COLLFUN-LOAN-ACCNO TO HV-COLLINK-LOAN-ACCNO.

           EXEC SQL
              UPDATE COLLINK
              SET COLLINK_STATUS = 'R'
              WHERE (COLLINK_SORTCODE = :HV-COLLAT-SORTCODE AND
                     COLLINK_COLLAT_ID = :HV-COLLAT-ID AND
                     COLLINK_LOAN_ACCNO = :HV-COLLINK-LOAN-ACCNO AND
                     COLLINK_STATUS = 'A')
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO COLLFUN-SUCCESS
                 MOVE '3' TO COLLFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO COLLFUN-SUCCESS
                 MOVE '2' TO COLLFUN-FAIL-CODE
           END-EVALUATE.
       UFL999.
           EXIT.

      *----------------------------------------------------------------
      * Discharge an item. Not while a loan still relies on it.
      *----------------------------------------------------------------
       RELEASE-COLLATERAL SECTION.
       RLC010.
           PERFORM READ-ONE-COLLATERAL.

           IF COLLFUN-SUCCESS = 'N'
              GO TO RLC999
           END-IF.

           IF HV-COLLAT-STATUS NOT = 'A'
              MOVE 'N' TO COLLFUN-SUCCESS
              MOVE '3' TO COLLFUN-FAIL-CODE
              GO TO RLC999
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-MATCH-COUNT
              FROM COLLINK
              WHERE (COLLINK_SORTCODE = :HV-COLLAT-SORTCODE AND
                     COLLINK_COLLAT_ID = :HV-COLLAT-ID AND
                     COLLINK_STATUS = 'A')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO COLLFUN-SUCCESS
              MOVE '2' TO COLLFUN-FAIL-CODE
              GO TO RLC999
           END-IF.

           IF HV-MATCH-COUNT > 0
              MOVE 'N' TO COLLFUN-SUCCESS
              MOVE '3' TO COLLFUN-FAIL-CODE
              GO TO RLC999
           END-IF.

           EXEC SQL
              UPDATE COLLAT
              SET COLLAT_STATUS = 'R'
              WHERE (COLLAT_SORTCODE = :HV-COLLAT-SORTCODE AND
                     COLLAT_ID = :HV-COLLAT-ID)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO COLLFUN-SUCCESS
              MOVE '2' TO COLLFUN-FAIL-CODE
              GO TO RLC999
           END-IF.

           MOVE 'R' TO COLLFUN-STATUS.
       RLC999.
           EXIT.

      *----------------------------------------------------------------
       INQUIRE-COLLATERAL SECTION.
       IC010.
           PERFORM READ-ONE-COLLATERAL.

           IF COLLFUN-SUCCESS = 'N'
              GO TO IC999
           END-IF.

           PERFORM GATHER-LOANS.
       IC999.
           EXIT.

      *----------------------------------------------------------------
      * The valuation must be positive and dated no later than
      * today; no date means valued today.
      *----------------------------------------------------------------
       CHECK-VALUATION SECTION.
       CV010.
           IF COLLFUN-VALUATION NOT > 0
              MOVE 'N' TO COLLFUN-SUCCESS
              MOVE '8' TO COLLFUN-FAIL-CODE
              GO TO CV999
           END-IF.

           IF COLLFUN-VALN-DATE = SPACES OR
              COLLFUN-VALN-DATE = LOW-VALUES OR
              COLLFUN-VALN-DATE = '00000000'
              MOVE WS-TODAY-YMD TO HV-COLLAT-VALN-DATE
           ELSE
              MOVE COLLFUN-VALN-DATE TO HV-COLLAT-VALN-DATE
           END-IF.

           IF HV-COLLAT-VALN-DATE IS NOT NUMERIC OR
              HV-COLLAT-VALN-DATE > WS-TODAY-YMD
              MOVE 'N' TO COLLFUN-SUCCESS
              MOVE '8' TO COLLFUN-FAIL-CODE
           END-IF.
       CV999.
           EXIT.

      *----------------------------------------------------------------
       READ-ONE-COLLATERAL SECTION.
       ROC010.
           EXEC SQL
              SELECT COLLAT_TYPE, COLLAT_DESC, COLLAT_VALUATION,
                     COLLAT_VALN_DATE, COLLAT_VALUER,
                     COLLAT_CHARGE_REF, COLLAT_STATUS
              INTO :HV-COLLAT-TYPE, :HV-COLLAT-DESC,
                   :HV-COLLAT-VALUATION, :HV-COLLAT-VALN-DATE,
                   :HV-COLLAT-VALUER, :HV-COLLAT-CHARGE-REF,
                   :HV-COLLAT-STATUS
              FROM COLLAT
              WHERE (COLLAT_SORTCODE = :HV-COLLAT-SORTCODE AND
                     COLLAT_ID = :HV-COLLAT-ID)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-COLLAT-TYPE TO COLLFUN-TYPE
                 MOVE HV-COLLAT-DESC TO COLLFUN-DESC
                 MOVE HV-COLLAT-CHARGE-REF TO COLLFUN-CHARGE-REF
                 MOVE HV-COLLAT-STATUS TO COLLFUN-STATUS
                 IF NOT COLLFUN-REVALUE
                    MOVE HV-COLLAT-VALUATION TO COLLFUN-VALUATION
                    MOVE HV-COLLAT-VALN-DATE TO COLLFUN-VALN-DATE
                    MOVE HV-COLLAT-VALUER TO COLLFUN-VALUER
                 END-IF
              WHEN 100
                 MOVE 'N' TO COLLFUN-SUCCESS
                 MOVE '1' TO COLLFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO COLLFUN-SUCCESS
                 MOVE '2' TO COLLFUN-FAIL-CODE
           END-EVALUATE.
       ROC999.
           EXIT.

      *----------------------------------------------------------------
      * The loans an item currently secures - ten at most.
      *----------------------------------------------------------------
       GATHER-LOANS SECTION.
       GL010.
           MOVE 0 TO COLLFUN-LOANS-RETURNED.

           EXEC SQL
              DECLARE COLL_CSR CURSOR FOR
                 SELECT COLLINK_LOAN_ACCNO
                 FROM COLLINK
                 WHERE COLLINK_SORTCODE = :HV-COLLAT-SORTCODE
                   AND COLLINK_COLLAT_ID = :HV-COLLAT-ID
                   AND COLLINK_STATUS = 'A'
                 ORDER BY COLLINK_LOAN_ACCNO
           END-EXEC.

           EXEC SQL OPEN COLL_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO COLLFUN-SUCCESS
              MOVE '2' TO COLLFUN-FAIL-CODE
              GO TO GL999
           END-IF.

           MOVE 0 TO WS-ROW-SUB.
           PERFORM FETCH-ONE-LOAN
              UNTIL WS-ROW-SUB = 10
                 OR SQLCODE NOT = 0.

           EXEC SQL CLOSE COLL_CSR END-EXEC.

           MOVE WS-ROW-SUB TO COLLFUN-LOANS-RETURNED.
       GL999.
           EXIT.

       FETCH-ONE-LOAN SECTION.
       FOL010.
           EXEC SQL
              FETCH COLL_CSR
              INTO :HV-COLLINK-LOAN-ACCNO
           END-EXEC.

           IF SQLCODE = 0
              ADD 1 TO WS-ROW-SUB
              MOVE HV-COLLINK-LOAN-ACCNO
                 TO COLLFUN-LN-ACCNO(WS-ROW-SUB)
           END-IF.
       FOL999.
           EXIT.

      *----------------------------------------------------------------
       ALLOCATE-NEXT-COLLAT-ID SECTION.
       ANCI010.
           INITIALIZE GETCTRL-COMMAREA.
           MOVE 'G' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           STRING SORTCODE          DELIMITED BY SIZE,
                  '-COLL-LAST'      DELIMITED BY SIZE
                  INTO GETCTRL-NAME OF GETCTRL-COMMAREA
           END-STRING.
           MOVE 0 TO GETCTRL-DEFAULT-NUM OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.

           COMPUTE HV-COLLAT-ID =
              GETCTRL-VALUE-NUM OF GETCTRL-COMMAREA + 1.

           MOVE 'S' TO GETCTRL-FUNCTION OF GETCTRL-COMMAREA.
           MOVE HV-COLLAT-ID TO GETCTRL-VALUE-NUM OF
              GETCTRL-COMMAREA.
           MOVE SPACES TO GETCTRL-VALUE-STR OF GETCTRL-COMMAREA.

           EXEC CICS LINK PROGRAM('GETCTRL')
                     COMMAREA(GETCTRL-COMMAREA)
           END-EXEC.
       ANCI999.
           EXIT.

      *----------------------------------------------------------------
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
