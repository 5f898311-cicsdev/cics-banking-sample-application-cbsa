      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: IBANGEN                                                 *
      *                                                                *
      * Description: Daily IBAN register run. Every account at the   *
      *              sort code without an ACCIBAN row is given its    *
      *              IBAN, generated through IBANCALC from the bank   *
      *              code in the sort code's own routing directory    *
      *              BIC; every account whose stored IBAN was built   *
      *              from a different BIC (a bank code change in the  *
      *              monthly directory) has it rebuilt. A sort code    *
      *              with no usable BIC in ROUTEDIR generates nothing  *
      *              and ends with return code 8, so the missing       *
      *              directory entry is chased rather than IBANs       *
      *              issued under a guessed bank code.                 *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code     *
      *        and yyyymmdd the run date (defaults to today).           *
      *                                                                 *
      * Output: Sequential report IBANRPT.                              *
      *                                                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBANGEN.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IBAN-REPORT
                  ASSIGN TO IBANRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  IBAN-REPORT.
       01  IBAN-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE IBANDB2 END-EXEC.
           EXEC SQL INCLUDE RTDRDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 HV-BIC                            PIC X(11).
       01 HV-ACCNO                          PIC X(8).
       01 HV-ROW-STATE                      PIC X.
          88 HV-ROW-MISSING                 VALUE 'N'.
          88 HV-ROW-STALE                   VALUE 'C'.
       01 HV-IBAN                           PIC X(34).

       01 WS-TODAY                          PIC 9(8).

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       01 WS-IBANS-ADDED                    PIC 9(8) VALUE 0.
       01 WS-IBANS-REBUILT                  PIC 9(8) VALUE 0.
       01 WS-IBANS-FAILED                   PIC 9(8) VALUE 0.

      * IBAN arithmetic (see IBANCALC).
       01 IBANCALC-AREA.
           COPY IBANCALC.

      * Run-control registration (see RUNCTL) - every overnight
      * program records its run and honours the sequencing rules.
       01 RUNCTL-AREA.
           COPY RUNCTLA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
           05 PARM                          PIC X(256).

       PROCEDURE DIVISION USING PARM-BUFFER.
       PREMIERE SECTION.
       A010.
           OPEN OUTPUT IBAN-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO IBAN-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO IBAN-REPORT-LINE
              END-STRING
              WRITE IBAN-REPORT-LINE
              CLOSE IBAN-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO IBAN-REPORT-LINE
           STRING 'ACCOUNT IBAN REGISTER - SORTCODE '
               DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO IBAN-REPORT-LINE
           END-STRING
           WRITE IBAN-REPORT-LINE.

           PERFORM GET-OWN-BIC.

           IF RETURN-CODE NOT = 0
              GO TO A090
           END-IF.

           PERFORM GENERATE-IBANS.

           MOVE SPACES TO IBAN-REPORT-LINE
           STRING 'IBANS ADDED=' DELIMITED BY SIZE
               WS-IBANS-ADDED DELIMITED BY SIZE
               ' REBUILT=' DELIMITED BY SIZE
               WS-IBANS-REBUILT DELIMITED BY SIZE
               ' FAILED=' DELIMITED BY SIZE
               WS-IBANS-FAILED DELIMITED BY SIZE
               INTO IBAN-REPORT-LINE
           END-STRING
           WRITE IBAN-REPORT-LINE.
       A090.
           CLOSE IBAN-REPORT.

           PERFORM REGISTER-RUN-END.

           GOBACK.

       A999.
           EXIT.

      *----------------------------------------------------------------
       REGISTER-RUN-START SECTION.
       RGS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'IBANGEN' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           COMPUTE RUNCTL-RECORD-COUNT =
              WS-IBANS-ADDED + WS-IBANS-REBUILT.
           MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGE999.
           EXIT.

      *----------------------------------------------------------------
       GET-RUN-PARMS SECTION.
       GRP010.
           MOVE SPACES TO HV-SORTCODE HV-RUN-DATE.

           IF PARM-LENGTH > 0
              UNSTRING PARM(1:PARM-LENGTH) DELIMITED BY ','
                 INTO HV-SORTCODE HV-RUN-DATE
           END-IF.

           IF HV-RUN-DATE = SPACES OR HV-RUN-DATE = LOW-VALUES
              ACCEPT WS-TODAY FROM DATE YYYYMMDD
              MOVE WS-TODAY TO HV-RUN-DATE
           END-IF.

           MOVE 0 TO RETURN-CODE.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * Our bank code is the first four characters of the BIC the
      * routing directory holds against our own sort code.
      *----------------------------------------------------------------
       GET-OWN-BIC SECTION.
       GOB010.
           EXEC SQL
              SELECT ROUTEDIR_BIC
              INTO :HV-BIC
              FROM ROUTEDIR
              WHERE ROUTEDIR_SORTCODE = :HV-SORTCODE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO SQLCODE-DISPLAY
              MOVE SPACES TO IBAN-REPORT-LINE
              STRING 'UNABLE TO READ ROUTEDIR SQLCODE='
                  DELIMITED BY SIZE
                  SQLCODE-DISPLAY DELIMITED BY SIZE
                  INTO IBAN-REPORT-LINE
              END-STRING
              WRITE IBAN-REPORT-LINE
              MOVE 12 TO RETURN-CODE
              GO TO GOB999
           END-IF.

           IF SQLCODE = 100
              MOVE SPACES TO HV-BIC
           END-IF.

      *
      *    A trial generation proves the bank code before any
      *    account is touched.
      *
           INITIALIZE IBANCALC-AREA.
           SET IBANCALC-GENERATE TO TRUE.
           MOVE HV-BIC TO IBANCALC-BIC.
           MOVE HV-SORTCODE TO IBANCALC-SORTCODE.
           MOVE 0 TO IBANCALC-ACCNO.

           CALL 'IBANCALC' USING IBANCALC-AREA.

           IF IBANCALC-SUCCESS NOT = 'Y'
              MOVE SPACES TO IBAN-REPORT-LINE
              STRING 'NO USABLE BIC IN ROUTEDIR FOR SORTCODE '
                  DELIMITED BY SIZE
                  HV-SORTCODE DELIMITED BY SIZE
                  ' - NO IBANS GENERATED' DELIMITED BY SIZE
                  INTO IBAN-REPORT-LINE
              END-STRING
              WRITE IBAN-REPORT-LINE
              MOVE 8 TO RETURN-CODE
              GO TO GOB999
           END-IF.

           MOVE SPACES TO IBAN-REPORT-LINE
           STRING 'BIC ' DELIMITED BY SIZE
               HV-BIC DELIMITED BY SIZE
               INTO IBAN-REPORT-LINE
           END-STRING
           WRITE IBAN-REPORT-LINE.
       GOB999.
           EXIT.

      *----------------------------------------------------------------
      * Accounts with no register row, and those whose row was
      * built from another BIC.
      *----------------------------------------------------------------
       GENERATE-IBANS SECTION.
       GIB010.
           EXEC SQL
              DECLARE IBAN_CSR CURSOR FOR
                 SELECT A.ACCOUNT_NUMBER,
                        CASE WHEN I.ACCIBAN_NUMBER IS NULL
                             THEN 'N' ELSE 'C' END
                 FROM ACCOUNT A
                 LEFT OUTER JOIN ACCIBAN I
                   ON I.ACCIBAN_SORTCODE = A.ACCOUNT_SORTCODE
                  AND I.ACCIBAN_NUMBER = A.ACCOUNT_NUMBER
                 WHERE A.ACCOUNT_SORTCODE = :HV-SORTCODE
                   AND (I.ACCIBAN_NUMBER IS NULL
                        OR I.ACCIBAN_BIC <> :HV-BIC)
                 ORDER BY A.ACCOUNT_NUMBER
                 FOR FETCH ONLY
           END-EXEC.

           EXEC SQL OPEN IBAN_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              MOVE SPACES TO IBAN-REPORT-LINE
              STRING 'UNABLE TO SELECT ACCOUNTS SQLCODE='
                  DELIMITED BY SIZE
                  SQLCODE-DISPLAY DELIMITED BY SIZE
                  INTO IBAN-REPORT-LINE
              END-STRING
              WRITE IBAN-REPORT-LINE
              MOVE 12 TO RETURN-CODE
              GO TO GIB999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-ACCOUNT.

           PERFORM STORE-ONE-IBAN UNTIL WS-EOF.

           EXEC SQL CLOSE IBAN_CSR END-EXEC.
       GIB999.
           EXIT.

       FETCH-NEXT-ACCOUNT SECTION.
       FNA010.
           EXEC SQL
              FETCH IBAN_CSR
              INTO :HV-ACCNO, :HV-ROW-STATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNA999.
           EXIT.

      *----------------------------------------------------------------
       STORE-ONE-IBAN SECTION.
       SOI010.
           INITIALIZE IBANCALC-AREA.
           SET IBANCALC-GENERATE TO TRUE.
           MOVE HV-BIC TO IBANCALC-BIC.
           MOVE HV-SORTCODE TO IBANCALC-SORTCODE.
           MOVE HV-ACCNO TO IBANCALC-ACCNO.

           CALL 'IBANCALC' USING IBANCALC-AREA.

           IF IBANCALC-SUCCESS NOT = 'Y'
              ADD 1 TO WS-IBANS-FAILED
              MOVE SPACES TO IBAN-REPORT-LINE
              STRING 'ACCOUNT=' DELIMITED BY SIZE
                  HV-ACCNO DELIMITED BY SIZE
                  ' IBAN NOT GENERATED REASON=' DELIMITED BY SIZE
                  IBANCALC-FAIL-CODE DELIMITED BY SIZE
                  INTO IBAN-REPORT-LINE
              END-STRING
              WRITE IBAN-REPORT-LINE
              GO TO SOI090
           END-IF.

           MOVE IBANCALC-IBAN TO HV-IBAN.

           IF HV-ROW-MISSING
              EXEC SQL
                 INSERT INTO ACCIBAN
                    ( ACCIBAN_SORTCODE, ACCIBAN_NUMBER, ACCIBAN_IBAN,
                      ACCIBAN_BIC, ACCIBAN_GENERATED )
                 VALUES
                    ( :HV-SORTCODE, :HV-ACCNO, :HV-IBAN,
                      :HV-BIC, :HV-RUN-DATE )
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE ACCIBAN
                 SET ACCIBAN_IBAN = :HV-IBAN,
                     ACCIBAN_BIC = :HV-BIC,
                     ACCIBAN_GENERATED = :HV-RUN-DATE
                 WHERE ACCIBAN_SORTCODE = :HV-SORTCODE
                   AND ACCIBAN_NUMBER = :HV-ACCNO
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              ADD 1 TO WS-IBANS-FAILED
              MOVE SQLCODE TO SQLCODE-DISPLAY
              MOVE SPACES TO IBAN-REPORT-LINE
              STRING 'ACCOUNT=' DELIMITED BY SIZE
                  HV-ACCNO DELIMITED BY SIZE
                  ' IBAN NOT STORED SQLCODE=' DELIMITED BY SIZE
                  SQLCODE-DISPLAY DELIMITED BY SIZE
                  INTO IBAN-REPORT-LINE
              END-STRING
              WRITE IBAN-REPORT-LINE
              GO TO SOI090
           END-IF.

           IF HV-ROW-MISSING
              ADD 1 TO WS-IBANS-ADDED
           ELSE
              ADD 1 TO WS-IBANS-REBUILT
              MOVE SPACES TO IBAN-REPORT-LINE
              STRING 'ACCOUNT=' DELIMITED BY SIZE
                  HV-ACCNO DELIMITED BY SIZE
                  ' IBAN REBUILT ' DELIMITED BY SIZE
                  IBANCALC-IBAN-PRINT DELIMITED BY SIZE
                  INTO IBAN-REPORT-LINE
              END-STRING
              WRITE IBAN-REPORT-LINE
           END-IF.
       SOI090.
           PERFORM FETCH-NEXT-ACCOUNT.
       SOI999.
           EXIT.
