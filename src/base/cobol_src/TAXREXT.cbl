      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: TAXREXT                                                 *
      *                                                                *
      * Description: Annual reportable-account extract for             *
      *              international tax reporting. Every customer who   *
      *              has declared residence (TAXRES) in a country      *
      *              other than home (CONTROL TAX-HOME-COUNTRY,        *
      *              default GB) is reported to that jurisdiction:     *
      *              an 'H' holder record with the name and address    *
      *              from the CUSTOMER file, the TIN or the reason     *
      *              there is none, and the gross interest paid in     *
      *              the year from TAXWH; then one 'A' record per      *
      *              account open at the year end, with its balance    *
      *              from the last BALSNAP snapshot on or before the   *
      *              year end. A 'T' trailer closes each jurisdiction  *
      *              with its counts and totals. The extract is        *
      *              ordered by jurisdiction so it can be split for    *
      *              filing; the report gives the same totals.         *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd,yyyy' where ssssss is the sort    *
      *        code, yyyymmdd the run date (defaults to today) and     *
      *        yyyy the reporting year (defaults to the year before    *
      *        the run date).                                          *
      *                                                                *
      * Output: Extract file TAXXOUT and sequential report TAXXRPT.    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXREXT.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE
                  ASSIGN TO TAXXOUT
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAXX-REPORT
                  ASSIGN TO TAXXRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-FILE
                  ASSIGN TO VSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CUSTOMER-KEY
                  ALTERNATE RECORD KEY IS CUSTOMER-FAMILY-NAME
                     WITH DUPLICATES
                  FILE STATUS  IS WS-CUSTOMER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD                    PIC X(300).

       FD  TAXX-REPORT.
       01  TAXX-REPORT-LINE                  PIC X(132).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD-STRUCTURE.
           COPY CUSTOMER.

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE TAXRDB2 END-EXEC.
           EXEC SQL INCLUDE TAXDB2 END-EXEC.
           EXEC SQL INCLUDE BALSNAP END-EXEC.
           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 HV-TAX-YEAR                       PIC X(4).
       01 WS-TAX-YEAR-NUM REDEFINES HV-TAX-YEAR PIC 9(4).
      * The year end as BALSNAP holds dates and as a DB2 date.
       01 HV-YEAR-END                       PIC X(8).
       01 HV-YEAR-END-DATE                  PIC X(10).

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-STR              PIC X(40).
       01 HV-HOME-COUNTRY                   PIC X(2).

       01 HV-COUNTRY                        PIC X(2).
       01 HV-CUSTNO                         PIC X(10).
       01 HV-TIN                            PIC X(20).
       01 HV-NO-TIN-REASON                  PIC X.
       01 HV-GROSS-INTEREST                 PIC S9(10)V99 COMP-3.

       01 HV-ACC-NUMBER                     PIC X(8).
       01 HV-ACC-TYPE                       PIC X(8).
       01 HV-ACC-CURRENCY                   PIC X(3).
       01 HV-SNAP-DATE                      PIC X(8).
       01 HV-SNAP-BALANCE                   PIC S9(10)V99 COMP-3.
       01 HV-SNAP-BALANCE-IND               PIC S9(4) COMP.

       01 WS-CUSTOMER-STATUS                PIC XX.
          88 WS-CUSTOMER-OK                 VALUE '00'.

       01 WS-TODAY                          PIC 9(8).

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.
       01 WS-ACC-EOF-SW                     PIC X.
          88 WS-ACC-EOF                     VALUE 'Y'.

       01 WS-CURRENT-COUNTRY                PIC X(2) VALUE SPACES.

      * Per jurisdiction, then for the whole run.
       01 WS-JUR-HOLDERS                    PIC 9(8).
       01 WS-JUR-ACCOUNTS                   PIC 9(8).
       01 WS-JUR-BALANCE                    PIC S9(12)V99.
       01 WS-JUR-INTEREST                   PIC S9(12)V99.

       01 WS-JURISDICTIONS                  PIC 9(8) VALUE 0.
       01 WS-TOTAL-HOLDERS                  PIC 9(8) VALUE 0.
       01 WS-TOTAL-ACCOUNTS                 PIC 9(8) VALUE 0.
       01 WS-NO-SNAPSHOT                    PIC 9(8) VALUE 0.
       01 WS-NO-CUSTOMER                    PIC 9(8) VALUE 0.

       01 WS-PRINT-HOLDERS                  PIC ZZZZZZZ9.
       01 WS-PRINT-ACCOUNTS                 PIC ZZZZZZZ9.
       01 WS-PRINT-BALANCE                  PIC -(11)9.99.
       01 WS-PRINT-INTEREST                 PIC -(11)9.99.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

      * The reporting shapes, all padded into the one 300-byte
      * extract record.
       01 WS-EXTRACT-HOLDER.
          03 WS-XH-TYPE                     PIC X VALUE 'H'.
          03 WS-XH-COUNTRY                  PIC X(2).
          03 WS-XH-SORTCODE                 PIC X(6).
          03 WS-XH-CUSTNO                   PIC X(10).
          03 WS-XH-NAME                     PIC X(60).
          03 WS-XH-ADDRESS                  PIC X(160).
          03 WS-XH-DOB                      PIC 9(8).
          03 WS-XH-TIN                      PIC X(20).
          03 WS-XH-NO-TIN-REASON            PIC X.
          03 WS-XH-GROSS-INTEREST           PIC S9(10)V99
                SIGN LEADING SEPARATE.
          03 FILLER                         PIC X(19) VALUE SPACES.

       01 WS-EXTRACT-ACCOUNT.
          03 WS-XA-TYPE                     PIC X VALUE 'A'.
          03 WS-XA-COUNTRY                  PIC X(2).
          03 WS-XA-SORTCODE                 PIC X(6).
          03 WS-XA-CUSTNO                   PIC X(10).
          03 WS-XA-ACCNO                    PIC X(8).
          03 WS-XA-ACC-TYPE                 PIC X(8).
          03 WS-XA-CURRENCY                 PIC X(3).
          03 WS-XA-BALANCE                  PIC S9(10)V99
                SIGN LEADING SEPARATE.
          03 WS-XA-BALANCE-DATE             PIC X(8).
          03 FILLER                         PIC X(241) VALUE SPACES.

       01 WS-EXTRACT-TRAILER.
          03 WS-XT-TYPE                     PIC X VALUE 'T'.
          03 WS-XT-COUNTRY                  PIC X(2).
          03 WS-XT-TAX-YEAR                 PIC X(4).
          03 WS-XT-HOLDERS                  PIC 9(8).
          03 WS-XT-ACCOUNTS                 PIC 9(8).
          03 WS-XT-BALANCE                  PIC S9(12)V99
                SIGN LEADING SEPARATE.
          03 WS-XT-INTEREST                 PIC S9(12)V99
                SIGN LEADING SEPARATE.
          03 FILLER                         PIC X(247) VALUE SPACES.

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
           OPEN OUTPUT TAXX-REPORT.
           OPEN OUTPUT EXTRACT-FILE.
           OPEN INPUT CUSTOMER-FILE.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO TAXX-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO TAXX-REPORT-LINE
              END-STRING
              WRITE TAXX-REPORT-LINE
              CLOSE TAXX-REPORT
              CLOSE EXTRACT-FILE
              CLOSE CUSTOMER-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM GET-HOME-COUNTRY.

           MOVE SPACES TO TAXX-REPORT-LINE
           STRING 'REPORTABLE ACCOUNT EXTRACT - SORTCODE '
                  DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' YEAR ' DELIMITED BY SIZE
               HV-TAX-YEAR DELIMITED BY SIZE
               ' HOME ' DELIMITED BY SIZE
               HV-HOME-COUNTRY DELIMITED BY SIZE
               ' RUN DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO TAXX-REPORT-LINE
           END-STRING
           WRITE TAXX-REPORT-LINE.

           MOVE 'JURISDICTION   HOLDERS  ACCOUNTS  YEAR-END BALANCE  GR
      -         'OSS INTEREST' TO TAXX-REPORT-LINE.
           WRITE TAXX-REPORT-LINE.

           PERFORM EXTRACT-ALL-HOLDERS.

           MOVE SPACES TO TAXX-REPORT-LINE
           STRING 'JURISDICTIONS=' DELIMITED BY SIZE
               WS-JURISDICTIONS DELIMITED BY SIZE
               ' HOLDERS=' DELIMITED BY SIZE
               WS-TOTAL-HOLDERS DELIMITED BY SIZE
               ' ACCOUNTS=' DELIMITED BY SIZE
               WS-TOTAL-ACCOUNTS DELIMITED BY SIZE
               ' NO YEAR-END SNAPSHOT=' DELIMITED BY SIZE
               WS-NO-SNAPSHOT DELIMITED BY SIZE
               ' CUSTOMER NOT FOUND=' DELIMITED BY SIZE
               WS-NO-CUSTOMER DELIMITED BY SIZE
               INTO TAXX-REPORT-LINE
           END-STRING
           WRITE TAXX-REPORT-LINE.

           CLOSE CUSTOMER-FILE.
           CLOSE EXTRACT-FILE.
           CLOSE TAXX-REPORT.

           IF WS-NO-CUSTOMER > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM REGISTER-RUN-END.

           GOBACK.

       A999.
           EXIT.

      *----------------------------------------------------------------
      * Register this run on the RUNCTL ledger and honour its
      * sequencing rules - see RUNCTL for the two refusals.
      *----------------------------------------------------------------
       REGISTER-RUN-START SECTION.
       RRS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'TAXREXT' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RRS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RRE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-TOTAL-ACCOUNTS TO RUNCTL-RECORD-COUNT.
           MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RRE999.
           EXIT.

      *----------------------------------------------------------------
       GET-RUN-PARMS SECTION.
       GRP010.
           MOVE SPACES TO HV-SORTCODE HV-RUN-DATE HV-TAX-YEAR.

           IF PARM-LENGTH > 0
              UNSTRING PARM(1:PARM-LENGTH) DELIMITED BY ','
                 INTO HV-SORTCODE HV-RUN-DATE HV-TAX-YEAR
           END-IF.

           IF HV-RUN-DATE = SPACES OR HV-RUN-DATE = LOW-VALUES
              ACCEPT WS-TODAY FROM DATE YYYYMMDD
              MOVE WS-TODAY TO HV-RUN-DATE
           END-IF.

           IF HV-TAX-YEAR = SPACES OR HV-TAX-YEAR = LOW-VALUES
              MOVE HV-RUN-DATE(1:4) TO HV-TAX-YEAR
              SUBTRACT 1 FROM WS-TAX-YEAR-NUM
           END-IF.

           STRING HV-TAX-YEAR DELIMITED BY SIZE
               '1231' DELIMITED BY SIZE
               INTO HV-YEAR-END
           END-STRING.

           STRING HV-TAX-YEAR DELIMITED BY SIZE
               '-12-31' DELIMITED BY SIZE
               INTO HV-YEAR-END-DATE
           END-STRING.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
       GET-HOME-COUNTRY SECTION.
       GHC010.
           MOVE 'GB' TO HV-HOME-COUNTRY.
           MOVE 'TAX-HOME-COUNTRY' TO HV-CONTROL-NAME.

           EXEC SQL
              SELECT CONTROL_VALUE_STR INTO :HV-CONTROL-VALUE-STR
                FROM CONTROL
               WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-VALUE-STR(1:2) NOT = SPACES
              MOVE HV-CONTROL-VALUE-STR(1:2) TO HV-HOME-COUNTRY
           END-IF.
       GHC999.
           EXIT.

      *----------------------------------------------------------------
      * Every declared foreign residence of a customer who held an
      * account at the year end, jurisdiction by jurisdiction.
      *----------------------------------------------------------------
       EXTRACT-ALL-HOLDERS SECTION.
       EAH010.
           EXEC SQL
              DECLARE RES_CSR CURSOR FOR
                 SELECT R.TAXRES_COUNTRY, R.TAXRES_CUSTNO,
                        R.TAXRES_TIN, R.TAXRES_NO_TIN_REASON
                 FROM TAXRES R
                 WHERE R.TAXRES_SORTCODE = :HV-SORTCODE
                   AND R.TAXRES_COUNTRY <> :HV-HOME-COUNTRY
                   AND EXISTS
                      (SELECT 1 FROM ACCOUNT A
                       WHERE A.ACCOUNT_SORTCODE = R.TAXRES_SORTCODE
                         AND A.ACCOUNT_CUSTOMER_NUMBER =
                                R.TAXRES_CUSTNO
                         AND A.ACCOUNT_OPENED <= :HV-YEAR-END-DATE)
                 ORDER BY R.TAXRES_COUNTRY, R.TAXRES_CUSTNO
           END-EXEC.

           EXEC SQL OPEN RES_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              MOVE SPACES TO TAXX-REPORT-LINE
              STRING 'UNABLE TO OPEN TAXRES CURSOR, SQLCODE='
                  DELIMITED BY SIZE
                  SQLCODE-DISPLAY DELIMITED BY SIZE
                  INTO TAXX-REPORT-LINE
              END-STRING
              WRITE TAXX-REPORT-LINE
              GO TO EAH999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-HOLDER.

           PERFORM UNTIL WS-EOF
              IF HV-COUNTRY NOT = WS-CURRENT-COUNTRY
                 IF WS-CURRENT-COUNTRY NOT = SPACES
                    PERFORM CLOSE-JURISDICTION
                 END-IF
                 PERFORM OPEN-JURISDICTION
              END-IF
              PERFORM EXTRACT-ONE-HOLDER
              PERFORM FETCH-NEXT-HOLDER
           END-PERFORM.

           IF WS-CURRENT-COUNTRY NOT = SPACES
              PERFORM CLOSE-JURISDICTION
           END-IF.

           EXEC SQL CLOSE RES_CSR END-EXEC.
       EAH999.
           EXIT.

       FETCH-NEXT-HOLDER SECTION.
       FNH010.
           EXEC SQL
              FETCH RES_CSR
              INTO :HV-COUNTRY, :HV-CUSTNO,
                   :HV-TIN, :HV-NO-TIN-REASON
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNH999.
           EXIT.

      *----------------------------------------------------------------
       OPEN-JURISDICTION SECTION.
       OJU010.
           MOVE HV-COUNTRY TO WS-CURRENT-COUNTRY.
           MOVE 0 TO WS-JUR-HOLDERS WS-JUR-ACCOUNTS
                     WS-JUR-BALANCE WS-JUR-INTEREST.
           ADD 1 TO WS-JURISDICTIONS.
       OJU999.
           EXIT.

       CLOSE-JURISDICTION SECTION.
       CJU010.
           MOVE WS-CURRENT-COUNTRY TO WS-XT-COUNTRY.
           MOVE HV-TAX-YEAR TO WS-XT-TAX-YEAR.
           MOVE WS-JUR-HOLDERS TO WS-XT-HOLDERS.
           MOVE WS-JUR-ACCOUNTS TO WS-XT-ACCOUNTS.
           MOVE WS-JUR-BALANCE TO WS-XT-BALANCE.
           MOVE WS-JUR-INTEREST TO WS-XT-INTEREST.
           WRITE EXTRACT-RECORD FROM WS-EXTRACT-TRAILER.

           MOVE WS-JUR-HOLDERS TO WS-PRINT-HOLDERS.
           MOVE WS-JUR-ACCOUNTS TO WS-PRINT-ACCOUNTS.
           MOVE WS-JUR-BALANCE TO WS-PRINT-BALANCE.
           MOVE WS-JUR-INTEREST TO WS-PRINT-INTEREST.

           MOVE SPACES TO TAXX-REPORT-LINE
           STRING WS-CURRENT-COUNTRY DELIMITED BY SIZE
               '          ' DELIMITED BY SIZE
               WS-PRINT-HOLDERS DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PRINT-ACCOUNTS DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PRINT-BALANCE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PRINT-INTEREST DELIMITED BY SIZE
               INTO TAXX-REPORT-LINE
           END-STRING
           WRITE TAXX-REPORT-LINE.
       CJU999.
           EXIT.

      *----------------------------------------------------------------
      * The holder record, then their accounts. Interest is held per
      * customer on TAXWH, so it is reported on the holder.
      *----------------------------------------------------------------
       EXTRACT-ONE-HOLDER SECTION.
       EOH010.
           MOVE SPACES TO WS-XH-NAME WS-XH-ADDRESS.
           MOVE 0 TO WS-XH-DOB.

           MOVE HV-SORTCODE TO CUSTOMER-SORTCODE.
           MOVE HV-CUSTNO TO CUSTOMER-NUMBER.

           READ CUSTOMER-FILE
              INVALID KEY
                 ADD 1 TO WS-NO-CUSTOMER
                 MOVE SPACES TO TAXX-REPORT-LINE
                 STRING 'CUSTOMER NOT ON FILE, REPORTED WITHOUT NAME '
                        DELIMITED BY SIZE
                     'AND ADDRESS - CUSTOMER=' DELIMITED BY SIZE
                     HV-CUSTNO DELIMITED BY SIZE
                     INTO TAXX-REPORT-LINE
                 END-STRING
                 WRITE TAXX-REPORT-LINE
                 END-WRITE
              NOT INVALID KEY
                 MOVE CUSTOMER-NAME TO WS-XH-NAME
                 MOVE CUSTOMER-ADDRESS TO WS-XH-ADDRESS
                 MOVE CUSTOMER-DATE-OF-BIRTH TO WS-XH-DOB
           END-READ.

           EXEC SQL
              SELECT COALESCE(SUM(TAXWH_GROSS_INTEREST), 0)
              INTO :HV-GROSS-INTEREST
              FROM TAXWH
              WHERE TAXWH_SORTCODE = :HV-SORTCODE
                AND TAXWH_CUSTNO = :HV-CUSTNO
                AND TAXWH_TAX_YEAR = :HV-TAX-YEAR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-GROSS-INTEREST
           END-IF.

           MOVE HV-COUNTRY TO WS-XH-COUNTRY.
           MOVE HV-SORTCODE TO WS-XH-SORTCODE.
           MOVE HV-CUSTNO TO WS-XH-CUSTNO.
           MOVE HV-TIN TO WS-XH-TIN.
           MOVE HV-NO-TIN-REASON TO WS-XH-NO-TIN-REASON.
           MOVE HV-GROSS-INTEREST TO WS-XH-GROSS-INTEREST.
           WRITE EXTRACT-RECORD FROM WS-EXTRACT-HOLDER.

           ADD 1 TO WS-JUR-HOLDERS WS-TOTAL-HOLDERS.
           ADD HV-GROSS-INTEREST TO WS-JUR-INTEREST.

           PERFORM EXTRACT-HOLDER-ACCOUNTS.
       EOH999.
           EXIT.

      *----------------------------------------------------------------
      * An account with no snapshot on or before the year end is
      * still reported, with a zero balance and no balance date.
      *----------------------------------------------------------------
       EXTRACT-HOLDER-ACCOUNTS SECTION.
       EHA010.
           EXEC SQL
              DECLARE ACC_CSR CURSOR FOR
                 SELECT ACCOUNT_NUMBER, ACCOUNT_TYPE,
                        COALESCE(ACCOUNT_CURRENCY_CODE, ' ')
                 FROM ACCOUNT
                 WHERE ACCOUNT_SORTCODE = :HV-SORTCODE
                   AND ACCOUNT_CUSTOMER_NUMBER = :HV-CUSTNO
                   AND ACCOUNT_OPENED <= :HV-YEAR-END-DATE
                 ORDER BY ACCOUNT_NUMBER
           END-EXEC.

           EXEC SQL OPEN ACC_CSR END-EXEC.

           MOVE 'N' TO WS-ACC-EOF-SW.

           PERFORM FETCH-NEXT-ACCOUNT.

           PERFORM UNTIL WS-ACC-EOF
              PERFORM EXTRACT-ONE-ACCOUNT
              PERFORM FETCH-NEXT-ACCOUNT
           END-PERFORM.

           EXEC SQL CLOSE ACC_CSR END-EXEC.
       EHA999.
           EXIT.

       FETCH-NEXT-ACCOUNT SECTION.
       FNA010.
           EXEC SQL
              FETCH ACC_CSR
              INTO :HV-ACC-NUMBER, :HV-ACC-TYPE, :HV-ACC-CURRENCY
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-ACC-EOF-SW
           END-IF.
       FNA999.
           EXIT.

       EXTRACT-ONE-ACCOUNT SECTION.
       EOA010.
           EXEC SQL
              SELECT BALSNAP_DATE, BALSNAP_ACTUAL_BALANCE
              INTO :HV-SNAP-DATE,
                   :HV-SNAP-BALANCE :HV-SNAP-BALANCE-IND
              FROM BALSNAP
              WHERE BALSNAP_SORTCODE = :HV-SORTCODE
                AND BALSNAP_NUMBER = :HV-ACC-NUMBER
                AND BALSNAP_DATE <= :HV-YEAR-END
              ORDER BY BALSNAP_DATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO HV-SNAP-DATE
              MOVE 0 TO HV-SNAP-BALANCE
              ADD 1 TO WS-NO-SNAPSHOT
           ELSE
              IF HV-SNAP-BALANCE-IND < 0
                 MOVE 0 TO HV-SNAP-BALANCE
              END-IF
           END-IF.

           MOVE HV-COUNTRY TO WS-XA-COUNTRY.
           MOVE HV-SORTCODE TO WS-XA-SORTCODE.
           MOVE HV-CUSTNO TO WS-XA-CUSTNO.
           MOVE HV-ACC-NUMBER TO WS-XA-ACCNO.
           MOVE HV-ACC-TYPE TO WS-XA-ACC-TYPE.
           MOVE HV-ACC-CURRENCY TO WS-XA-CURRENCY.
           MOVE HV-SNAP-BALANCE TO WS-XA-BALANCE.
           MOVE HV-SNAP-DATE TO WS-XA-BALANCE-DATE.
           WRITE EXTRACT-RECORD FROM WS-EXTRACT-ACCOUNT.

           ADD 1 TO WS-JUR-ACCOUNTS WS-TOTAL-ACCOUNTS.
           ADD HV-SNAP-BALANCE TO WS-JUR-BALANCE.
       EOA999.
           EXIT.
