      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: MASKCLON                                                *
      *                                                                *
      * Description: Masked copy of one sort code's production data   *
      *              for loading into a test region. The customers    *
      *              (and the customer control record), their saved   *
      *              payees, the accounts, the joint owners and the   *
      *              processed transactions of the sort code are      *
      *              unloaded, and every personal value on the way -  *
      *              names, addresses, dates of birth, telephone      *
      *              numbers, email addresses, payee names - is       *
      *              replaced through MASKFUN, which holds every      *
      *              masking rule. Masking is deterministic, so the   *
      *              same person masks the same way in every table    *
      *              and in every clone taken with the same salt.     *
      *              Keys, numbers, balances and dates other than     *
      *              birth dates are copied as they are.              *
      *                                                                *
      *              The customer and payee clone files are then read *
      *              back and every personal field compared with the  *
      *              production record it came from, as are the name  *
      *              and birth date carried in the customer create    *
      *              and delete transactions. The report ends with    *
      *              the proof that no unmasked personal value was    *
      *              copied, or - return code 16 - a list of every    *
      *              field that was, by key and field name only, and  *
      *              the instruction that the clone must not be used. *
      *                                                                *
      *              An ad hoc utility, run on request for a test     *
      *              region, so it is not registered with RUNCTL.     *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        to clone (required) and yyyymmdd the date the clone is *
      *        taken as of (defaults to today).                        *
      *                                                                *
      * Output: CLONCUS1 customers, CLONPAY1 payees, CLONACC1          *
      *         accounts, CLONAJN1 joint owners, CLONPRC1 processed    *
      *         transactions, and report CLONRPT1.                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKCLON.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
                  ASSIGN TO VSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CUSTOMER-KEY
                  FILE STATUS  IS WS-CUSTOMER-STATUS.

           SELECT PAYEE-FILE
                  ASSIGN TO PAYEEFL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PAYEE-KEY
                  FILE STATUS  IS WS-PAYEE-STATUS.

           SELECT CLONE-CUSTOMER-FILE
                  ASSIGN TO CLONCUS1
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-CLONE-STATUS.

           SELECT CLONE-PAYEE-FILE
                  ASSIGN TO CLONPAY1
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-CLONE-STATUS.

           SELECT CLONE-ACCOUNT-FILE
                  ASSIGN TO CLONACC1
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-CLONE-STATUS.

           SELECT CLONE-JOINT-FILE
                  ASSIGN TO CLONAJN1
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-CLONE-STATUS.

           SELECT CLONE-PROCTRAN-FILE
                  ASSIGN TO CLONPRC1
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-CLONE-STATUS.

           SELECT CLON-REPORT
                  ASSIGN TO CLONRPT1
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD-STRUCTURE.
           COPY CUSTOMER.

       FD  PAYEE-FILE.
       01  PAYEE-RECORD.
           COPY PAYEE.

       FD  CLONE-CUSTOMER-FILE.
       01  CLONE-CUSTOMER-LINE              PIC X(499).

       FD  CLONE-PAYEE-FILE.
       01  CLONE-PAYEE-LINE                 PIC X(105).

      *
      *    Account and transaction rows are unloaded column for
      *    column, amounts signed and zoned, ready for the test
      *    region's load utility.
      *
       FD  CLONE-ACCOUNT-FILE.
       01  CLONE-ACCOUNT-LINE.
           03 CLONE-ACC-EYECATCHER          PIC X(4).
           03 CLONE-ACC-CUST-NO             PIC X(10).
           03 CLONE-ACC-SORTCODE            PIC X(6).
           03 CLONE-ACC-NUMBER              PIC X(8).
           03 CLONE-ACC-TYPE                PIC X(8).
           03 CLONE-ACC-INT-RATE            PIC S9(2)V99
                                            SIGN LEADING SEPARATE.
           03 CLONE-ACC-OPENED              PIC X(10).
           03 CLONE-ACC-OVERDRAFT-LIMIT     PIC S9(9)
                                            SIGN LEADING SEPARATE.
           03 CLONE-ACC-LAST-STMT           PIC X(10).
           03 CLONE-ACC-NEXT-STMT           PIC X(10).
           03 CLONE-ACC-AVAIL-BAL           PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           03 CLONE-ACC-ACTUAL-BAL          PIC S9(10)V99
                                            SIGN LEADING SEPARATE.
           03 CLONE-ACC-CURRENCY            PIC X(3).
           03 CLONE-ACC-ACCRUED-INT         PIC S9(10)V99
                                            SIGN LEADING SEPARATE.

       FD  CLONE-JOINT-FILE.
       01  CLONE-JOINT-LINE.
           03 CLONE-AJN-SORTCODE            PIC X(6).
           03 CLONE-AJN-ACC-NUMBER          PIC X(8).
           03 CLONE-AJN-CUST-NO             PIC X(10).

       FD  CLONE-PROCTRAN-FILE.
       01  CLONE-PROCTRAN-LINE.
           03 CLONE-PRC-EYECATCHER          PIC X(4).
           03 CLONE-PRC-SORTCODE            PIC X(6).
           03 CLONE-PRC-NUMBER              PIC X(8).
           03 CLONE-PRC-DATE                PIC X(8).
           03 CLONE-PRC-TIME                PIC X(6).
           03 CLONE-PRC-REF                 PIC X(12).
           03 CLONE-PRC-TYPE                PIC X(3).
           03 CLONE-PRC-DESC                PIC X(40).
           03 CLONE-PRC-AMOUNT              PIC S9(10)V99
                                            SIGN LEADING SEPARATE.

       FD  CLON-REPORT.
       01  CLON-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE ACCJDB2 END-EXEC.
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-SORTCODE-NUM REDEFINES HV-SORTCODE PIC 9(6).
       01 HV-RUN-DATE                       PIC X(8).

       01 HOST-ACCOUNT-ROW.
          03 HV-ACC-EYECATCHER              PIC X(4).
          03 HV-ACC-CUST-NO                 PIC X(10).
          03 HV-ACC-SORTCODE                PIC X(6).
          03 HV-ACC-NUMBER                  PIC X(8).
          03 HV-ACC-TYPE                    PIC X(8).
          03 HV-ACC-INT-RATE                PIC S9(2)V99 COMP-3.
          03 HV-ACC-OPENED                  PIC X(10).
          03 HV-ACC-OVERDRAFT-LIMIT         PIC S9(9) COMP.
          03 HV-ACC-LAST-STMT               PIC X(10).
          03 HV-ACC-NEXT-STMT               PIC X(10).
          03 HV-ACC-AVAIL-BAL               PIC S9(10)V99 COMP-3.
          03 HV-ACC-ACTUAL-BAL              PIC S9(10)V99 COMP-3.
          03 HV-ACC-CURRENCY                PIC X(3).
          03 HV-ACC-ACCRUED-INT             PIC S9(10)V99 COMP-3.

       01 HOST-ACCJOINT-ROW.
          03 HV-AJN-SORTCODE                PIC X(6).
          03 HV-AJN-ACC-NUMBER              PIC X(8).
          03 HV-AJN-CUST-NO                 PIC X(10).

       01 HOST-PROCTRAN-ROW.
          03 HV-PRC-EYECATCHER              PIC X(4).
          03 HV-PRC-SORTCODE                PIC X(6).
          03 HV-PRC-NUMBER                  PIC X(8).
          03 HV-PRC-DATE                    PIC X(8).
          03 HV-PRC-TIME                    PIC X(6).
          03 HV-PRC-REF                     PIC X(12).
          03 HV-PRC-TYPE                    PIC X(3).
             88 HV-PRC-CUSTOMER-TYPE        VALUE 'OCC' 'ODC'
                                                  'ICC' 'IDC'.
          03 HV-PRC-DESC                    PIC X(40).
          03 HV-PRC-AMOUNT                  PIC S9(10)V99 COMP-3.

      *
      *    The customer create and delete transactions carry the
      *    customer's number, the first 14 characters of the name
      *    and the birth date as DD/MM/YYYY (see CRECUST, DELCUS).
      *
       01 WS-PRC-CUSTOMER-DESC.
          03 WS-PRC-DESC-SORTCODE           PIC X(6).
          03 WS-PRC-DESC-CUSTNO             PIC X(10).
          03 WS-PRC-DESC-CUSTNO-NUM REDEFINES WS-PRC-DESC-CUSTNO
                                            PIC 9(10).
          03 WS-PRC-DESC-NAME               PIC X(14).
          03 WS-PRC-DESC-DOB.
             05 WS-PRC-DESC-DOB-DD          PIC XX.
             05 FILLER                      PIC X.
             05 WS-PRC-DESC-DOB-MM          PIC XX.
             05 FILLER                      PIC X.
             05 WS-PRC-DESC-DOB-YYYY        PIC X(4).

       01 WS-DOB-DDMMYYYY.
          03 WS-DOB-DD                      PIC XX.
          03 WS-DOB-MM                      PIC XX.
          03 WS-DOB-YYYY                    PIC X(4).

      *
      *    The clone of the record in hand, masked in place, and
      *    read back into the same area for the proof.
      *
       01 CLONE-CUSTOMER.
           COPY CUSTOMER.

       01 CLONE-PAYEE.
           COPY PAYEE.

       01 WS-CUSTOMER-STATUS                PIC XX.
          88 WS-CUSTOMER-OK                 VALUE '00'.
          88 WS-CUSTOMER-NOTFND             VALUE '23'.
       01 WS-PAYEE-STATUS                   PIC XX.
          88 WS-PAYEE-OK                    VALUE '00'.
          88 WS-PAYEE-NOTFND                VALUE '23'.
       01 WS-CLONE-STATUS                   PIC XX.
          88 WS-CLONE-OK                    VALUE '00'.

       01 WS-TODAY                          PIC 9(8).

       01 WS-READING-SW                     PIC X VALUE 'Y'.
          88 WS-STILL-READING               VALUE 'Y'.
       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.
       01 WS-CLONE-FAILED-SW                PIC X VALUE 'N'.
          88 WS-CLONE-FAILED                VALUE 'Y'.

       01 WS-CUSTOMERS-CLONED               PIC 9(9) VALUE 0.
       01 WS-PAYEES-CLONED                  PIC 9(9) VALUE 0.
       01 WS-ACCOUNTS-CLONED                PIC 9(9) VALUE 0.
       01 WS-JOINTS-CLONED                  PIC 9(9) VALUE 0.
       01 WS-PROCTRAN-CLONED                PIC 9(9) VALUE 0.
       01 WS-PROCTRAN-MASKED                PIC 9(9) VALUE 0.

       01 WS-FIELDS-PROVED                  PIC 9(9) VALUE 0.
       01 WS-UNMASKED-FOUND                 PIC 9(9) VALUE 0.
       01 WS-NOT-TRACED                     PIC 9(9) VALUE 0.

      *
      *    Values masked, by MASKFUN class.
      *
       01 WS-CLASS-CODES                    PIC X(12)
             VALUE 'GFIYORSWPBNE'.
       01 WS-CLASS-NAME-LIST.
          03 FILLER PIC X(24) VALUE 'GIVEN NAMES'.
          03 FILLER PIC X(24) VALUE 'FAMILY NAMES'.
          03 FILLER PIC X(24) VALUE 'INITIALS'.
          03 FILLER PIC X(24) VALUE 'PAYEE NAMES'.
          03 FILLER PIC X(24) VALUE 'ORGANISATION NAMES'.
          03 FILLER PIC X(24) VALUE 'REGISTRATION NUMBERS'.
          03 FILLER PIC X(24) VALUE 'STREET ADDRESSES'.
          03 FILLER PIC X(24) VALUE 'DISTRICTS AND TOWNS'.
          03 FILLER PIC X(24) VALUE 'POSTCODES'.
          03 FILLER PIC X(24) VALUE 'DATES OF BIRTH'.
          03 FILLER PIC X(24) VALUE 'TELEPHONE NUMBERS'.
          03 FILLER PIC X(24) VALUE 'EMAIL ADDRESSES'.
       01 WS-CLASS-NAME-TABLE REDEFINES WS-CLASS-NAME-LIST.
          03 WS-CLASS-NAME                  PIC X(24) OCCURS 12.
       01 WS-CLASS-COUNT-TABLE.
          03 WS-CLASS-COUNT                 PIC 9(9) OCCURS 12.
       01 WS-CLASS-SUB                      PIC 9(4) COMP.

      * One personal field of a clone against its production value.
       01 WS-PROOF-FIELD-NAME               PIC X(20).
       01 WS-PROOF-CLONE-VALUE              PIC X(60).
       01 WS-PROOF-PROD-VALUE               PIC X(60).
       01 WS-PROOF-KEY                      PIC X(20).

       01 WS-PRINT-COUNT                    PIC Z(8)9.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

      * The masking rules (see MASKFUN).
       01 MASKFUN-AREA.
           COPY MASKFUNA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
           05 PARM                          PIC X(256).

       PROCEDURE DIVISION USING PARM-BUFFER.
       PREMIERE SECTION.
       A010.
           OPEN OUTPUT CLON-REPORT.

           PERFORM GET-RUN-PARMS.

           IF HV-SORTCODE-NUM IS NOT NUMERIC
              MOVE 'NO SORT CODE GIVEN IN THE PARM - NOTHING CLONED'
                 TO CLON-REPORT-LINE
              WRITE CLON-REPORT-LINE
              CLOSE CLON-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO CLON-REPORT-LINE
           STRING 'MASKED TEST DATA CLONE - SORT CODE '
               DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' AS OF ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO CLON-REPORT-LINE
           END-STRING
           WRITE CLON-REPORT-LINE.

           INITIALIZE WS-CLASS-COUNT-TABLE.

           PERFORM CLONE-CUSTOMERS.

           IF WS-CLONE-FAILED
              GO TO A090
           END-IF.

           PERFORM CLONE-PAYEES.

           IF WS-CLONE-FAILED
              GO TO A090
           END-IF.

           PERFORM CLONE-ACCOUNTS.

           IF WS-CLONE-FAILED
              GO TO A090
           END-IF.

           PERFORM CLONE-JOINT-OWNERS.

           IF WS-CLONE-FAILED
              GO TO A090
           END-IF.

           PERFORM CLONE-PROCTRAN.

           IF WS-CLONE-FAILED
              GO TO A090
           END-IF.

           PERFORM PRINT-CLONE-COUNTS.

           MOVE SPACES TO CLON-REPORT-LINE.
           WRITE CLON-REPORT-LINE.
           MOVE 'PROOF - EVERY PERSONAL FIELD CLONED AGAINST PRODUCTION'
              TO CLON-REPORT-LINE.
           WRITE CLON-REPORT-LINE.

           PERFORM PROVE-CUSTOMERS.
           PERFORM PROVE-PAYEES.
           PERFORM PROVE-PROCTRAN.

           MOVE WS-FIELDS-PROVED TO WS-PRINT-COUNT.
           MOVE SPACES TO CLON-REPORT-LINE
           STRING 'PERSONAL FIELDS COMPARED        ' DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               INTO CLON-REPORT-LINE
           END-STRING
           WRITE CLON-REPORT-LINE.

           MOVE WS-NOT-TRACED TO WS-PRINT-COUNT.
           MOVE SPACES TO CLON-REPORT-LINE
           STRING 'CLONED RECORDS NOT TRACED       ' DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               INTO CLON-REPORT-LINE
           END-STRING
           WRITE CLON-REPORT-LINE.

           MOVE WS-UNMASKED-FOUND TO WS-PRINT-COUNT.
           MOVE SPACES TO CLON-REPORT-LINE
           STRING 'UNMASKED PERSONAL VALUES FOUND  ' DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               INTO CLON-REPORT-LINE
           END-STRING
           WRITE CLON-REPORT-LINE.

       A090.
           EVALUATE TRUE
              WHEN WS-CLONE-FAILED
                 MOVE 'CLONE FAILED - THE CLONE FILES MUST NOT BE USED'
                    TO CLON-REPORT-LINE
                 MOVE 16 TO RETURN-CODE
              WHEN WS-UNMASKED-FOUND > 0
              WHEN WS-NOT-TRACED > 0
                 MOVE
                 'PROOF FAILED - THE CLONE FILES MUST NOT BE USED'
                    TO CLON-REPORT-LINE
                 MOVE 16 TO RETURN-CODE
              WHEN OTHER
                 MOVE 'NO UNMASKED PERSONAL VALUE WAS COPIED'
                    TO CLON-REPORT-LINE
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           WRITE CLON-REPORT-LINE.

           CLOSE CLON-REPORT.

           GOBACK.

       A999.
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
      * Pass the value in MASK-VALUE-IN through MASKFUN under the
      * class in MASK-CLASS, counting it against the class if there
      * was anything to mask.
      *----------------------------------------------------------------
       MASK-ONE-VALUE SECTION.
       MOV010.
           CALL 'MASKFUN' USING MASKFUN-AREA.

           IF MASK-VALUE-IN = SPACES
              GO TO MOV999
           END-IF.

           MOVE 1 TO WS-CLASS-SUB.

           PERFORM UNTIL WS-CLASS-SUB > 12
                      OR WS-CLASS-CODES(WS-CLASS-SUB:1) = MASK-CLASS
              ADD 1 TO WS-CLASS-SUB
           END-PERFORM.

           IF WS-CLASS-SUB NOT > 12
              ADD 1 TO WS-CLASS-COUNT(WS-CLASS-SUB)
           END-IF.
       MOV999.
           EXIT.

      *----------------------------------------------------------------
      * The customer control record first - it carries counts, not
      * people, so the test region numbers new customers on from
      * where production is - then every customer of the sort code
      * in key order.
      *----------------------------------------------------------------
       CLONE-CUSTOMERS SECTION.
       CLC010.
           OPEN INPUT CUSTOMER-FILE.

           IF NOT WS-CUSTOMER-OK
              MOVE SPACES TO CLON-REPORT-LINE
              STRING 'UNABLE TO OPEN CUSTOMER FILE STATUS='
                  DELIMITED BY SIZE
                  WS-CUSTOMER-STATUS DELIMITED BY SIZE
                  INTO CLON-REPORT-LINE
              END-STRING
              WRITE CLON-REPORT-LINE
              MOVE 'Y' TO WS-CLONE-FAILED-SW
              GO TO CLC999
           END-IF.

           OPEN OUTPUT CLONE-CUSTOMER-FILE.

           IF NOT WS-CLONE-OK
              MOVE SPACES TO CLON-REPORT-LINE
              STRING 'UNABLE TO OPEN CLONCUS1 STATUS='
                  DELIMITED BY SIZE
                  WS-CLONE-STATUS DELIMITED BY SIZE
                  INTO CLON-REPORT-LINE
              END-STRING
              WRITE CLON-REPORT-LINE
              MOVE 'Y' TO WS-CLONE-FAILED-SW
              CLOSE CUSTOMER-FILE
              GO TO CLC999
           END-IF.

           MOVE 0 TO CUSTOMER-SORTCODE OF CUSTOMER-RECORD-STRUCTURE.
           MOVE 9999999999
              TO CUSTOMER-NUMBER OF CUSTOMER-RECORD-STRUCTURE.

           READ CUSTOMER-FILE
              INVALID KEY
                 CONTINUE
           END-READ.

           IF WS-CUSTOMER-OK
              WRITE CLONE-CUSTOMER-LINE
                 FROM CUSTOMER-RECORD OF CUSTOMER-RECORD-STRUCTURE
           END-IF.

           MOVE HV-SORTCODE-NUM
              TO CUSTOMER-SORTCODE OF CUSTOMER-RECORD-STRUCTURE.
           MOVE 0 TO CUSTOMER-NUMBER OF CUSTOMER-RECORD-STRUCTURE.
           MOVE 'Y' TO WS-READING-SW.

           START CUSTOMER-FILE KEY IS NOT LESS THAN
                 CUSTOMER-KEY OF CUSTOMER-RECORD-STRUCTURE
              INVALID KEY
                 MOVE 'N' TO WS-READING-SW
           END-START.

           PERFORM UNTIL NOT WS-STILL-READING
              READ CUSTOMER-FILE NEXT RECORD
                 AT END
                    MOVE 'N' TO WS-READING-SW
              END-READ
              IF WS-STILL-READING
                 EVALUATE TRUE
                    WHEN NOT WS-CUSTOMER-OK
                       MOVE SPACES TO CLON-REPORT-LINE
                       STRING 'CUSTOMER READ FAILED STATUS='
                           DELIMITED BY SIZE
                           WS-CUSTOMER-STATUS DELIMITED BY SIZE
                           INTO CLON-REPORT-LINE
                       END-STRING
                       WRITE CLON-REPORT-LINE
                       MOVE 'Y' TO WS-CLONE-FAILED-SW
                       MOVE 'N' TO WS-READING-SW
                    WHEN CUSTOMER-SORTCODE OF
                            CUSTOMER-RECORD-STRUCTURE
                            NOT = HV-SORTCODE-NUM
                       MOVE 'N' TO WS-READING-SW
                    WHEN OTHER
                       PERFORM CLONE-ONE-CUSTOMER
                 END-EVALUATE
              END-IF
           END-PERFORM.

           CLOSE CLONE-CUSTOMER-FILE.
           CLOSE CUSTOMER-FILE.
       CLC999.
           EXIT.

       CLONE-ONE-CUSTOMER SECTION.
       COC010.
           MOVE CUSTOMER-RECORD OF CUSTOMER-RECORD-STRUCTURE
              TO CUSTOMER-RECORD OF CLONE-CUSTOMER.

           IF CUSTOMER-ORGANISATION OF CLONE-CUSTOMER
              MOVE 'O' TO MASK-CLASS
              MOVE CUSTOMER-NAME OF CLONE-CUSTOMER TO MASK-VALUE-IN
              PERFORM MASK-ONE-VALUE
              MOVE MASK-VALUE-OUT TO CUSTOMER-NAME OF CLONE-CUSTOMER
           ELSE
              MOVE 'G' TO MASK-CLASS
              MOVE CUSTOMER-GIVEN-NAME OF CLONE-CUSTOMER
                 TO MASK-VALUE-IN
              PERFORM MASK-ONE-VALUE
              MOVE MASK-VALUE-OUT
                 TO CUSTOMER-GIVEN-NAME OF CLONE-CUSTOMER

              MOVE 'I' TO MASK-CLASS
              MOVE CUSTOMER-INITIALS OF CLONE-CUSTOMER
                 TO MASK-VALUE-IN
              PERFORM MASK-ONE-VALUE
              MOVE MASK-VALUE-OUT
                 TO CUSTOMER-INITIALS OF CLONE-CUSTOMER

              MOVE 'F' TO MASK-CLASS
              MOVE CUSTOMER-FAMILY-NAME OF CLONE-CUSTOMER
                 TO MASK-VALUE-IN
              PERFORM MASK-ONE-VALUE
              MOVE MASK-VALUE-OUT
                 TO CUSTOMER-FAMILY-NAME OF CLONE-CUSTOMER

              MOVE 'B' TO MASK-CLASS
              MOVE CUSTOMER-DATE-OF-BIRTH OF CLONE-CUSTOMER
                 TO MASK-VALUE-IN
              PERFORM MASK-ONE-VALUE
              MOVE MASK-VALUE-OUT(1:8)
                 TO CUSTOMER-DATE-OF-BIRTH OF CLONE-CUSTOMER
           END-IF.

           MOVE 'O' TO MASK-CLASS.
           MOVE CUSTOMER-LEGAL-NAME OF CLONE-CUSTOMER TO MASK-VALUE-IN.
           PERFORM MASK-ONE-VALUE.
           MOVE MASK-VALUE-OUT TO CUSTOMER-LEGAL-NAME OF CLONE-CUSTOMER.

           MOVE 'O' TO MASK-CLASS.
           MOVE CUSTOMER-TRADING-NAME OF CLONE-CUSTOMER
              TO MASK-VALUE-IN.
           PERFORM MASK-ONE-VALUE.
           MOVE MASK-VALUE-OUT
              TO CUSTOMER-TRADING-NAME OF CLONE-CUSTOMER.

           MOVE 'R' TO MASK-CLASS.
           MOVE CUSTOMER-REGISTRATION-NO OF CLONE-CUSTOMER
              TO MASK-VALUE-IN.
           PERFORM MASK-ONE-VALUE.
           MOVE MASK-VALUE-OUT
              TO CUSTOMER-REGISTRATION-NO OF CLONE-CUSTOMER.

           MOVE 'S' TO MASK-CLASS.
           MOVE CUSTOMER-STREET-ADDRESS OF CLONE-CUSTOMER
              TO MASK-VALUE-IN.
           PERFORM MASK-ONE-VALUE.
           MOVE MASK-VALUE-OUT
              TO CUSTOMER-STREET-ADDRESS OF CLONE-CUSTOMER.

           MOVE 'W' TO MASK-CLASS.
           MOVE CUSTOMER-ADDRESS-DISTRICT OF CLONE-CUSTOMER
              TO MASK-VALUE-IN.
           PERFORM MASK-ONE-VALUE.
           MOVE MASK-VALUE-OUT
              TO CUSTOMER-ADDRESS-DISTRICT OF CLONE-CUSTOMER.

           MOVE 'W' TO MASK-CLASS.
           MOVE CUSTOMER-ADDRESS-TOWN OF CLONE-CUSTOMER
              TO MASK-VALUE-IN.
           PERFORM MASK-ONE-VALUE.
           MOVE MASK-VALUE-OUT
              TO CUSTOMER-ADDRESS-TOWN OF CLONE-CUSTOMER.

           MOVE 'P' TO MASK-CLASS.
           MOVE CUSTOMER-POSTCODE-OR-ZIP OF CLONE-CUSTOMER
              TO MASK-VALUE-IN.
           PERFORM MASK-ONE-VALUE.
           MOVE MASK-VALUE-OUT
              TO CUSTOMER-POSTCODE-OR-ZIP OF CLONE-CUSTOMER.

           MOVE 'N' TO MASK-CLASS.
           MOVE CUSTOMER-PHONE OF CLONE-CUSTOMER TO MASK-VALUE-IN.
           PERFORM MASK-ONE-VALUE.
           MOVE MASK-VALUE-OUT TO CUSTOMER-PHONE OF CLONE-CUSTOMER.

           MOVE 'N' TO MASK-CLASS.
           MOVE CUSTOMER-MOBILE OF CLONE-CUSTOMER TO MASK-VALUE-IN.
           PERFORM MASK-ONE-VALUE.
           MOVE MASK-VALUE-OUT TO CUSTOMER-MOBILE OF CLONE-CUSTOMER.

           MOVE 'E' TO MASK-CLASS.
           MOVE CUSTOMER-EMAIL OF CLONE-CUSTOMER TO MASK-VALUE-IN.
           PERFORM MASK-ONE-VALUE.
           MOVE MASK-VALUE-OUT TO CUSTOMER-EMAIL OF CLONE-CUSTOMER.

           WRITE CLONE-CUSTOMER-LINE FROM CUSTOMER-RECORD OF
              CLONE-CUSTOMER.

           IF NOT WS-CLONE-OK
              MOVE SPACES TO CLON-REPORT-LINE
              STRING 'CLONCUS1 WRITE FAILED STATUS='
                  DELIMITED BY SIZE
                  WS-CLONE-STATUS DELIMITED BY SIZE
                  INTO CLON-REPORT-LINE
              END-STRING
              WRITE CLON-REPORT-LINE
              MOVE 'Y' TO WS-CLONE-FAILED-SW
              MOVE 'N' TO WS-READING-SW
              GO TO COC999
           END-IF.

           ADD 1 TO WS-CUSTOMERS-CLONED.
       COC999.
           EXIT.

      *----------------------------------------------------------------
      * Every saved payee of the sort code's customers. The payee
      * name is a person's or a business's own name, and the
      * nickname is whatever the customer calls them - both masked.
      *----------------------------------------------------------------
       CLONE-PAYEES SECTION.
       CLP010.
           OPEN INPUT PAYEE-FILE.

           IF NOT WS-PAYEE-OK
              MOVE SPACES TO CLON-REPORT-LINE
              STRING 'UNABLE TO OPEN PAYEE FILE STATUS='
                  DELIMITED BY SIZE
                  WS-PAYEE-STATUS DELIMITED BY SIZE
                  INTO CLON-REPORT-LINE
              END-STRING
              WRITE CLON-REPORT-LINE
              MOVE 'Y' TO WS-CLONE-FAILED-SW
              GO TO CLP999
           END-IF.

           OPEN OUTPUT CLONE-PAYEE-FILE.

           IF NOT WS-CLONE-OK
              MOVE SPACES TO CLON-REPORT-LINE
              STRING 'UNABLE TO OPEN CLONPAY1 STATUS='
                  DELIMITED BY SIZE
                  WS-CLONE-STATUS DELIMITED BY SIZE
                  INTO CLON-REPORT-LINE
              END-STRING
              WRITE CLON-REPORT-LINE
              MOVE 'Y' TO WS-CLONE-FAILED-SW
              CLOSE PAYEE-FILE
              GO TO CLP999
           END-IF.

           MOVE HV-SORTCODE-NUM TO PAYEE-SORTCODE OF PAYEE-RECORD.
           MOVE 0 TO PAYEE-CUSTNO OF PAYEE-RECORD.
           MOVE 0 TO PAYEE-SEQ OF PAYEE-RECORD.
           MOVE 'Y' TO WS-READING-SW.

           START PAYEE-FILE KEY IS NOT LESS THAN
                 PAYEE-KEY OF PAYEE-RECORD
              INVALID KEY
                 MOVE 'N' TO WS-READING-SW
           END-START.

           PERFORM UNTIL NOT WS-STILL-READING
              READ PAYEE-FILE NEXT RECORD
                 AT END
                    MOVE 'N' TO WS-READING-SW
              END-READ
              IF WS-STILL-READING
                 EVALUATE TRUE
                    WHEN NOT WS-PAYEE-OK
                       MOVE SPACES TO CLON-REPORT-LINE
                       STRING 'PAYEE READ FAILED STATUS='
                           DELIMITED BY SIZE
                           WS-PAYEE-STATUS DELIMITED BY SIZE
                           INTO CLON-REPORT-LINE
                       END-STRING
                       WRITE CLON-REPORT-LINE
                       MOVE 'Y' TO WS-CLONE-FAILED-SW
                       MOVE 'N' TO WS-READING-SW
                    WHEN PAYEE-SORTCODE OF PAYEE-RECORD
                            NOT = HV-SORTCODE-NUM
                       MOVE 'N' TO WS-READING-SW
                    WHEN OTHER
                       PERFORM CLONE-ONE-PAYEE
                 END-EVALUATE
              END-IF
           END-PERFORM.

           CLOSE CLONE-PAYEE-FILE.
           CLOSE PAYEE-FILE.
       CLP999.
           EXIT.

       CLONE-ONE-PAYEE SECTION.
       COP010.
           MOVE PAYEE-RECORD TO CLONE-PAYEE.

           MOVE 'Y' TO MASK-CLASS.
           MOVE PAYEE-NAME OF CLONE-PAYEE TO MASK-VALUE-IN.
           PERFORM MASK-ONE-VALUE.
           MOVE MASK-VALUE-OUT TO PAYEE-NAME OF CLONE-PAYEE.

           MOVE 'G' TO MASK-CLASS.
           MOVE PAYEE-NICKNAME OF CLONE-PAYEE TO MASK-VALUE-IN.
           PERFORM MASK-ONE-VALUE.
           MOVE MASK-VALUE-OUT TO PAYEE-NICKNAME OF CLONE-PAYEE.

           WRITE CLONE-PAYEE-LINE FROM CLONE-PAYEE.

           IF NOT WS-CLONE-OK
              MOVE SPACES TO CLON-REPORT-LINE
              STRING 'CLONPAY1 WRITE FAILED STATUS='
                  DELIMITED BY SIZE
                  WS-CLONE-STATUS DELIMITED BY SIZE
                  INTO CLON-REPORT-LINE
              END-STRING
              WRITE CLON-REPORT-LINE
              MOVE 'Y' TO WS-CLONE-FAILED-SW
              MOVE 'N' TO WS-READING-SW
              GO TO COP999
           END-IF.

           ADD 1 TO WS-PAYEES-CLONED.
       COP999.
           EXIT.

      *----------------------------------------------------------------
      * Accounts carry no personal value - copied as they are.
      *----------------------------------------------------------------
       CLONE-ACCOUNTS SECTION.
       CLA010.
           OPEN OUTPUT CLONE-ACCOUNT-FILE.

           IF NOT WS-CLONE-OK
              MOVE SPACES TO CLON-REPORT-LINE
              STRING 'UNABLE TO OPEN CLONACC1 STATUS='
                  DELIMITED BY SIZE
                  WS-CLONE-STATUS DELIMITED BY SIZE
                  INTO CLON-REPORT-LINE
              END-STRING
              WRITE CLON-REPORT-LINE
              MOVE 'Y' TO WS-CLONE-FAILED-SW
              GO TO CLA999
           END-IF.

           EXEC SQL
              DECLARE ACC_CSR CURSOR FOR
                 SELECT ACCOUNT_EYECATCHER,
                        ACCOUNT_CUSTOMER_NUMBER,
                        ACCOUNT_SORTCODE,
                        ACCOUNT_NUMBER,
                        ACCOUNT_TYPE,
                        ACCOUNT_INTEREST_RATE,
                        ACCOUNT_OPENED,
                        ACCOUNT_OVERDRAFT_LIMIT,
                        ACCOUNT_LAST_STATEMENT,
                        ACCOUNT_NEXT_STATEMENT,
                        ACCOUNT_AVAILABLE_BALANCE,
                        ACCOUNT_ACTUAL_BALANCE,
                        ACCOUNT_CURRENCY_CODE,
                        ACCOUNT_ACCRUED_INTEREST
                 FROM ACCOUNT
                 WHERE ACCOUNT_SORTCODE = :HV-SORTCODE
                 ORDER BY ACCOUNT_NUMBER
           END-EXEC.

           EXEC SQL OPEN ACC_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              MOVE SPACES TO CLON-REPORT-LINE
              STRING 'UNABLE TO OPEN ACC_CSR SQLCODE='
                  DELIMITED BY SIZE
                  SQLCODE-DISPLAY DELIMITED BY SIZE
                  INTO CLON-REPORT-LINE
              END-STRING
              WRITE CLON-REPORT-LINE
              MOVE 'Y' TO WS-CLONE-FAILED-SW
              CLOSE CLONE-ACCOUNT-FILE
              GO TO CLA999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM UNTIL WS-EOF
              EXEC SQL
                 FETCH ACC_CSR
                 INTO :HV-ACC-EYECATCHER,
                      :HV-ACC-CUST-NO,
                      :HV-ACC-SORTCODE,
                      :HV-ACC-NUMBER,
                      :HV-ACC-TYPE,
                      :HV-ACC-INT-RATE,
                      :HV-ACC-OPENED,
                      :HV-ACC-OVERDRAFT-LIMIT,
                      :HV-ACC-LAST-STMT,
                      :HV-ACC-NEXT-STMT,
                      :HV-ACC-AVAIL-BAL,
                      :HV-ACC-ACTUAL-BAL,
                      :HV-ACC-CURRENCY,
                      :HV-ACC-ACCRUED-INT
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE HV-ACC-EYECATCHER TO CLONE-ACC-EYECATCHER
                    MOVE HV-ACC-CUST-NO TO CLONE-ACC-CUST-NO
                    MOVE HV-ACC-SORTCODE TO CLONE-ACC-SORTCODE
                    MOVE HV-ACC-NUMBER TO CLONE-ACC-NUMBER
                    MOVE HV-ACC-TYPE TO CLONE-ACC-TYPE
                    MOVE HV-ACC-INT-RATE TO CLONE-ACC-INT-RATE
                    MOVE HV-ACC-OPENED TO CLONE-ACC-OPENED
                    MOVE HV-ACC-OVERDRAFT-LIMIT
                       TO CLONE-ACC-OVERDRAFT-LIMIT
                    MOVE HV-ACC-LAST-STMT TO CLONE-ACC-LAST-STMT
                    MOVE HV-ACC-NEXT-STMT TO CLONE-ACC-NEXT-STMT
                    MOVE HV-ACC-AVAIL-BAL TO CLONE-ACC-AVAIL-BAL
                    MOVE HV-ACC-ACTUAL-BAL TO CLONE-ACC-ACTUAL-BAL
                    MOVE HV-ACC-CURRENCY TO CLONE-ACC-CURRENCY
                    MOVE HV-ACC-ACCRUED-INT TO CLONE-ACC-ACCRUED-INT
                    WRITE CLONE-ACCOUNT-LINE
                    ADD 1 TO WS-ACCOUNTS-CLONED
                 WHEN 100
                    MOVE 'Y' TO WS-EOF-SW
                 WHEN OTHER
                    MOVE SQLCODE TO SQLCODE-DISPLAY
                    MOVE SPACES TO CLON-REPORT-LINE
                    STRING 'ACC_CSR FETCH FAILED SQLCODE='
                        DELIMITED BY SIZE
                        SQLCODE-DISPLAY DELIMITED BY SIZE
                        INTO CLON-REPORT-LINE
                    END-STRING
                    WRITE CLON-REPORT-LINE
                    MOVE 'Y' TO WS-CLONE-FAILED-SW
                    MOVE 'Y' TO WS-EOF-SW
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE ACC_CSR END-EXEC.

           CLOSE CLONE-ACCOUNT-FILE.
       CLA999.
           EXIT.

       CLONE-JOINT-OWNERS SECTION.
       CLJ010.
           OPEN OUTPUT CLONE-JOINT-FILE.

           IF NOT WS-CLONE-OK
              MOVE SPACES TO CLON-REPORT-LINE
              STRING 'UNABLE TO OPEN CLONAJN1 STATUS='
                  DELIMITED BY SIZE
                  WS-CLONE-STATUS DELIMITED BY SIZE
                  INTO CLON-REPORT-LINE
              END-STRING
              WRITE CLON-REPORT-LINE
              MOVE 'Y' TO WS-CLONE-FAILED-SW
              GO TO CLJ999
           END-IF.

           EXEC SQL
              DECLARE AJN_CSR CURSOR FOR
                 SELECT ACCJOINT_SORTCODE,
                        ACCJOINT_ACC_NUMBER,
                        ACCJOINT_CUSTOMER_NUMBER
                 FROM ACCJOINT
                 WHERE ACCJOINT_SORTCODE = :HV-SORTCODE
                 ORDER BY ACCJOINT_ACC_NUMBER,
                          ACCJOINT_CUSTOMER_NUMBER
           END-EXEC.

           EXEC SQL OPEN AJN_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              MOVE SPACES TO CLON-REPORT-LINE
              STRING 'UNABLE TO OPEN AJN_CSR SQLCODE='
                  DELIMITED BY SIZE
                  SQLCODE-DISPLAY DELIMITED BY SIZE
                  INTO CLON-REPORT-LINE
              END-STRING
              WRITE CLON-REPORT-LINE
              MOVE 'Y' TO WS-CLONE-FAILED-SW
              CLOSE CLONE-JOINT-FILE
              GO TO CLJ999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM UNTIL WS-EOF
              EXEC SQL
                 FETCH AJN_CSR
                 INTO :HV-AJN-SORTCODE,
                      :HV-AJN-ACC-NUMBER,
                      :HV-AJN-CUST-NO
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE HV-AJN-SORTCODE TO CLONE-AJN-SORTCODE
                    MOVE HV-AJN-ACC-NUMBER TO CLONE-AJN-ACC-NUMBER
                    MOVE HV-AJN-CUST-NO TO CLONE-AJN-CUST-NO
                    WRITE CLONE-JOINT-LINE
                    ADD 1 TO WS-JOINTS-CLONED
                 WHEN 100
                    MOVE 'Y' TO WS-EOF-SW
                 WHEN OTHER
                    MOVE SQLCODE TO SQLCODE-DISPLAY
                    MOVE SPACES TO CLON-REPORT-LINE
                    STRING 'AJN_CSR FETCH FAILED SQLCODE='
                        DELIMITED BY SIZE
                        SQLCODE-DISPLAY DELIMITED BY SIZE
                        INTO CLON-REPORT-LINE
                    END-STRING
                    WRITE CLON-REPORT-LINE
                    MOVE 'Y' TO WS-CLONE-FAILED-SW
                    MOVE 'Y' TO WS-EOF-SW
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE AJN_CSR END-EXEC.

           CLOSE CLONE-JOINT-FILE.
       CLJ999.
           EXIT.

      *----------------------------------------------------------------
      * Processed transactions as they are, except the customer
      * create and delete rows, whose description carries the
      * customer's name and date of birth.
      *----------------------------------------------------------------
       CLONE-PROCTRAN SECTION.
       CLT010.
           OPEN OUTPUT CLONE-PROCTRAN-FILE.

           IF NOT WS-CLONE-OK
              MOVE SPACES TO CLON-REPORT-LINE
              STRING 'UNABLE TO OPEN CLONPRC1 STATUS='
                  DELIMITED BY SIZE
                  WS-CLONE-STATUS DELIMITED BY SIZE
                  INTO CLON-REPORT-LINE
              END-STRING
              WRITE CLON-REPORT-LINE
              MOVE 'Y' TO WS-CLONE-FAILED-SW
              GO TO CLT999
           END-IF.

           EXEC SQL
              DECLARE PRC_CSR CURSOR FOR
                 SELECT PROCTRAN_EYECATCHER,
                        PROCTRAN_SORTCODE,
                        PROCTRAN_NUMBER,
                        PROCTRAN_DATE,
                        PROCTRAN_TIME,
                        PROCTRAN_REF,
                        PROCTRAN_TYPE,
                        PROCTRAN_DESC,
                        PROCTRAN_AMOUNT
                 FROM PROCTRAN
                 WHERE PROCTRAN_SORTCODE = :HV-SORTCODE
                 ORDER BY PROCTRAN_NUMBER, PROCTRAN_DATE,
                          PROCTRAN_TIME
           END-EXEC.

           EXEC SQL OPEN PRC_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              MOVE SPACES TO CLON-REPORT-LINE
              STRING 'UNABLE TO OPEN PRC_CSR SQLCODE='
                  DELIMITED BY SIZE
                  SQLCODE-DISPLAY DELIMITED BY SIZE
                  INTO CLON-REPORT-LINE
              END-STRING
              WRITE CLON-REPORT-LINE
              MOVE 'Y' TO WS-CLONE-FAILED-SW
              CLOSE CLONE-PROCTRAN-FILE
              GO TO CLT999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM UNTIL WS-EOF
              EXEC SQL
                 FETCH PRC_CSR
                 INTO :HV-PRC-EYECATCHER,
                      :HV-PRC-SORTCODE,
                      :HV-PRC-NUMBER,
                      :HV-PRC-DATE,
                      :HV-PRC-TIME,
                      :HV-PRC-REF,
                      :HV-PRC-TYPE,
                      :HV-PRC-DESC,
                      :HV-PRC-AMOUNT
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    PERFORM CLONE-ONE-PROCTRAN
                 WHEN 100
                    MOVE 'Y' TO WS-EOF-SW
                 WHEN OTHER
                    MOVE SQLCODE TO SQLCODE-DISPLAY
                    MOVE SPACES TO CLON-REPORT-LINE
                    STRING 'PRC_CSR FETCH FAILED SQLCODE='
                        DELIMITED BY SIZE
                        SQLCODE-DISPLAY DELIMITED BY SIZE
                        INTO CLON-REPORT-LINE
                    END-STRING
                    WRITE CLON-REPORT-LINE
                    MOVE 'Y' TO WS-CLONE-FAILED-SW
                    MOVE 'Y' TO WS-EOF-SW
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE PRC_CSR END-EXEC.

           CLOSE CLONE-PROCTRAN-FILE.
       CLT999.
           EXIT.

       CLONE-ONE-PROCTRAN SECTION.
       COT010.
           MOVE HV-PRC-EYECATCHER TO CLONE-PRC-EYECATCHER.
           MOVE HV-PRC-SORTCODE TO CLONE-PRC-SORTCODE.
           MOVE HV-PRC-NUMBER TO CLONE-PRC-NUMBER.
           MOVE HV-PRC-DATE TO CLONE-PRC-DATE.
           MOVE HV-PRC-TIME TO CLONE-PRC-TIME.
           MOVE HV-PRC-REF TO CLONE-PRC-REF.
           MOVE HV-PRC-TYPE TO CLONE-PRC-TYPE.
           MOVE HV-PRC-DESC TO CLONE-PRC-DESC.
           MOVE HV-PRC-AMOUNT TO CLONE-PRC-AMOUNT.

           IF NOT HV-PRC-CUSTOMER-TYPE
              GO TO COT090
           END-IF.

           MOVE HV-PRC-DESC TO WS-PRC-CUSTOMER-DESC.

           MOVE 'Y' TO MASK-CLASS.
           MOVE WS-PRC-DESC-NAME TO MASK-VALUE-IN.
           PERFORM MASK-ONE-VALUE.
           MOVE MASK-VALUE-OUT TO WS-PRC-DESC-NAME.

      *
      *    Masked through the same DDMMYYYY form as the customer
      *    record, so both carry the same fake birth date.
      *
           MOVE WS-PRC-DESC-DOB-DD TO WS-DOB-DD.
           MOVE WS-PRC-DESC-DOB-MM TO WS-DOB-MM.
           MOVE WS-PRC-DESC-DOB-YYYY TO WS-DOB-YYYY.

           MOVE 'B' TO MASK-CLASS.
           MOVE WS-DOB-DDMMYYYY TO MASK-VALUE-IN.
           PERFORM MASK-ONE-VALUE.
           MOVE MASK-VALUE-OUT(1:8) TO WS-DOB-DDMMYYYY.

           IF WS-PRC-DESC-DOB NOT = SPACES
              MOVE WS-DOB-DD TO WS-PRC-DESC-DOB-DD
              MOVE WS-DOB-MM TO WS-PRC-DESC-DOB-MM
              MOVE WS-DOB-YYYY TO WS-PRC-DESC-DOB-YYYY
           END-IF.

           MOVE WS-PRC-CUSTOMER-DESC TO CLONE-PRC-DESC.
           ADD 1 TO WS-PROCTRAN-MASKED.

       COT090.
           WRITE CLONE-PROCTRAN-LINE.
           ADD 1 TO WS-PROCTRAN-CLONED.
       COT999.
           EXIT.

      *----------------------------------------------------------------
       PRINT-CLONE-COUNTS SECTION.
       PCC010.
           MOVE SPACES TO CLON-REPORT-LINE.
           WRITE CLON-REPORT-LINE.

           MOVE WS-CUSTOMERS-CLONED TO WS-PRINT-COUNT.
           MOVE SPACES TO CLON-REPORT-LINE
           STRING 'CUSTOMERS CLONED                ' DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               INTO CLON-REPORT-LINE
           END-STRING
           WRITE CLON-REPORT-LINE.

           MOVE WS-PAYEES-CLONED TO WS-PRINT-COUNT.
           MOVE SPACES TO CLON-REPORT-LINE
           STRING 'PAYEES CLONED                   ' DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               INTO CLON-REPORT-LINE
           END-STRING
           WRITE CLON-REPORT-LINE.

           MOVE WS-ACCOUNTS-CLONED TO WS-PRINT-COUNT.
           MOVE SPACES TO CLON-REPORT-LINE
           STRING 'ACCOUNTS CLONED                 ' DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               INTO CLON-REPORT-LINE
           END-STRING
           WRITE CLON-REPORT-LINE.

           MOVE WS-JOINTS-CLONED TO WS-PRINT-COUNT.
           MOVE SPACES TO CLON-REPORT-LINE
           STRING 'JOINT OWNERS CLONED             ' DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               INTO CLON-REPORT-LINE
           END-STRING
           WRITE CLON-REPORT-LINE.

           MOVE WS-PROCTRAN-CLONED TO WS-PRINT-COUNT.
           MOVE SPACES TO CLON-REPORT-LINE
           STRING 'TRANSACTIONS CLONED             ' DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               INTO CLON-REPORT-LINE
           END-STRING
           WRITE CLON-REPORT-LINE.

           MOVE WS-PROCTRAN-MASKED TO WS-PRINT-COUNT.
           MOVE SPACES TO CLON-REPORT-LINE
           STRING '  OF WHICH CUSTOMER DETAILS MASKED'
               DELIMITED BY SIZE
               WS-PRINT-COUNT DELIMITED BY SIZE
               INTO CLON-REPORT-LINE
           END-STRING
           WRITE CLON-REPORT-LINE.

           MOVE SPACES TO CLON-REPORT-LINE.
           WRITE CLON-REPORT-LINE.
           MOVE 'VALUES MASKED' TO CLON-REPORT-LINE.
           WRITE CLON-REPORT-LINE.

           MOVE 1 TO WS-CLASS-SUB.

           PERFORM UNTIL WS-CLASS-SUB > 12
              MOVE WS-CLASS-COUNT(WS-CLASS-SUB) TO WS-PRINT-COUNT
              MOVE SPACES TO CLON-REPORT-LINE
              STRING '  ' DELIMITED BY SIZE
                  WS-CLASS-NAME(WS-CLASS-SUB) DELIMITED BY SIZE
                  '      ' DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
                  INTO CLON-REPORT-LINE
              END-STRING
              WRITE CLON-REPORT-LINE
              ADD 1 TO WS-CLASS-SUB
           END-PERFORM.
       PCC999.
           EXIT.

      *----------------------------------------------------------------
      * Read CLONCUS1 back and compare every personal field of every
      * customer with the production record of the same key. Only
      * the key and the field's name are ever printed, never a value.
      *----------------------------------------------------------------
       PROVE-CUSTOMERS SECTION.
       PVC010.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT CLONE-CUSTOMER-FILE.

           IF NOT WS-CUSTOMER-OK OR NOT WS-CLONE-OK
              MOVE 'UNABLE TO OPEN THE CUSTOMER FILES FOR THE PROOF'
                 TO CLON-REPORT-LINE
              WRITE CLON-REPORT-LINE
              ADD 1 TO WS-NOT-TRACED
              CLOSE CUSTOMER-FILE
              CLOSE CLONE-CUSTOMER-FILE
              GO TO PVC999
           END-IF.

           MOVE 'Y' TO WS-READING-SW.

           PERFORM UNTIL NOT WS-STILL-READING
              READ CLONE-CUSTOMER-FILE INTO CLONE-CUSTOMER
                 AT END
                    MOVE 'N' TO WS-READING-SW
              END-READ
              IF WS-STILL-READING
                 PERFORM PROVE-ONE-CUSTOMER
              END-IF
           END-PERFORM.

           CLOSE CLONE-CUSTOMER-FILE.
           CLOSE CUSTOMER-FILE.
       PVC999.
           EXIT.

       PROVE-ONE-CUSTOMER SECTION.
       POC010.
           MOVE CUSTOMER-KEY OF CLONE-CUSTOMER TO WS-PROOF-KEY.

           IF CUSTOMER-SORTCODE OF CLONE-CUSTOMER = 0
              AND CUSTOMER-NUMBER OF CLONE-CUSTOMER = 9999999999
              GO TO POC999
           END-IF.

           MOVE CUSTOMER-KEY OF CLONE-CUSTOMER
              TO CUSTOMER-KEY OF CUSTOMER-RECORD-STRUCTURE.

           READ CUSTOMER-FILE
              INVALID KEY
                 CONTINUE
           END-READ.

           IF NOT WS-CUSTOMER-OK
              MOVE SPACES TO CLON-REPORT-LINE
              STRING 'CLONED CUSTOMER NOT FOUND IN PRODUCTION - KEY '
                  DELIMITED BY SIZE
                  WS-PROOF-KEY DELIMITED BY SIZE
                  INTO CLON-REPORT-LINE
              END-STRING
              WRITE CLON-REPORT-LINE
              ADD 1 TO WS-NOT-TRACED
              GO TO POC999
           END-IF.

           MOVE 'CUSTOMER NAME' TO WS-PROOF-FIELD-NAME.
           MOVE CUSTOMER-NAME OF CLONE-CUSTOMER TO WS-PROOF-CLONE-VALUE.
           MOVE CUSTOMER-NAME OF CUSTOMER-RECORD-STRUCTURE
              TO WS-PROOF-PROD-VALUE.
           PERFORM PROVE-ONE-FIELD.

           MOVE 'GIVEN NAME' TO WS-PROOF-FIELD-NAME.
           MOVE CUSTOMER-GIVEN-NAME OF CLONE-CUSTOMER
              TO WS-PROOF-CLONE-VALUE.
           MOVE CUSTOMER-GIVEN-NAME OF CUSTOMER-RECORD-STRUCTURE
              TO WS-PROOF-PROD-VALUE.
           PERFORM PROVE-ONE-FIELD.

           MOVE 'INITIALS' TO WS-PROOF-FIELD-NAME.
           MOVE CUSTOMER-INITIALS OF CLONE-CUSTOMER
              TO WS-PROOF-CLONE-VALUE.
           MOVE CUSTOMER-INITIALS OF CUSTOMER-RECORD-STRUCTURE
              TO WS-PROOF-PROD-VALUE.
           PERFORM PROVE-ONE-FIELD.

           MOVE 'FAMILY NAME' TO WS-PROOF-FIELD-NAME.
           MOVE CUSTOMER-FAMILY-NAME OF CLONE-CUSTOMER
              TO WS-PROOF-CLONE-VALUE.
           MOVE CUSTOMER-FAMILY-NAME OF CUSTOMER-RECORD-STRUCTURE
              TO WS-PROOF-PROD-VALUE.
           PERFORM PROVE-ONE-FIELD.

      *
      *    An organisation's CUSTOMER-DATE-OF-BIRTH is its date of
      *    incorporation, a public record, and is cloned as it is.
      *
           IF NOT CUSTOMER-ORGANISATION OF CUSTOMER-RECORD-STRUCTURE
              MOVE 'DATE OF BIRTH' TO WS-PROOF-FIELD-NAME
              MOVE CUSTOMER-DATE-OF-BIRTH OF CLONE-CUSTOMER
                 TO WS-PROOF-CLONE-VALUE
              MOVE CUSTOMER-DATE-OF-BIRTH OF
                 CUSTOMER-RECORD-STRUCTURE TO WS-PROOF-PROD-VALUE
              PERFORM PROVE-ONE-FIELD
           END-IF.

           MOVE 'LEGAL NAME' TO WS-PROOF-FIELD-NAME.
           MOVE CUSTOMER-LEGAL-NAME OF CLONE-CUSTOMER
              TO WS-PROOF-CLONE-VALUE.
           MOVE CUSTOMER-LEGAL-NAME OF CUSTOMER-RECORD-STRUCTURE
              TO WS-PROOF-PROD-VALUE.
           PERFORM PROVE-ONE-FIELD.

           MOVE 'TRADING NAME' TO WS-PROOF-FIELD-NAME.
           MOVE CUSTOMER-TRADING-NAME OF CLONE-CUSTOMER
              TO WS-PROOF-CLONE-VALUE.
           MOVE CUSTOMER-TRADING-NAME OF CUSTOMER-RECORD-STRUCTURE
              TO WS-PROOF-PROD-VALUE.
           PERFORM PROVE-ONE-FIELD.

           MOVE 'REGISTRATION NO' TO WS-PROOF-FIELD-NAME.
           MOVE CUSTOMER-REGISTRATION-NO OF CLONE-CUSTOMER
              TO WS-PROOF-CLONE-VALUE.
           MOVE CUSTOMER-REGISTRATION-NO OF CUSTOMER-RECORD-STRUCTURE
              TO WS-PROOF-PROD-VALUE.
           PERFORM PROVE-ONE-FIELD.

           MOVE 'STREET ADDRESS' TO WS-PROOF-FIELD-NAME.
           MOVE CUSTOMER-STREET-ADDRESS OF CLONE-CUSTOMER
              TO WS-PROOF-CLONE-VALUE.
           MOVE CUSTOMER-STREET-ADDRESS OF CUSTOMER-RECORD-STRUCTURE
              TO WS-PROOF-PROD-VALUE.
           PERFORM PROVE-ONE-FIELD.

           MOVE 'DISTRICT' TO WS-PROOF-FIELD-NAME.
           MOVE CUSTOMER-ADDRESS-DISTRICT OF CLONE-CUSTOMER
              TO WS-PROOF-CLONE-VALUE.
           MOVE CUSTOMER-ADDRESS-DISTRICT OF CUSTOMER-RECORD-STRUCTURE
              TO WS-PROOF-PROD-VALUE.
           PERFORM PROVE-ONE-FIELD.

           MOVE 'TOWN' TO WS-PROOF-FIELD-NAME.
           MOVE CUSTOMER-ADDRESS-TOWN OF CLONE-CUSTOMER
              TO WS-PROOF-CLONE-VALUE.
           MOVE CUSTOMER-ADDRESS-TOWN OF CUSTOMER-RECORD-STRUCTURE
              TO WS-PROOF-PROD-VALUE.
           PERFORM PROVE-ONE-FIELD.

           MOVE 'POSTCODE' TO WS-PROOF-FIELD-NAME.
           MOVE CUSTOMER-POSTCODE-OR-ZIP OF CLONE-CUSTOMER
              TO WS-PROOF-CLONE-VALUE.
           MOVE CUSTOMER-POSTCODE-OR-ZIP OF CUSTOMER-RECORD-STRUCTURE
              TO WS-PROOF-PROD-VALUE.
           PERFORM PROVE-ONE-FIELD.

           MOVE 'PHONE' TO WS-PROOF-FIELD-NAME.
           MOVE CUSTOMER-PHONE OF CLONE-CUSTOMER
              TO WS-PROOF-CLONE-VALUE.
           MOVE CUSTOMER-PHONE OF CUSTOMER-RECORD-STRUCTURE
              TO WS-PROOF-PROD-VALUE.
           PERFORM PROVE-ONE-FIELD.

           MOVE 'MOBILE' TO WS-PROOF-FIELD-NAME.
           MOVE CUSTOMER-MOBILE OF CLONE-CUSTOMER
              TO WS-PROOF-CLONE-VALUE.
           MOVE CUSTOMER-MOBILE OF CUSTOMER-RECORD-STRUCTURE
              TO WS-PROOF-PROD-VALUE.
           PERFORM PROVE-ONE-FIELD.

           MOVE 'EMAIL' TO WS-PROOF-FIELD-NAME.
           MOVE CUSTOMER-EMAIL OF CLONE-CUSTOMER
              TO WS-PROOF-CLONE-VALUE.
           MOVE CUSTOMER-EMAIL OF CUSTOMER-RECORD-STRUCTURE
              TO WS-PROOF-PROD-VALUE.
           PERFORM PROVE-ONE-FIELD.
       POC999.
           EXIT.

      *----------------------------------------------------------------
      * A blank field has nothing to leak; a field of the clone that
      * is not blank must differ from production.
      *----------------------------------------------------------------
       PROVE-ONE-FIELD SECTION.
       POF010.
           IF WS-PROOF-PROD-VALUE = SPACES
              GO TO POF999
           END-IF.

           ADD 1 TO WS-FIELDS-PROVED.

           IF WS-PROOF-CLONE-VALUE NOT = WS-PROOF-PROD-VALUE
              GO TO POF999
           END-IF.

           ADD 1 TO WS-UNMASKED-FOUND.

           MOVE SPACES TO CLON-REPORT-LINE
           STRING 'UNMASKED VALUE COPIED - KEY ' DELIMITED BY SIZE
               WS-PROOF-KEY DELIMITED BY SIZE
               ' FIELD ' DELIMITED BY SIZE
               WS-PROOF-FIELD-NAME DELIMITED BY SIZE
               INTO CLON-REPORT-LINE
           END-STRING
           WRITE CLON-REPORT-LINE.
       POF999.
           EXIT.

      *----------------------------------------------------------------
       PROVE-PAYEES SECTION.
       PVP010.
           OPEN INPUT PAYEE-FILE.
           OPEN INPUT CLONE-PAYEE-FILE.

           IF NOT WS-PAYEE-OK OR NOT WS-CLONE-OK
              MOVE 'UNABLE TO OPEN THE PAYEE FILES FOR THE PROOF'
                 TO CLON-REPORT-LINE
              WRITE CLON-REPORT-LINE
              ADD 1 TO WS-NOT-TRACED
              CLOSE PAYEE-FILE
              CLOSE CLONE-PAYEE-FILE
              GO TO PVP999
           END-IF.

           MOVE 'Y' TO WS-READING-SW.

           PERFORM UNTIL NOT WS-STILL-READING
              READ CLONE-PAYEE-FILE INTO CLONE-PAYEE
                 AT END
                    MOVE 'N' TO WS-READING-SW
              END-READ
              IF WS-STILL-READING
                 PERFORM PROVE-ONE-PAYEE
              END-IF
           END-PERFORM.

           CLOSE CLONE-PAYEE-FILE.
           CLOSE PAYEE-FILE.
       PVP999.
           EXIT.

       PROVE-ONE-PAYEE SECTION.
       POP010.
           MOVE PAYEE-KEY OF CLONE-PAYEE TO WS-PROOF-KEY.
           MOVE PAYEE-KEY OF CLONE-PAYEE TO PAYEE-KEY OF PAYEE-RECORD.

           READ PAYEE-FILE
              INVALID KEY
                 CONTINUE
           END-READ.

           IF NOT WS-PAYEE-OK
              MOVE SPACES TO CLON-REPORT-LINE
              STRING 'CLONED PAYEE NOT FOUND IN PRODUCTION - KEY '
                  DELIMITED BY SIZE
                  WS-PROOF-KEY DELIMITED BY SIZE
                  INTO CLON-REPORT-LINE
              END-STRING
              WRITE CLON-REPORT-LINE
              ADD 1 TO WS-NOT-TRACED
              GO TO POP999
           END-IF.

           MOVE 'PAYEE NAME' TO WS-PROOF-FIELD-NAME.
           MOVE PAYEE-NAME OF CLONE-PAYEE TO WS-PROOF-CLONE-VALUE.
           MOVE PAYEE-NAME OF PAYEE-RECORD TO WS-PROOF-PROD-VALUE.
           PERFORM PROVE-ONE-FIELD.

           MOVE 'PAYEE NICKNAME' TO WS-PROOF-FIELD-NAME.
           MOVE PAYEE-NICKNAME OF CLONE-PAYEE TO WS-PROOF-CLONE-VALUE.
           MOVE PAYEE-NICKNAME OF PAYEE-RECORD TO WS-PROOF-PROD-VALUE.
           PERFORM PROVE-ONE-FIELD.
       POP999.
           EXIT.

      *----------------------------------------------------------------
      * The name and birth date in each cloned customer create or
      * delete transaction against the customer's production record
      * - or, where the customer has since been deleted, against
      * the production transaction itself, fetched again by its key.
      *----------------------------------------------------------------
       PROVE-PROCTRAN SECTION.
       PVT010.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT CLONE-PROCTRAN-FILE.

           IF NOT WS-CUSTOMER-OK OR NOT WS-CLONE-OK
              MOVE 'UNABLE TO OPEN THE TRANSACTION FILES FOR THE PROOF'
                 TO CLON-REPORT-LINE
              WRITE CLON-REPORT-LINE
              ADD 1 TO WS-NOT-TRACED
              CLOSE CUSTOMER-FILE
              CLOSE CLONE-PROCTRAN-FILE
              GO TO PVT999
           END-IF.

           MOVE 'Y' TO WS-READING-SW.

           PERFORM UNTIL NOT WS-STILL-READING
              READ CLONE-PROCTRAN-FILE
                 AT END
                    MOVE 'N' TO WS-READING-SW
              END-READ
              IF WS-STILL-READING
                 MOVE CLONE-PRC-TYPE TO HV-PRC-TYPE
                 IF HV-PRC-CUSTOMER-TYPE
                    PERFORM PROVE-ONE-PROCTRAN
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE CLONE-PROCTRAN-FILE.
           CLOSE CUSTOMER-FILE.
       PVT999.
           EXIT.

       PROVE-ONE-PROCTRAN SECTION.
       POT010.
           MOVE CLONE-PRC-DESC TO WS-PRC-CUSTOMER-DESC.

           MOVE SPACES TO WS-PROOF-KEY.
           STRING CLONE-PRC-SORTCODE DELIMITED BY SIZE
               CLONE-PRC-NUMBER DELIMITED BY SIZE
               CLONE-PRC-TYPE DELIMITED BY SIZE
               INTO WS-PROOF-KEY
           END-STRING.

           MOVE CLONE-PRC-SORTCODE TO HV-PRC-SORTCODE.
           MOVE CLONE-PRC-NUMBER TO HV-PRC-NUMBER.
           MOVE CLONE-PRC-DATE TO HV-PRC-DATE.
           MOVE CLONE-PRC-TIME TO HV-PRC-TIME.
           MOVE CLONE-PRC-REF TO HV-PRC-REF.

           EXEC SQL
              SELECT PROCTRAN_DESC
              INTO :HV-PRC-DESC
              FROM PROCTRAN
              WHERE PROCTRAN_SORTCODE = :HV-PRC-SORTCODE
                AND PROCTRAN_NUMBER = :HV-PRC-NUMBER
                AND PROCTRAN_DATE = :HV-PRC-DATE
                AND PROCTRAN_TIME = :HV-PRC-TIME
                AND PROCTRAN_REF = :HV-PRC-REF
                AND PROCTRAN_TYPE = :HV-PRC-TYPE
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO CLON-REPORT-LINE
              STRING 'CLONED TRANSACTION NOT FOUND IN PRODUCTION - '
                  DELIMITED BY SIZE
                  WS-PROOF-KEY DELIMITED BY SIZE
                  INTO CLON-REPORT-LINE
              END-STRING
              WRITE CLON-REPORT-LINE
              ADD 1 TO WS-NOT-TRACED
              GO TO POT999
           END-IF.

           MOVE 'TXN NAME' TO WS-PROOF-FIELD-NAME.
           MOVE WS-PRC-DESC-NAME TO WS-PROOF-CLONE-VALUE.
           MOVE HV-PRC-DESC(17:14) TO WS-PROOF-PROD-VALUE.
           PERFORM PROVE-ONE-FIELD.

           MOVE 'TXN DATE OF BIRTH' TO WS-PROOF-FIELD-NAME.
           MOVE WS-PRC-DESC-DOB TO WS-PROOF-CLONE-VALUE.
           MOVE HV-PRC-DESC(31:10) TO WS-PROOF-PROD-VALUE.
           PERFORM PROVE-ONE-FIELD.

      *
      *    And against the customer as production holds them now -
      *    a name or birth date corrected since the transaction was
      *    written must not come through either.
      *
           IF WS-PRC-DESC-CUSTNO-NUM IS NOT NUMERIC
              GO TO POT999
           END-IF.

           MOVE HV-SORTCODE-NUM
              TO CUSTOMER-SORTCODE OF CUSTOMER-RECORD-STRUCTURE.
           MOVE WS-PRC-DESC-CUSTNO-NUM
              TO CUSTOMER-NUMBER OF CUSTOMER-RECORD-STRUCTURE.

           READ CUSTOMER-FILE
              INVALID KEY
                 CONTINUE
           END-READ.

           IF NOT WS-CUSTOMER-OK
              GO TO POT999
           END-IF.

           MOVE 'TXN CURRENT NAME' TO WS-PROOF-FIELD-NAME.
           MOVE WS-PRC-DESC-NAME TO WS-PROOF-CLONE-VALUE.
           MOVE CUSTOMER-NAME OF CUSTOMER-RECORD-STRUCTURE(1:14)
              TO WS-PROOF-PROD-VALUE.
           PERFORM PROVE-ONE-FIELD.
       POT999.
           EXIT.
