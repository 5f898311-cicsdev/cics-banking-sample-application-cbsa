      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: RDRSPAY                                                 *
      *                                                                *
      * Description: Remediation campaign payment batch. For every    *
      *              campaign signed off in RDRSFUN (RDRCAMP status   *
      *              'S') whose payment date has come, each RDRITEM   *
      *              on the sort code still to be paid - first time,  *
      *              or a failure being retried - is paid its redress *
      *              plus compensatory interest, exactly as the       *
      *              reviewed dry run set it out:                     *
      *                - an account still open is credited, with two  *
      *                  PROCTRAN rows of type RDR (redress, interest)*
      *                - for one since closed, the customer's switch  *
      *                  redirection (ACCREDIR) is followed: a local  *
      *                  new account is credited the same way, one    *
      *                  at another bank is paid through the XFRSETL  *
      *                  outbound settlement queue                    *
      *                - otherwise a cheque is issued to the customer *
      *                  on the RDRSCHQ cheque print file             *
      *              Each customer paid gets a letter on RDRSLTR,     *
      *              archived through CORRWRT as document type RDRS.  *
      *              A payment that fails is marked for retry and     *
      *              raised on the exception queue. The report closes *
      *              each campaign with its reconciliation of paid    *
      *              against identified, and a campaign with nothing  *
      *              left to pay on any sort code is marked paid.     *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code  *
      *        and yyyymmdd the run date (defaults to today).          *
      *                                                                *
      * Output: Report RDRSPRPT, letters RDRSLTR, cheques RDRSCHQ.     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RDRSPAY.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-REPORT
                  ASSIGN TO RDRSPRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAY-LETTERS
                  ASSIGN TO RDRSLTR
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHEQUE-FILE
                  ASSIGN TO RDRSCHQ
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
       FD  PAY-REPORT.
       01  PAY-REPORT-LINE                  PIC X(132).

       FD  PAY-LETTERS.
       01  PAY-LETTER-LINE                  PIC X(132).

       FD  CHEQUE-FILE.
       01  CHEQUE-RECORD.
           03 CHQ-SORTCODE                  PIC X(6).
           03 CHQ-CAMP-ID                   PIC 9(9).
           03 CHQ-ACCNO                     PIC X(8).
           03 CHQ-CUSTNO                    PIC X(10).
           03 CHQ-PAYEE                     PIC X(60).
           03 CHQ-ADDRESS                   PIC X(160).
           03 CHQ-AMOUNT                    PIC 9(10)V99.
           03 CHQ-DATE                      PIC X(8).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD-STRUCTURE.
           COPY CUSTOMER.

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE SWCHDB2 END-EXEC.
           EXEC SQL INCLUDE XFRSETL END-EXEC.
           EXEC SQL INCLUDE RDRSDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).
       01 WS-RUN-DATE-X REDEFINES HV-RUN-DATE.
          03 WS-RUN-DATE-YYYY               PIC 9(4).
          03 WS-RUN-DATE-MM                 PIC 99.
          03 WS-RUN-DATE-DD                 PIC 99.

       01 HV-CAMP-ID                        PIC S9(9) COMP.
       01 HV-CAMP-TITLE                     PIC X(40).
       01 HV-CAMP-PROCTRAN-TYPE             PIC X(3).
       01 HV-CAMP-FROM-DATE                 PIC X(8).
       01 HV-CAMP-TO-DATE                   PIC X(8).

       01 HV-ITEM-ACCNO                     PIC X(8).
       01 HV-ITEM-CUSTNO                    PIC X(10).
       01 HV-ITEM-CUST-NAME                 PIC X(60).
       01 HV-ITEM-REFUND                    PIC S9(12)V99 COMP-3.
       01 HV-ITEM-COMP-INTEREST             PIC S9(12)V99 COMP-3.
       01 HV-ITEM-STATUS                    PIC X.
       01 HV-ITEM-METHOD                    PIC X.
          88 HV-PAID-TO-ACCOUNT             VALUE 'A'.
          88 HV-PAID-TO-SWITCHED            VALUE 'S'.
          88 HV-PAID-TO-OTHER-BANK          VALUE 'X'.
          88 HV-PAID-BY-CHEQUE              VALUE 'Q'.
       01 HV-ITEM-PAID-AMT                  PIC S9(12)V99 COMP-3.
       01 HV-ITEM-PAID-SORTCODE             PIC X(6).
       01 HV-ITEM-PAID-ACCNO                PIC X(8).

       01 HV-TARGET-ACCNO                   PIC X(8).
       01 HV-ACCOUNT-AVAIL-BAL              PIC S9(10)V99 COMP-3.
       01 HV-ACCOUNT-ACTUAL-BAL             PIC S9(10)V99 COMP-3.

       01 HV-REDIR-SORTCODE                 PIC X(6).
       01 HV-REDIR-ACCNO                    PIC X(8).

       01 HV-MATCH-COUNT                    PIC S9(9) COMP.
       01 HV-SUM-AMOUNT                     PIC S9(12)V99 COMP-3.

       01 HV-PROCTRAN-EYECATCHER            PIC X(4) VALUE 'PRTR'.
       01 HV-PROCTRAN-ACCNO                 PIC X(8).
       01 HV-PROCTRAN-DATE                  PIC X(10).
       01 HV-PROCTRAN-TIME                  PIC X(6) VALUE '000000'.
       01 HV-PROCTRAN-REF                   PIC X(12).
       01 HV-PROCTRAN-TYPE                  PIC X(3) VALUE 'RDR'.
       01 HV-PROCTRAN-DESC                  PIC X(40).
       01 HV-PROCTRAN-AMOUNT                PIC S9(10)V99 COMP-3.

       01 HOST-XFRSETL-ROW.
          03 HV-XFRSETL-ID                  PIC S9(9) COMP.
          03 HV-XFRSETL-FSCODE              PIC X(6).
          03 HV-XFRSETL-FACCNO              PIC X(8).
          03 HV-XFRSETL-TSCODE              PIC X(6).
          03 HV-XFRSETL-TACCNO              PIC X(8).
          03 HV-XFRSETL-AMOUNT              PIC S9(10)V99 COMP-3.
          03 HV-XFRSETL-STATUS              PIC X.
          03 HV-XFRSETL-CREATED-DATE        PIC X(10).
          03 HV-XFRSETL-REMIT-INFO          PIC X(140).

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.

       01 WS-TODAY                          PIC 9(8).

       01 WS-CUSTOMER-STATUS                PIC XX.
          88 WS-CUSTOMER-OK                 VALUE '00'.

       01 WS-CAMP-EOF-SW                    PIC X VALUE 'N'.
          88 WS-CAMP-EOF                    VALUE 'Y'.
       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.
       01 WS-ALLOC-FAILED-SW                PIC X.
       01 WS-PAY-FAILED-SW                  PIC X.
          88 WS-PAY-FAILED                  VALUE 'Y'.
       01 WS-ADDRESS-FOUND-SW               PIC X.
          88 WS-ADDRESS-FOUND               VALUE 'Y'.

       01 WS-PAY-AMOUNT                     PIC S9(12)V99 COMP-3.
       01 WS-CUST-ADDRESS                   PIC X(160).
       01 WS-CUST-ADDRESS-X REDEFINES WS-CUST-ADDRESS.
          03 WS-CUST-STREET                 PIC X(50).
          03 WS-CUST-DISTRICT               PIC X(50).
          03 WS-CUST-TOWN                   PIC X(50).
          03 WS-CUST-POSTCODE               PIC X(10).

       01 WS-CAMPAIGNS-PAID                 PIC 9(8) VALUE 0.
       01 WS-CAMPAIGNS-COMPLETED            PIC 9(8) VALUE 0.
       01 WS-ITEMS-PAID                     PIC 9(8) VALUE 0.
       01 WS-ITEMS-FAILED                   PIC 9(8) VALUE 0.
       01 WS-PAID-TO-ACCOUNT                PIC 9(8) VALUE 0.
       01 WS-PAID-TO-SWITCHED               PIC 9(8) VALUE 0.
       01 WS-PAID-TO-OTHER-BANK             PIC 9(8) VALUE 0.
       01 WS-PAID-BY-CHEQUE                 PIC 9(8) VALUE 0.
       01 WS-LETTERS-SENT                   PIC 9(8) VALUE 0.
       01 WS-TOTAL-PAID                     PIC S9(12)V99 VALUE 0.

       01 WS-RECON-IDENT-COUNT              PIC 9(8).
       01 WS-RECON-IDENT-AMOUNT             PIC S9(12)V99.
       01 WS-RECON-PAID-COUNT               PIC 9(8).
       01 WS-RECON-PAID-AMOUNT              PIC S9(12)V99.
       01 WS-RECON-OUT-COUNT                PIC 9(8).
       01 WS-RECON-OUT-AMOUNT               PIC S9(12)V99.
       01 WS-RECON-DIFFERENCE               PIC S9(12)V99.

       01 WS-PRINT-ID                       PIC 9(9).
       01 WS-PRINT-AMOUNT                   PIC -9(9).99.
       01 WS-PRINT-REFUND                   PIC -9(9).99.
       01 WS-PRINT-INTEREST                 PIC -9(9).99.
       01 WS-PRINT-DATE-FROM                PIC X(10).
       01 WS-PRINT-DATE-TO                  PIC X(10).
       01 WS-REPORT-WORDING                 PIC X(30).

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

      * Run-control registration (see RUNCTL) - every overnight
      * program records its run and honours the sequencing rules.
       01 RUNCTL-AREA.
           COPY RUNCTLA.

      * Consolidated exception queue hookup (see EXCPWRT).
       01 EXCPWRT-AREA.
           COPY EXCPWRTA.

      * Correspondence archive registration (see CORRWRT) - every
      * letter this run prints is registered against the customer.
       01 CORRWRT-AREA.
           COPY CORRWRTA.

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
           05 PARM                          PIC X(256).

       PROCEDURE DIVISION USING PARM-BUFFER.
       PREMIERE SECTION.
       A010.
           OPEN OUTPUT PAY-REPORT.
           OPEN OUTPUT PAY-LETTERS.
           OPEN OUTPUT CHEQUE-FILE.
           OPEN INPUT CUSTOMER-FILE.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO PAY-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO PAY-REPORT-LINE
              END-STRING
              WRITE PAY-REPORT-LINE
              CLOSE CUSTOMER-FILE
              CLOSE CHEQUE-FILE
              CLOSE PAY-LETTERS
              CLOSE PAY-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO PAY-REPORT-LINE
           STRING 'REMEDIATION CAMPAIGN PAYMENTS - SORTCODE '
               DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO PAY-REPORT-LINE
           END-STRING
           WRITE PAY-REPORT-LINE.

           MOVE WS-RUN-DATE-DD   TO HV-PROCTRAN-DATE(1:2)
           MOVE '.'              TO HV-PROCTRAN-DATE(3:1)
           MOVE WS-RUN-DATE-MM   TO HV-PROCTRAN-DATE(4:2)
           MOVE '.'              TO HV-PROCTRAN-DATE(6:1)
           MOVE WS-RUN-DATE-YYYY TO HV-PROCTRAN-DATE(7:4).

           PERFORM PAY-ALL-CAMPAIGNS.

           MOVE WS-TOTAL-PAID TO WS-PRINT-AMOUNT.
           MOVE SPACES TO PAY-REPORT-LINE
           STRING 'CAMPAIGNS PAID=' DELIMITED BY SIZE
               WS-CAMPAIGNS-PAID DELIMITED BY SIZE
               ' COMPLETED=' DELIMITED BY SIZE
               WS-CAMPAIGNS-COMPLETED DELIMITED BY SIZE
               ' ITEMS PAID=' DELIMITED BY SIZE
               WS-ITEMS-PAID DELIMITED BY SIZE
               ' FAILED=' DELIMITED BY SIZE
               WS-ITEMS-FAILED DELIMITED BY SIZE
               ' TOTAL PAID=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO PAY-REPORT-LINE
           END-STRING
           WRITE PAY-REPORT-LINE.

           MOVE SPACES TO PAY-REPORT-LINE
           STRING 'TO ACCOUNT=' DELIMITED BY SIZE
               WS-PAID-TO-ACCOUNT DELIMITED BY SIZE
               ' TO SWITCHED ACCOUNT=' DELIMITED BY SIZE
               WS-PAID-TO-SWITCHED DELIMITED BY SIZE
               ' TO OTHER BANK=' DELIMITED BY SIZE
               WS-PAID-TO-OTHER-BANK DELIMITED BY SIZE
               ' BY CHEQUE=' DELIMITED BY SIZE
               WS-PAID-BY-CHEQUE DELIMITED BY SIZE
               ' LETTERS=' DELIMITED BY SIZE
               WS-LETTERS-SENT DELIMITED BY SIZE
               INTO PAY-REPORT-LINE
           END-STRING
           WRITE PAY-REPORT-LINE.

           CLOSE CUSTOMER-FILE.
           CLOSE CHEQUE-FILE.
           CLOSE PAY-LETTERS.
           CLOSE PAY-REPORT.

           IF WS-ITEMS-FAILED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM REGISTER-RUN-END.

           GOBACK.

       A999.
           EXIT.

      *----------------------------------------------------------------
       REGISTER-RUN-START SECTION.
       RGS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'RDRSPAY ' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-ITEMS-PAID TO RUNCTL-RECORD-COUNT.
           MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGE999.
           EXIT.

      *----------------------------------------------------------------
      * A customer owed redress who could not be paid is exactly
      * what the remediation team must hear about first thing.
      *----------------------------------------------------------------
       RAISE-PAY-EXCEPTION SECTION.
       RPE010.
           INITIALIZE EXCPWRT-AREA.
           MOVE 'RDRSPAY ' TO EXCP-SOURCE.
           MOVE HV-SORTCODE TO EXCP-SORTCODE.
           MOVE HV-RUN-DATE TO EXCP-BUSINESS-DATE.
           MOVE 'E' TO EXCP-SEVERITY.
           MOVE HV-ITEM-ACCNO TO EXCP-ACCNO.
           MOVE 'REMEDIATION PAYMENT FAILED - WILL RETRY NEXT RUN'
              TO EXCP-MESSAGE.

           CALL 'EXCPWRT' USING EXCPWRT-AREA.
       RPE999.
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
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * Every signed-off campaign covering this sort code whose
      * payment date has come.
      *----------------------------------------------------------------
       PAY-ALL-CAMPAIGNS SECTION.
       PAC010.
           EXEC SQL
              DECLARE CAMP_CSR CURSOR FOR
                 SELECT RDRCAMP_ID, RDRCAMP_TITLE,
                        RDRCAMP_PROCTRAN_TYPE, RDRCAMP_FROM_DATE,
                        RDRCAMP_TO_DATE
                 FROM RDRCAMP
                 WHERE RDRCAMP_STATUS = 'S'
                   AND RDRCAMP_PAY_DATE <= :HV-RUN-DATE
                   AND (RDRCAMP_SORTCODE = :HV-SORTCODE OR
                        RDRCAMP_SORTCODE = '*')
                 ORDER BY RDRCAMP_ID
           END-EXEC.

           EXEC SQL OPEN CAMP_CSR END-EXEC.

           MOVE 'N' TO WS-CAMP-EOF-SW.

           PERFORM FETCH-NEXT-CAMPAIGN.

           PERFORM UNTIL WS-CAMP-EOF
              PERFORM PAY-ONE-CAMPAIGN
              PERFORM FETCH-NEXT-CAMPAIGN
           END-PERFORM.

           EXEC SQL CLOSE CAMP_CSR END-EXEC.
       PAC999.
           EXIT.

       FETCH-NEXT-CAMPAIGN SECTION.
       FNC010.
           EXEC SQL
              FETCH CAMP_CSR
              INTO :HV-CAMP-ID, :HV-CAMP-TITLE,
                   :HV-CAMP-PROCTRAN-TYPE, :HV-CAMP-FROM-DATE,
                   :HV-CAMP-TO-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-CAMP-EOF-SW
           END-IF.
       FNC999.
           EXIT.

      *----------------------------------------------------------------
       PAY-ONE-CAMPAIGN SECTION.
       POC010.
           ADD 1 TO WS-CAMPAIGNS-PAID.
           MOVE HV-CAMP-ID TO WS-PRINT-ID.

           MOVE SPACES TO PAY-REPORT-LINE.
           WRITE PAY-REPORT-LINE.

           MOVE SPACES TO PAY-REPORT-LINE
           STRING 'CAMPAIGN ' DELIMITED BY SIZE
               WS-PRINT-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-CAMP-TITLE DELIMITED BY SIZE
               INTO PAY-REPORT-LINE
           END-STRING
           WRITE PAY-REPORT-LINE.

           MOVE SPACES TO WS-PRINT-DATE-FROM WS-PRINT-DATE-TO.
           STRING HV-CAMP-FROM-DATE(7:2) DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               HV-CAMP-FROM-DATE(5:2) DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               HV-CAMP-FROM-DATE(1:4) DELIMITED BY SIZE
               INTO WS-PRINT-DATE-FROM
           END-STRING.
           STRING HV-CAMP-TO-DATE(7:2) DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               HV-CAMP-TO-DATE(5:2) DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               HV-CAMP-TO-DATE(1:4) DELIMITED BY SIZE
               INTO WS-PRINT-DATE-TO
           END-STRING.

           EXEC SQL
              DECLARE ITEM_CSR CURSOR FOR
                 SELECT RDRITEM_ACCNO, RDRITEM_CUSTNO,
                        RDRITEM_CUST_NAME, RDRITEM_REFUND,
                        RDRITEM_COMP_INTEREST
                 FROM RDRITEM
                 WHERE RDRITEM_CAMP_ID = :HV-CAMP-ID
                   AND RDRITEM_SORTCODE = :HV-SORTCODE
                   AND RDRITEM_STATUS IN ('I', 'F')
                 ORDER BY RDRITEM_ACCNO
           END-EXEC.

           EXEC SQL OPEN ITEM_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-ITEM.

           PERFORM UNTIL WS-EOF
              PERFORM PAY-ONE-ITEM
              PERFORM FETCH-NEXT-ITEM
           END-PERFORM.

           EXEC SQL CLOSE ITEM_CSR END-EXEC.

           PERFORM RECONCILE-THE-CAMPAIGN.

           PERFORM COMPLETE-THE-CAMPAIGN.
       POC999.
           EXIT.

       FETCH-NEXT-ITEM SECTION.
       FNI010.
           EXEC SQL
              FETCH ITEM_CSR
              INTO :HV-ITEM-ACCNO, :HV-ITEM-CUSTNO,
                   :HV-ITEM-CUST-NAME, :HV-ITEM-REFUND,
                   :HV-ITEM-COMP-INTEREST
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNI999.
           EXIT.

      *----------------------------------------------------------------
      * Pay one customer. The account is looked at afresh, not as
      * the dry run found it - it may have closed since - and the
      * money goes to the first of: the account itself, the account
      * the customer switched to, a cheque.
      *----------------------------------------------------------------
       PAY-ONE-ITEM SECTION.
       POI010.
           COMPUTE WS-PAY-AMOUNT =
              HV-ITEM-REFUND + HV-ITEM-COMP-INTEREST.
           MOVE 'N' TO WS-PAY-FAILED-SW.
           MOVE SPACES TO HV-ITEM-PAID-SORTCODE HV-ITEM-PAID-ACCNO.

           MOVE HV-ITEM-ACCNO TO HV-TARGET-ACCNO.
           PERFORM READ-TARGET-ACCOUNT.

           IF SQLCODE = 0
              SET HV-PAID-TO-ACCOUNT TO TRUE
              PERFORM CREDIT-TARGET-ACCOUNT
              GO TO POI100
           END-IF.

           EXEC SQL
              SELECT ACCREDIR_NEW_SORTCODE, ACCREDIR_NEW_ACCNO
              INTO :HV-REDIR-SORTCODE, :HV-REDIR-ACCNO
              FROM ACCREDIR
              WHERE ACCREDIR_OLD_SORTCODE = :HV-SORTCODE
                AND ACCREDIR_OLD_ACCNO = :HV-ITEM-ACCNO
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
              SET HV-PAID-BY-CHEQUE TO TRUE
              PERFORM ISSUE-THE-CHEQUE
              GO TO POI100
           END-IF.

           IF HV-REDIR-SORTCODE NOT = HV-SORTCODE
              SET HV-PAID-TO-OTHER-BANK TO TRUE
              PERFORM QUEUE-OUTBOUND-PAYMENT
              GO TO POI100
           END-IF.

           MOVE HV-REDIR-ACCNO TO HV-TARGET-ACCNO.
           PERFORM READ-TARGET-ACCOUNT.

           IF SQLCODE = 0
              SET HV-PAID-TO-SWITCHED TO TRUE
              PERFORM CREDIT-TARGET-ACCOUNT
           ELSE
              SET HV-PAID-BY-CHEQUE TO TRUE
              PERFORM ISSUE-THE-CHEQUE
           END-IF.
       POI100.
           IF WS-PAY-FAILED
              EXEC SQL
                 UPDATE RDRITEM
                 SET RDRITEM_STATUS = 'F'
                 WHERE RDRITEM_CAMP_ID = :HV-CAMP-ID
                   AND RDRITEM_SORTCODE = :HV-SORTCODE
                   AND RDRITEM_ACCNO = :HV-ITEM-ACCNO
              END-EXEC
              ADD 1 TO WS-ITEMS-FAILED
              PERFORM RAISE-PAY-EXCEPTION
              MOVE 'PAYMENT FAILED - RETRY' TO WS-REPORT-WORDING
              PERFORM REPORT-ONE-ITEM
              GO TO POI999
           END-IF.

           MOVE WS-PAY-AMOUNT TO HV-ITEM-PAID-AMT.

           EXEC SQL
              UPDATE RDRITEM
              SET RDRITEM_STATUS = 'P',
                  RDRITEM_METHOD = :HV-ITEM-METHOD,
                  RDRITEM_PAID_AMT = :HV-ITEM-PAID-AMT,
                  RDRITEM_PAID_DATE = :HV-RUN-DATE,
                  RDRITEM_PAID_SORTCODE = :HV-ITEM-PAID-SORTCODE,
                  RDRITEM_PAID_ACCNO = :HV-ITEM-PAID-ACCNO
              WHERE RDRITEM_CAMP_ID = :HV-CAMP-ID
                AND RDRITEM_SORTCODE = :HV-SORTCODE
                AND RDRITEM_ACCNO = :HV-ITEM-ACCNO
           END-EXEC.

           ADD 1 TO WS-ITEMS-PAID.
           ADD WS-PAY-AMOUNT TO WS-TOTAL-PAID.

           EVALUATE TRUE
              WHEN HV-PAID-TO-ACCOUNT
                 ADD 1 TO WS-PAID-TO-ACCOUNT
                 MOVE 'CREDITED TO ACCOUNT' TO WS-REPORT-WORDING
              WHEN HV-PAID-TO-SWITCHED
                 ADD 1 TO WS-PAID-TO-SWITCHED
                 MOVE 'CREDITED TO SWITCHED ACCOUNT'
                    TO WS-REPORT-WORDING
              WHEN HV-PAID-TO-OTHER-BANK
                 ADD 1 TO WS-PAID-TO-OTHER-BANK
                 MOVE 'SENT TO OTHER BANK' TO WS-REPORT-WORDING
              WHEN OTHER
                 ADD 1 TO WS-PAID-BY-CHEQUE
                 IF WS-ADDRESS-FOUND
                    MOVE 'CHEQUE ISSUED' TO WS-REPORT-WORDING
                 ELSE
                    MOVE 'CHEQUE ISSUED - NO ADDRESS'
                       TO WS-REPORT-WORDING
                 END-IF
           END-EVALUATE.

           PERFORM REPORT-ONE-ITEM.

           PERFORM WRITE-ONE-LETTER.
       POI999.
           EXIT.

       REPORT-ONE-ITEM SECTION.
       ROI010.
           MOVE HV-ITEM-REFUND TO WS-PRINT-REFUND.
           MOVE HV-ITEM-COMP-INTEREST TO WS-PRINT-INTEREST.
           MOVE WS-PAY-AMOUNT TO WS-PRINT-AMOUNT.

           MOVE SPACES TO PAY-REPORT-LINE
           STRING HV-ITEM-ACCNO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-ITEM-CUSTNO DELIMITED BY SIZE
               ' REDRESS=' DELIMITED BY SIZE
               WS-PRINT-REFUND DELIMITED BY SIZE
               ' INTEREST=' DELIMITED BY SIZE
               WS-PRINT-INTEREST DELIMITED BY SIZE
               ' TOTAL=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-REPORT-WORDING DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-ITEM-PAID-SORTCODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-ITEM-PAID-ACCNO DELIMITED BY SIZE
               INTO PAY-REPORT-LINE
           END-STRING
           WRITE PAY-REPORT-LINE.
       ROI999.
           EXIT.

      *----------------------------------------------------------------
       READ-TARGET-ACCOUNT SECTION.
       RTA010.
           EXEC SQL
              SELECT ACCOUNT_AVAILABLE_BALANCE, ACCOUNT_ACTUAL_BALANCE
              INTO :HV-ACCOUNT-AVAIL-BAL, :HV-ACCOUNT-ACTUAL-BAL
              FROM ACCOUNT
              WHERE ACCOUNT_SORTCODE = :HV-SORTCODE
                AND ACCOUNT_NUMBER = :HV-TARGET-ACCNO
           END-EXEC.
       RTA999.
           EXIT.

      *----------------------------------------------------------------
      * Credit the account READ-TARGET-ACCOUNT has just read, with
      * the redress and the interest as separate history rows so the
      * statement shows the customer both.
      *----------------------------------------------------------------
       CREDIT-TARGET-ACCOUNT SECTION.
       CTA010.
           COMPUTE HV-ACCOUNT-AVAIL-BAL =
              HV-ACCOUNT-AVAIL-BAL + WS-PAY-AMOUNT.
           COMPUTE HV-ACCOUNT-ACTUAL-BAL =
              HV-ACCOUNT-ACTUAL-BAL + WS-PAY-AMOUNT.

           EXEC SQL
              UPDATE ACCOUNT
              SET ACCOUNT_AVAILABLE_BALANCE = :HV-ACCOUNT-AVAIL-BAL,
                  ACCOUNT_ACTUAL_BALANCE = :HV-ACCOUNT-ACTUAL-BAL
              WHERE ACCOUNT_SORTCODE = :HV-SORTCODE
                AND ACCOUNT_NUMBER = :HV-TARGET-ACCNO
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-PAY-FAILED-SW
              GO TO CTA999
           END-IF.

           MOVE HV-SORTCODE TO HV-ITEM-PAID-SORTCODE.
           MOVE HV-TARGET-ACCNO TO HV-ITEM-PAID-ACCNO.

           MOVE HV-TARGET-ACCNO TO HV-PROCTRAN-ACCNO.
           MOVE SPACES TO HV-PROCTRAN-REF.
           STRING 'RD' DELIMITED BY SIZE
               WS-PRINT-ID DELIMITED BY SIZE
               INTO HV-PROCTRAN-REF
           END-STRING.

           MOVE HV-ITEM-REFUND TO HV-PROCTRAN-AMOUNT.
           MOVE SPACES TO HV-PROCTRAN-DESC.
           STRING 'REDRESS REFUND CAMPAIGN ' DELIMITED BY SIZE
               WS-PRINT-ID DELIMITED BY SIZE
               INTO HV-PROCTRAN-DESC
           END-STRING.

           PERFORM WRITE-PROCTRAN-ROW.

           IF HV-ITEM-COMP-INTEREST > 0
              MOVE HV-ITEM-COMP-INTEREST TO HV-PROCTRAN-AMOUNT
              MOVE SPACES TO HV-PROCTRAN-DESC
              STRING 'REDRESS INTEREST CAMPAIGN ' DELIMITED BY SIZE
                  WS-PRINT-ID DELIMITED BY SIZE
                  INTO HV-PROCTRAN-DESC
              END-STRING
              PERFORM WRITE-PROCTRAN-ROW
           END-IF.
       CTA999.
           EXIT.

      *----------------------------------------------------------------
      * The customer has switched to another bank: send it on
      * through the outbound settlement queue, as the switch
      * redirection itself forwards a late credit.
      *----------------------------------------------------------------
       QUEUE-OUTBOUND-PAYMENT SECTION.
       QOP010.
           PERFORM ALLOCATE-NEXT-XFRSETL-ID.

           IF WS-ALLOC-FAILED-SW = 'Y'
              MOVE 'Y' TO WS-PAY-FAILED-SW
              GO TO QOP999
           END-IF.

           MOVE HV-SORTCODE TO HV-XFRSETL-FSCODE.
           MOVE HV-ITEM-ACCNO TO HV-XFRSETL-FACCNO.
           MOVE HV-REDIR-SORTCODE TO HV-XFRSETL-TSCODE.
           MOVE HV-REDIR-ACCNO TO HV-XFRSETL-TACCNO.
           MOVE WS-PAY-AMOUNT TO HV-XFRSETL-AMOUNT.
           MOVE 'P' TO HV-XFRSETL-STATUS.

      *
      *    Same DD.MM.YYYY form the online XFRSETL writers stamp.
      *
           MOVE HV-PROCTRAN-DATE TO HV-XFRSETL-CREATED-DATE.

           MOVE SPACES TO HV-XFRSETL-REMIT-INFO.
           STRING 'REDRESS FROM ACCOUNT ' DELIMITED BY SIZE
               HV-ITEM-ACCNO DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               HV-CAMP-TITLE DELIMITED BY SIZE
               INTO HV-XFRSETL-REMIT-INFO
           END-STRING.

           EXEC SQL
              INSERT INTO XFRSETL
                     (XFRSETL_ID, XFRSETL_FSCODE, XFRSETL_FACCNO,
                      XFRSETL_TSCODE, XFRSETL_TACCNO, XFRSETL_AMOUNT,
                      XFRSETL_STATUS, XFRSETL_CREATED_DATE,
                      XFRSETL_REMIT_INFO)
              VALUES (:HV-XFRSETL-ID, :HV-XFRSETL-FSCODE,
                      :HV-XFRSETL-FACCNO, :HV-XFRSETL-TSCODE,
                      :HV-XFRSETL-TACCNO, :HV-XFRSETL-AMOUNT,
                      :HV-XFRSETL-STATUS, :HV-XFRSETL-CREATED-DATE,
                      :HV-XFRSETL-REMIT-INFO)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-PAY-FAILED-SW
              GO TO QOP999
           END-IF.

           MOVE HV-REDIR-SORTCODE TO HV-ITEM-PAID-SORTCODE.
           MOVE HV-REDIR-ACCNO TO HV-ITEM-PAID-ACCNO.
       QOP999.
           EXIT.

      *----------------------------------------------------------------
      * Nowhere to credit: a cheque to the customer, payee and
      * address from the customer file where they are still held,
      * the name the dry run recorded where not.
      *----------------------------------------------------------------
       ISSUE-THE-CHEQUE SECTION.
       ITQ010.
           PERFORM READ-THE-CUSTOMER.

           MOVE HV-SORTCODE TO CHQ-SORTCODE.
           MOVE HV-CAMP-ID TO CHQ-CAMP-ID.
           MOVE HV-ITEM-ACCNO TO CHQ-ACCNO.
           MOVE HV-ITEM-CUSTNO TO CHQ-CUSTNO.
           MOVE HV-ITEM-CUST-NAME TO CHQ-PAYEE.
           MOVE WS-CUST-ADDRESS TO CHQ-ADDRESS.
           MOVE WS-PAY-AMOUNT TO CHQ-AMOUNT.
           MOVE HV-RUN-DATE TO CHQ-DATE.

           WRITE CHEQUE-RECORD.
       ITQ999.
           EXIT.

       READ-THE-CUSTOMER SECTION.
       RTC010.
           MOVE 'N' TO WS-ADDRESS-FOUND-SW.
           MOVE SPACES TO WS-CUST-ADDRESS.

           MOVE HV-SORTCODE TO CUSTOMER-SORTCODE.
           MOVE HV-ITEM-CUSTNO TO CUSTOMER-NUMBER.

           READ CUSTOMER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-ADDRESS-FOUND-SW
                 MOVE CUSTOMER-NAME TO HV-ITEM-CUST-NAME
                 MOVE CUSTOMER-ADDRESS TO WS-CUST-ADDRESS
           END-READ.
       RTC999.
           EXIT.

      *----------------------------------------------------------------
      * The customer's letter: what went wrong, what they are being
      * paid and where it has gone.
      *----------------------------------------------------------------
       WRITE-ONE-LETTER SECTION.
       WOL010.
           IF NOT HV-PAID-BY-CHEQUE
              PERFORM READ-THE-CUSTOMER
           END-IF.

           MOVE SPACES TO PAY-LETTER-LINE
           STRING 'DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               '   CUSTOMER ' DELIMITED BY SIZE
               HV-ITEM-CUSTNO DELIMITED BY SIZE
               '   ACCOUNT ' DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               HV-ITEM-ACCNO DELIMITED BY SIZE
               INTO PAY-LETTER-LINE
           END-STRING
           WRITE PAY-LETTER-LINE.

           MOVE HV-ITEM-CUST-NAME TO PAY-LETTER-LINE.
           WRITE PAY-LETTER-LINE.

           IF WS-ADDRESS-FOUND
              MOVE WS-CUST-STREET TO PAY-LETTER-LINE
              WRITE PAY-LETTER-LINE
              MOVE WS-CUST-DISTRICT TO PAY-LETTER-LINE
              WRITE PAY-LETTER-LINE
              MOVE WS-CUST-TOWN TO PAY-LETTER-LINE
              WRITE PAY-LETTER-LINE
              MOVE WS-CUST-POSTCODE TO PAY-LETTER-LINE
              WRITE PAY-LETTER-LINE
           END-IF.

           MOVE SPACES TO PAY-LETTER-LINE
           STRING 'PUTTING THINGS RIGHT: ' DELIMITED BY SIZE
               HV-CAMP-TITLE DELIMITED BY SIZE
               INTO PAY-LETTER-LINE
           END-STRING
           WRITE PAY-LETTER-LINE.

           MOVE SPACES TO PAY-LETTER-LINE
           STRING 'WE HAVE FOUND THAT SOME ' DELIMITED BY SIZE
               HV-CAMP-PROCTRAN-TYPE DELIMITED BY SIZE
               ' ENTRIES ON YOUR ACCOUNT BETWEEN ' DELIMITED BY SIZE
               WS-PRINT-DATE-FROM DELIMITED BY SIZE
               ' AND ' DELIMITED BY SIZE
               WS-PRINT-DATE-TO DELIMITED BY SIZE
               ' WERE NOT WHAT THEY SHOULD HAVE BEEN.'
                  DELIMITED BY SIZE
               INTO PAY-LETTER-LINE
           END-STRING
           WRITE PAY-LETTER-LINE.

           MOVE 'WE ARE SORRY. WE HAVE WORKED OUT WHAT YOU LOST AND ADDE
      -         'D INTEREST FOR THE TIME YOU WERE WITHOUT IT:'
              TO PAY-LETTER-LINE.
           WRITE PAY-LETTER-LINE.

           MOVE SPACES TO PAY-LETTER-LINE
           STRING '  AMOUNT PUT RIGHT      ' DELIMITED BY SIZE
               WS-PRINT-REFUND DELIMITED BY SIZE
               INTO PAY-LETTER-LINE
           END-STRING
           WRITE PAY-LETTER-LINE.

           MOVE SPACES TO PAY-LETTER-LINE
           STRING '  INTEREST ON IT        ' DELIMITED BY SIZE
               WS-PRINT-INTEREST DELIMITED BY SIZE
               INTO PAY-LETTER-LINE
           END-STRING
           WRITE PAY-LETTER-LINE.

           MOVE SPACES TO PAY-LETTER-LINE
           STRING '  TOTAL PAID TO YOU     ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO PAY-LETTER-LINE
           END-STRING
           WRITE PAY-LETTER-LINE.

           MOVE SPACES TO PAY-LETTER-LINE
           EVALUATE TRUE
              WHEN HV-PAID-TO-ACCOUNT
                 MOVE 'WE HAVE PAID THIS INTO THE ACCOUNT ABOVE.'
                    TO PAY-LETTER-LINE
              WHEN HV-PAID-TO-SWITCHED
              WHEN HV-PAID-TO-OTHER-BANK
                 STRING 'AS THAT ACCOUNT IS NOW CLOSED, WE HAVE PAID '
                        DELIMITED BY SIZE
                     'THIS TO THE ACCOUNT YOU MOVED TO, '
                        DELIMITED BY SIZE
                     HV-ITEM-PAID-SORTCODE DELIMITED BY SIZE
                     '/' DELIMITED BY SIZE
                     HV-ITEM-PAID-ACCNO DELIMITED BY SIZE
                     '.' DELIMITED BY SIZE
                     INTO PAY-LETTER-LINE
                 END-STRING
              WHEN OTHER
                 MOVE 'AS THAT ACCOUNT IS NOW CLOSED, A CHEQUE FOR THIS
      -              ' AMOUNT IS ENCLOSED.' TO PAY-LETTER-LINE
           END-EVALUATE.
           WRITE PAY-LETTER-LINE.

           MOVE 'YOU DO NOT NEED TO DO ANYTHING. IF YOU HAVE ANY QUESTIO
      -         'NS, PLEASE CONTACT ANY BRANCH.' TO PAY-LETTER-LINE.
           WRITE PAY-LETTER-LINE.

           MOVE ALL '-' TO PAY-LETTER-LINE.
           WRITE PAY-LETTER-LINE.

           PERFORM ARCHIVE-THE-LETTER.

           ADD 1 TO WS-LETTERS-SENT.
       WOL999.
           EXIT.

      *----------------------------------------------------------------
      * Register the letter on the correspondence archive.
      *----------------------------------------------------------------
       ARCHIVE-THE-LETTER SECTION.
       ATL010.
           MOVE HV-SORTCODE TO CORR-SORTCODE.
           MOVE HV-ITEM-CUSTNO TO CORR-CUSTNO.
           MOVE 'RDRS' TO CORR-DOC-TYPE.
           MOVE HV-RUN-DATE TO CORR-DOC-DATE.
           MOVE 'P' TO CORR-CHANNEL.

           MOVE SPACES TO CORR-TEXT.
           STRING 'REDRESS CAMPAIGN ' DELIMITED BY SIZE
               WS-PRINT-ID DELIMITED BY SIZE
               ' ACCOUNT ' DELIMITED BY SIZE
               HV-ITEM-ACCNO DELIMITED BY SIZE
               ' REDRESS ' DELIMITED BY SIZE
               WS-PRINT-REFUND DELIMITED BY SIZE
               ' INTEREST ' DELIMITED BY SIZE
               WS-PRINT-INTEREST DELIMITED BY SIZE
               ' PAID BY ' DELIMITED BY SIZE
               HV-ITEM-METHOD DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               HV-ITEM-PAID-SORTCODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-ITEM-PAID-ACCNO DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               HV-CAMP-TITLE DELIMITED BY SIZE
               INTO CORR-TEXT
           END-STRING.

           CALL 'CORRWRT' USING CORRWRT-AREA.
       ATL999.
           EXIT.

      *----------------------------------------------------------------
      * The campaign's reconciliation for this sort code: what the
      * dry run identified must equal what has been paid plus what
      * is still outstanding, to the penny.
      *----------------------------------------------------------------
       RECONCILE-THE-CAMPAIGN SECTION.
       RCN010.
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(RDRITEM_REFUND +
                                  RDRITEM_COMP_INTEREST), 0)
              INTO :HV-MATCH-COUNT, :HV-SUM-AMOUNT
              FROM RDRITEM
              WHERE RDRITEM_CAMP_ID = :HV-CAMP-ID
                AND RDRITEM_SORTCODE = :HV-SORTCODE
           END-EXEC.

           MOVE HV-MATCH-COUNT TO WS-RECON-IDENT-COUNT.
           MOVE HV-SUM-AMOUNT TO WS-RECON-IDENT-AMOUNT.

           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(RDRITEM_PAID_AMT), 0)
              INTO :HV-MATCH-COUNT, :HV-SUM-AMOUNT
              FROM RDRITEM
              WHERE RDRITEM_CAMP_ID = :HV-CAMP-ID
                AND RDRITEM_SORTCODE = :HV-SORTCODE
                AND RDRITEM_STATUS = 'P'
           END-EXEC.

           MOVE HV-MATCH-COUNT TO WS-RECON-PAID-COUNT.
           MOVE HV-SUM-AMOUNT TO WS-RECON-PAID-AMOUNT.

           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(RDRITEM_REFUND +
                                  RDRITEM_COMP_INTEREST), 0)
              INTO :HV-MATCH-COUNT, :HV-SUM-AMOUNT
              FROM RDRITEM
              WHERE RDRITEM_CAMP_ID = :HV-CAMP-ID
                AND RDRITEM_SORTCODE = :HV-SORTCODE
                AND RDRITEM_STATUS IN ('I', 'F')
           END-EXEC.

           MOVE HV-MATCH-COUNT TO WS-RECON-OUT-COUNT.
           MOVE HV-SUM-AMOUNT TO WS-RECON-OUT-AMOUNT.

           COMPUTE WS-RECON-DIFFERENCE = WS-RECON-IDENT-AMOUNT
              - WS-RECON-PAID-AMOUNT - WS-RECON-OUT-AMOUNT.

           MOVE WS-RECON-IDENT-AMOUNT TO WS-PRINT-AMOUNT.
           MOVE WS-RECON-PAID-AMOUNT TO WS-PRINT-REFUND.
           MOVE WS-RECON-OUT-AMOUNT TO WS-PRINT-INTEREST.

           MOVE SPACES TO PAY-REPORT-LINE
           STRING 'RECONCILIATION IDENTIFIED=' DELIMITED BY SIZE
               WS-RECON-IDENT-COUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' PAID=' DELIMITED BY SIZE
               WS-RECON-PAID-COUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-REFUND DELIMITED BY SIZE
               ' OUTSTANDING=' DELIMITED BY SIZE
               WS-RECON-OUT-COUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-INTEREST DELIMITED BY SIZE
               INTO PAY-REPORT-LINE
           END-STRING
           WRITE PAY-REPORT-LINE.

           MOVE SPACES TO PAY-REPORT-LINE.
           IF WS-RECON-DIFFERENCE = 0
              MOVE 'RECONCILIATION AGREES - PAID PLUS OUTSTANDING EQUAL
      -            'S IDENTIFIED' TO PAY-REPORT-LINE
           ELSE
              MOVE WS-RECON-DIFFERENCE TO WS-PRINT-AMOUNT
              STRING 'RECONCILIATION DOES NOT AGREE - DIFFERENCE '
                     DELIMITED BY SIZE
                  WS-PRINT-AMOUNT DELIMITED BY SIZE
                  INTO PAY-REPORT-LINE
              END-STRING
           END-IF.
           WRITE PAY-REPORT-LINE.
       RCN999.
           EXIT.

      *----------------------------------------------------------------
      * With nothing left to pay on any sort code the campaign is
      * done.
      *----------------------------------------------------------------
       COMPLETE-THE-CAMPAIGN SECTION.
       CTC010.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-MATCH-COUNT
              FROM RDRITEM
              WHERE RDRITEM_CAMP_ID = :HV-CAMP-ID
                AND RDRITEM_STATUS IN ('I', 'F')
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-MATCH-COUNT > 0
              GO TO CTC999
           END-IF.

           EXEC SQL
              UPDATE RDRCAMP
              SET RDRCAMP_STATUS = 'P',
                  RDRCAMP_POSTED_DATE = :HV-RUN-DATE
              WHERE RDRCAMP_ID = :HV-CAMP-ID
           END-EXEC.

           IF SQLCODE = 0
              ADD 1 TO WS-CAMPAIGNS-COMPLETED
              MOVE SPACES TO PAY-REPORT-LINE
              STRING 'CAMPAIGN ' DELIMITED BY SIZE
                  WS-PRINT-ID DELIMITED BY SIZE
                  ' FULLY PAID - CLOSED' DELIMITED BY SIZE
                  INTO PAY-REPORT-LINE
              END-STRING
              WRITE PAY-REPORT-LINE
           END-IF.
       CTC999.
           EXIT.

      *----------------------------------------------------------------
       WRITE-PROCTRAN-ROW SECTION.
       WPR010.
           EXEC SQL
              INSERT INTO PROCTRAN
                 (PROCTRAN_EYECATCHER, PROCTRAN_SORTCODE,
                  PROCTRAN_NUMBER, PROCTRAN_DATE, PROCTRAN_TIME,
                  PROCTRAN_REF, PROCTRAN_TYPE, PROCTRAN_DESC,
                  PROCTRAN_AMOUNT)
              VALUES
                 (:HV-PROCTRAN-EYECATCHER, :HV-SORTCODE,
                  :HV-PROCTRAN-ACCNO, :HV-PROCTRAN-DATE,
                  :HV-PROCTRAN-TIME, :HV-PROCTRAN-REF,
                  :HV-PROCTRAN-TYPE, :HV-PROCTRAN-DESC,
                  :HV-PROCTRAN-AMOUNT)
           END-EXEC.

           IF SQLCODE = 0
              INITIALIZE EVNT-AREA
              SET EVNT-POSTING TO TRUE
              MOVE HV-SORTCODE TO EVNT-SORTCODE
              MOVE HV-PROCTRAN-ACCNO TO EVNT-ACCNO
              MOVE HV-PROCTRAN-DATE TO EVNT-PROC-DATE
              MOVE HV-PROCTRAN-TIME TO EVNT-PROC-TIME
              MOVE HV-PROCTRAN-REF TO EVNT-REF
              MOVE HV-PROCTRAN-TYPE TO EVNT-TYPE
              MOVE HV-PROCTRAN-DESC TO EVNT-DESC
              MOVE HV-PROCTRAN-AMOUNT TO EVNT-AMOUNT
              PERFORM WRITE-BUSINESS-EVENT
           END-IF.
       WPR999.
           EXIT.

      *----------------------------------------------------------------
      * The next outbound settlement id comes straight off the
      * CONTROL counter the online GETCTRL allocation shares, the
      * same name/value idiom GARNRUN uses.
      *----------------------------------------------------------------
       ALLOCATE-NEXT-XFRSETL-ID SECTION.
       ANXS010.
           MOVE 'N' TO WS-ALLOC-FAILED-SW.

           MOVE SPACES TO HV-CONTROL-NAME.
           STRING HV-SORTCODE DELIMITED BY SIZE
               '-XFRS-LAST' DELIMITED BY SIZE
               INTO HV-CONTROL-NAME
           END-STRING.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO HV-CONTROL-VALUE-NUM
                 EXEC SQL
                    UPDATE CONTROL
                    SET CONTROL_VALUE_NUM = :HV-CONTROL-VALUE-NUM
                    WHERE CONTROL_NAME = :HV-CONTROL-NAME
                 END-EXEC
              WHEN 100
                 MOVE 1 TO HV-CONTROL-VALUE-NUM
                 EXEC SQL
                    INSERT INTO CONTROL
                           (CONTROL_NAME, CONTROL_VALUE_NUM,
                            CONTROL_VALUE_STR)
                    VALUES (:HV-CONTROL-NAME,
                            :HV-CONTROL-VALUE-NUM, ' ')
                 END-EXEC
              WHEN OTHER
                 MOVE 'Y' TO WS-ALLOC-FAILED-SW
                 GO TO ANXS999
           END-EVALUATE.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-ALLOC-FAILED-SW
              GO TO ANXS999
           END-IF.

           MOVE HV-CONTROL-VALUE-NUM TO HV-XFRSETL-ID.
       ANXS999.
           EXIT.

      *----------------------------------------------------------------
      * The change just posted, as a business event in the same unit
      * of work (see EVNTWRT). A failure to record it comes back in
      * SQLCODE, so it is handled exactly as a failed PROCTRAN insert.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           MOVE 'RDRSPAY' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
