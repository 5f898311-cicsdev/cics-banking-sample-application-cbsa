      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: FEESTMT                                                 *
      *                                                                *
      * Description: Yearly statement of fees and charges, one per    *
      *              account on a sort code: every account open at    *
      *              the year end that was opened by then, and every  *
      *              account closed through DELACC during the year    *
      *              (CLOSECRT says when), so a customer who left     *
      *              still hears what their account cost them.        *
      *                                                                *
      *              Each statement totals the year's charges by      *
      *              service. Tariff fees come from FEEADVC, which    *
      *              ties every PROCTRAN type FEE posting to its      *
      *              TARIFF fee code, grouped by code with the        *
      *              tariff's own description: the amount charged,    *
      *              the part of it refunded ('R', e.g. COOLFUN's     *
      *              cooling-off refund) and the amount waived        *
      *              before collection ('W'). OVDFEE's overdraft      *
      *              usage fee (type ODF) follows as a service of its *
      *              own, then the debit interest charged on          *
      *              overdrawn balances and the credit interest paid, *
      *              both from the INT postings of INTACCR and        *
      *              POOLINT. INTACCR charges one debit rate on any   *
      *              negative balance, inside the arranged limit or   *
      *              beyond it, so arranged and unarranged borrowing  *
      *              interest are shown as the one line. PROCTRAN and *
      *              its PROCARCT archive are both read, so a year    *
      *              part-archived by PROCARCH still adds up.         *
      *                                                                *
      *              The statement goes the way the account holder's *
      *              statements go (CUSTOMER-STMT-DELIVERY): paper to *
      *              FEESRPT, electronic to the FEESEXTR extract      *
      *              (record type 1 header, 2 service line, 3         *
      *              totals), or both; paper for a customer whose     *
      *              mail has come back is held on HELDCORR instead.  *
      *              The wording is the customer's own language       *
      *              through the MSGCAT catalogue, and every          *
      *              statement is archived through CORRWRT as         *
      *              document type FEES, where CORRFUN lists and      *
      *              reprints it.                                     *
      *                                                                *
      * Input: parm='ssssss,yyyy' where ssssss is the sort code and    *
      *        yyyy the calendar year (defaults to last year).         *
      *                                                                *
      * Output: Sequential report FEESRPT, extract FEESEXTR, held     *
      *         correspondence HELDCORR.                               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEESTMT.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELD-FILE
                  ASSIGN TO HELDCORR
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FEES-REPORT
                  ASSIGN TO FEESRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FEES-EXTRACT
                  ASSIGN TO FEESEXTR
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
       FD  HELD-FILE.
       01  HELD-RECORD.
           03 HELD-CUSTNO                    PIC X(10).
           03 HELD-ACCNO                     PIC X(8).
           03 HELD-DOC-TYPE                  PIC X(4).
           03 HELD-DATE                      PIC X(8).

       FD  FEES-REPORT.
       01  FEES-REPORT-LINE                 PIC X(132).

       FD  FEES-EXTRACT.
       01  FEES-EXTRACT-LINE                PIC X(100).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD-STRUCTURE.
           COPY CUSTOMER.

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE CLOSECRT END-EXEC.
           EXEC SQL INCLUDE TRFDB2 END-EXEC.
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE PRCADB2 END-EXEC.
           EXEC SQL INCLUDE BRDRDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-YEAR                           PIC X(4).
       01 HV-YEAR-NUM                       PIC S9(4) COMP.
       01 HV-YEAR-FIRST                     PIC X(8).
       01 HV-YEAR-LAST                      PIC X(8).

       01 HV-ACC-NUMBER                     PIC X(8).
       01 HV-CUST-NUMBER                    PIC X(10).
       01 HV-ACC-TYPE                       PIC X(8).
       01 HV-ACC-STATE                      PIC X.
          88 HV-ACC-CLOSED                  VALUE 'C'.

       01 HV-FEE-CODE                       PIC X(4).
       01 HV-FEE-DESC                       PIC X(30).
       01 HV-FEE-CHARGED                    PIC S9(10)V99 COMP-3.
       01 HV-FEE-REFUNDED                   PIC S9(10)V99 COMP-3.
       01 HV-FEE-WAIVED                     PIC S9(10)V99 COMP-3.

       01 HV-ODF-LIVE                       PIC S9(10)V99 COMP-3.
       01 HV-ODF-ARCH                       PIC S9(10)V99 COMP-3.
       01 HV-DEBIT-LIVE                     PIC S9(10)V99 COMP-3.
       01 HV-DEBIT-ARCH                     PIC S9(10)V99 COMP-3.
       01 HV-CREDIT-LIVE                    PIC S9(10)V99 COMP-3.
       01 HV-CREDIT-ARCH                    PIC S9(10)V99 COMP-3.

       01 WS-TODAY                          PIC 9(8).
       01 WS-TODAY-X REDEFINES WS-TODAY.
          03 WS-TODAY-YYYY                  PIC 9(4).
          03 FILLER                         PIC 9(4).

       01 WS-CUSTOMER-STATUS                PIC XX.
          88 WS-CUSTOMER-OK                 VALUE '00'.

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.
       01 WS-FEE-EOF-SW                     PIC X VALUE 'N'.
          88 WS-FEE-EOF                     VALUE 'Y'.
       01 WS-RUN-FAILED-SW                  PIC X VALUE 'N'.
          88 WS-RUN-FAILED                  VALUE 'Y'.

      * Which channels this statement goes to, from the account
      * holder's own preference - both switches can be on at once.
       01 WS-PAPER-SW                       PIC X VALUE 'Y'.
          88 WS-WANT-PAPER                  VALUE 'Y'.
       01 WS-ELEC-SW                        PIC X VALUE 'N'.
          88 WS-WANT-ELEC                   VALUE 'Y'.
       01 WS-HELD-SW                        PIC X VALUE 'N'.
          88 WS-PAPER-HELD                  VALUE 'Y'.
       01 WS-CUST-FOUND-SW                  PIC X VALUE 'N'.
          88 WS-CUST-FOUND                  VALUE 'Y'.

      * The year's totals for the account in hand.
       01 WS-TOTAL-CHARGED                  PIC S9(10)V99.
       01 WS-TOTAL-REFUNDED                 PIC S9(10)V99.
       01 WS-TOTAL-WAIVED                   PIC S9(10)V99.
       01 WS-DEBIT-INTEREST                 PIC S9(10)V99.
       01 WS-CREDIT-INTEREST                PIC S9(10)V99.
       01 WS-SERVICES-LISTED                PIC 9(4).

       01 WS-STATEMENTS-PRODUCED            PIC 9(8) VALUE 0.
       01 WS-CLOSED-COUNT                   PIC 9(8) VALUE 0.
       01 WS-PAPER-COUNT                    PIC 9(8) VALUE 0.
       01 WS-ELEC-COUNT                     PIC 9(8) VALUE 0.
       01 WS-BOTH-COUNT                     PIC 9(8) VALUE 0.
       01 WS-HELD-COUNT                     PIC 9(8) VALUE 0.

       01 WS-PRINT-AMOUNT                   PIC +9(10).99.
       01 WS-PRINT-AMOUNT2                  PIC +9(10).99.
       01 WS-PRINT-AMOUNT3                  PIC +9(10).99.
       01 WS-PRINT-SQLCODE                  PIC ----9.

      * The statement's customer-facing wording comes through the
      * MSGCAT catalogue in the customer's own language (MSGTXT
      * falls back to English; these literals are the last resort
      * when even the English row is missing).
       01 WS-MSGTXT-PGM                     PIC X(8) VALUE 'MSGTXT'.

       01 MSGTXT-PARM.
           COPY MSGTXT.

       01 WS-CUST-LANGUAGE                  PIC X(2).
       01 WS-FRAG-DEFAULT                   PIC X(80).
       01 WS-TXT-HEADING                    PIC X(80).
       01 WS-TXT-ACCOUNT                    PIC X(80).
       01 WS-TXT-CLOSED                     PIC X(80).
       01 WS-TXT-SERVICE                    PIC X(80).
       01 WS-TXT-CHARGED                    PIC X(80).
       01 WS-TXT-REFUNDED                   PIC X(80).
       01 WS-TXT-WAIVED                     PIC X(80).
       01 WS-TXT-NO-FEES                    PIC X(80).
       01 WS-TXT-TOTAL                      PIC X(80).
       01 WS-TXT-ODF                        PIC X(80).
       01 WS-TXT-DEBIT-INT                  PIC X(80).
       01 WS-TXT-CREDIT-INT                 PIC X(80).

      * The owning branch's letterhead (see BRDIR), read once per
      * run - a branch with no directory entry prints none.
       01 WS-BRANCH-NAME                    PIC X(40).
       01 WS-BRANCH-ADDRESS                 PIC X(120).
       01 WS-BRANCH-PHONE                   PIC X(15).
       01 WS-BRANCH-FOUND-SW                PIC X VALUE 'N'.
          88 WS-BRANCH-FOUND                VALUE 'Y'.

      * Fixed-layout extract records for the electronic channel.
       01 WS-EXTR-HEADER.
          03 FILLER                         PIC X VALUE '1'.
          03 WS-EXTR-H-SORTCODE             PIC X(6).
          03 WS-EXTR-H-ACCNO                PIC X(8).
          03 WS-EXTR-H-CUSTNO               PIC X(10).
          03 WS-EXTR-H-YEAR                 PIC X(4).
          03 WS-EXTR-H-STATE                PIC X.
          03 WS-EXTR-H-ACC-TYPE             PIC X(8).
          03 FILLER                         PIC X(62) VALUE SPACES.

       01 WS-EXTR-SERVICE.
          03 FILLER                         PIC X VALUE '2'.
          03 WS-EXTR-S-SORTCODE             PIC X(6).
          03 WS-EXTR-S-ACCNO                PIC X(8).
          03 WS-EXTR-S-CODE                 PIC X(4).
          03 WS-EXTR-S-DESC                 PIC X(30).
          03 WS-EXTR-S-CHARGED              PIC +9(10).99.
          03 WS-EXTR-S-REFUNDED             PIC +9(10).99.
          03 WS-EXTR-S-WAIVED               PIC +9(10).99.
          03 FILLER                         PIC X(9) VALUE SPACES.

       01 WS-EXTR-TOTALS.
          03 FILLER                         PIC X VALUE '3'.
          03 WS-EXTR-T-SORTCODE             PIC X(6).
          03 WS-EXTR-T-ACCNO                PIC X(8).
          03 WS-EXTR-T-CHARGED              PIC +9(10).99.
          03 WS-EXTR-T-REFUNDED             PIC +9(10).99.
          03 WS-EXTR-T-WAIVED               PIC +9(10).99.
          03 WS-EXTR-T-DEBIT-INT            PIC +9(10).99.
          03 WS-EXTR-T-CREDIT-INT           PIC +9(10).99.
          03 FILLER                         PIC X(15) VALUE SPACES.

      * Run-control registration (see RUNCTL) - every overnight
      * program records its run and honours the sequencing rules.
       01 RUNCTL-AREA.
           COPY RUNCTLA.

      * Correspondence archive registration (see CORRWRT) - every
      * document produced is registered with its rendered text.
       01 CORRWRT-AREA.
           COPY CORRWRTA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
           05 PARM                          PIC X(256).

       PROCEDURE DIVISION USING PARM-BUFFER.
       PREMIERE SECTION.
       A010.
           OPEN OUTPUT FEES-REPORT.
           OPEN OUTPUT FEES-EXTRACT.
           OPEN OUTPUT HELD-FILE.
           OPEN INPUT CUSTOMER-FILE.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO FEES-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO FEES-REPORT-LINE
              END-STRING
              WRITE FEES-REPORT-LINE
              CLOSE CUSTOMER-FILE
              CLOSE HELD-FILE
              CLOSE FEES-EXTRACT
              CLOSE FEES-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO FEES-REPORT-LINE
           STRING 'ANNUAL FEES AND CHARGES STATEMENTS - SORTCODE '
               DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' YEAR ' DELIMITED BY SIZE
               HV-YEAR DELIMITED BY SIZE
               INTO FEES-REPORT-LINE
           END-STRING
           WRITE FEES-REPORT-LINE.

           PERFORM GET-BRANCH-LETTERHEAD.

           PERFORM PRINT-STATEMENTS.

           MOVE SPACES TO FEES-REPORT-LINE
           STRING 'STATEMENTS PRODUCED=' DELIMITED BY SIZE
               WS-STATEMENTS-PRODUCED DELIMITED BY SIZE
               ' CLOSED ACCOUNTS=' DELIMITED BY SIZE
               WS-CLOSED-COUNT DELIMITED BY SIZE
               INTO FEES-REPORT-LINE
           END-STRING
           WRITE FEES-REPORT-LINE.

           MOVE SPACES TO FEES-REPORT-LINE
           STRING 'PAPER=' DELIMITED BY SIZE
               WS-PAPER-COUNT DELIMITED BY SIZE
               ' ELECTRONIC=' DELIMITED BY SIZE
               WS-ELEC-COUNT DELIMITED BY SIZE
               ' BOTH=' DELIMITED BY SIZE
               WS-BOTH-COUNT DELIMITED BY SIZE
               ' HELD=' DELIMITED BY SIZE
               WS-HELD-COUNT DELIMITED BY SIZE
               INTO FEES-REPORT-LINE
           END-STRING
           WRITE FEES-REPORT-LINE.

           CLOSE CUSTOMER-FILE.
           CLOSE HELD-FILE.
           CLOSE FEES-EXTRACT.
           CLOSE FEES-REPORT.

           IF WS-RUN-FAILED
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM REGISTER-RUN-END.

           GOBACK.

       A999.
           EXIT.

      *----------------------------------------------------------------
      * Register this run on the RUNCTL ledger and honour its
      * sequencing rules - see RUNCTL for the two refusals. The
      * business date is the last day of the year reported on.
      *----------------------------------------------------------------
       REGISTER-RUN-START SECTION.
       RGS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'FEESTMT ' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-YEAR-LAST TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RGE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-STATEMENTS-PRODUCED TO RUNCTL-RECORD-COUNT.
           MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RGE999.
           EXIT.

      *----------------------------------------------------------------
       GET-RUN-PARMS SECTION.
       GRP010.
           MOVE SPACES TO HV-SORTCODE HV-YEAR.

           IF PARM-LENGTH > 0
              UNSTRING PARM(1:PARM-LENGTH) DELIMITED BY ','
                 INTO HV-SORTCODE HV-YEAR
           END-IF.

           IF HV-YEAR = SPACES OR HV-YEAR = LOW-VALUES
              ACCEPT WS-TODAY FROM DATE YYYYMMDD
              SUBTRACT 1 FROM WS-TODAY-YYYY
              MOVE WS-TODAY-YYYY TO HV-YEAR
           END-IF.

           MOVE HV-YEAR TO WS-TODAY-YYYY.
           MOVE WS-TODAY-YYYY TO HV-YEAR-NUM.

           MOVE HV-YEAR TO HV-YEAR-FIRST(1:4) HV-YEAR-LAST(1:4).
           MOVE '0101' TO HV-YEAR-FIRST(5:4).
           MOVE '1231' TO HV-YEAR-LAST(5:4).

           MOVE 0 TO RETURN-CODE.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * The run branch's own details off the directory for the
      * letterhead.
      *----------------------------------------------------------------
       GET-BRANCH-LETTERHEAD SECTION.
       GBL010.
           MOVE 'N' TO WS-BRANCH-FOUND-SW.
           MOVE SPACES TO WS-BRANCH-NAME WS-BRANCH-ADDRESS
                          WS-BRANCH-PHONE.

           EXEC SQL
              SELECT BRDIR_NAME, COALESCE(BRDIR_ADDRESS, ' '),
                     COALESCE(BRDIR_PHONE, ' ')
              INTO :WS-BRANCH-NAME, :WS-BRANCH-ADDRESS,
                   :WS-BRANCH-PHONE
              FROM BRDIR
              WHERE BRDIR_SORTCODE = :HV-SORTCODE
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'Y' TO WS-BRANCH-FOUND-SW
           END-IF.
       GBL999.
           EXIT.

      *----------------------------------------------------------------
      * Every account open at the year end that was opened by then,
      * and every account DELACC closed during the year - an
      * account number is never reused, so the two halves cannot
      * meet.
      *----------------------------------------------------------------
       PRINT-STATEMENTS SECTION.
       PS010.
           EXEC SQL
              DECLARE FEES_ACC_CSR CURSOR FOR
                 SELECT ACCOUNT_NUMBER,
                        COALESCE(ACCOUNT_CUSTOMER_NUMBER, ' '),
                        COALESCE(ACCOUNT_TYPE, ' '), 'O'
                 FROM ACCOUNT
                 WHERE ACCOUNT_SORTCODE = :HV-SORTCODE
                   AND YEAR(ACCOUNT_OPENED) <= :HV-YEAR-NUM
                 UNION
                 SELECT CLOSECRT_ACC_NUMBER,
                        COALESCE(CLOSECRT_CUST_NUMBER, ' '),
                        COALESCE(CLOSECRT_ACC_TYPE, ' '), 'C'
                 FROM CLOSECRT
                 WHERE CLOSECRT_SORTCODE = :HV-SORTCODE
                   AND YEAR(CLOSECRT_CLOSED_DATE) = :HV-YEAR-NUM
                 ORDER BY 1
           END-EXEC.

           EXEC SQL OPEN FEES_ACC_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-RUN-FAILED-SW
              MOVE SQLCODE TO WS-PRINT-SQLCODE
              MOVE SPACES TO FEES-REPORT-LINE
              STRING 'ACCOUNT CURSOR OPEN FAILED SQLCODE='
                  DELIMITED BY SIZE
                  WS-PRINT-SQLCODE DELIMITED BY SIZE
                  INTO FEES-REPORT-LINE
              END-STRING
              WRITE FEES-REPORT-LINE
              GO TO PS999
           END-IF.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM PS-FETCH-NEXT.

           PERFORM UNTIL WS-EOF
              PERFORM PS-PRINT-ONE-STATEMENT
              PERFORM PS-FETCH-NEXT
           END-PERFORM.

           EXEC SQL CLOSE FEES_ACC_CSR END-EXEC.
       PS999.
           EXIT.

       PS-FETCH-NEXT SECTION.
       PSF010.
           EXEC SQL
              FETCH FEES_ACC_CSR
              INTO :HV-ACC-NUMBER, :HV-CUST-NUMBER,
                   :HV-ACC-TYPE, :HV-ACC-STATE
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'Y' TO WS-EOF-SW
              WHEN OTHER
                 MOVE 'Y' TO WS-EOF-SW
                 MOVE 'Y' TO WS-RUN-FAILED-SW
                 MOVE SQLCODE TO WS-PRINT-SQLCODE
                 MOVE SPACES TO FEES-REPORT-LINE
                 STRING 'ACCOUNT FETCH FAILED SQLCODE='
                     DELIMITED BY SIZE
                     WS-PRINT-SQLCODE DELIMITED BY SIZE
                     INTO FEES-REPORT-LINE
                 END-STRING
                 WRITE FEES-REPORT-LINE
           END-EVALUATE.
       PSF999.
           EXIT.

      *----------------------------------------------------------------
      * One account's statement: the heading, one line per service
      * charged, refunded or waived in the year, then the totals and
      * the interest.
      *----------------------------------------------------------------
       PS-PRINT-ONE-STATEMENT SECTION.
       PSO010.
           ADD 1 TO WS-STATEMENTS-PRODUCED.

           IF HV-ACC-CLOSED
              ADD 1 TO WS-CLOSED-COUNT
           END-IF.

           MOVE 0 TO WS-TOTAL-CHARGED WS-TOTAL-REFUNDED
                     WS-TOTAL-WAIVED WS-SERVICES-LISTED.

           PERFORM GET-DELIVERY-CHANNEL.
           PERFORM GET-STATEMENT-WORDING.
           PERFORM GET-YEAR-INTEREST.

           IF WS-WANT-PAPER
              PERFORM PS-PRINT-HEADING
           END-IF.

           IF WS-WANT-ELEC
              MOVE HV-SORTCODE TO WS-EXTR-H-SORTCODE
              MOVE HV-ACC-NUMBER TO WS-EXTR-H-ACCNO
              MOVE HV-CUST-NUMBER TO WS-EXTR-H-CUSTNO
              MOVE HV-YEAR TO WS-EXTR-H-YEAR
              MOVE HV-ACC-STATE TO WS-EXTR-H-STATE
              MOVE HV-ACC-TYPE TO WS-EXTR-H-ACC-TYPE
              WRITE FEES-EXTRACT-LINE FROM WS-EXTR-HEADER
           END-IF.

           PERFORM PS-LIST-TARIFF-FEES.

           PERFORM PS-OVERDRAFT-FEES.

           IF WS-WANT-PAPER
              PERFORM PS-PRINT-TOTALS
           END-IF.

           IF WS-WANT-ELEC
              MOVE HV-SORTCODE TO WS-EXTR-T-SORTCODE
              MOVE HV-ACC-NUMBER TO WS-EXTR-T-ACCNO
              MOVE WS-TOTAL-CHARGED TO WS-EXTR-T-CHARGED
              MOVE WS-TOTAL-REFUNDED TO WS-EXTR-T-REFUNDED
              MOVE WS-TOTAL-WAIVED TO WS-EXTR-T-WAIVED
              MOVE WS-DEBIT-INTEREST TO WS-EXTR-T-DEBIT-INT
              MOVE WS-CREDIT-INTEREST TO WS-EXTR-T-CREDIT-INT
              WRITE FEES-EXTRACT-LINE FROM WS-EXTR-TOTALS
           END-IF.

           PERFORM PS-ARCHIVE-STATEMENT.
       PSO999.
           EXIT.

      *----------------------------------------------------------------
      * Which channel(s) does this statement go to? The same rules as
      * the monthly statement: the account holder's CUSTOMER record
      * carries the preference, a space means paper, an unreadable
      * record falls back to paper, and paper for a customer whose
      * mail has come back is held instead of posted.
      *----------------------------------------------------------------
       GET-DELIVERY-CHANNEL SECTION.
       GDC010.
           MOVE 'Y' TO WS-PAPER-SW.
           MOVE 'N' TO WS-ELEC-SW.
           MOVE 'N' TO WS-HELD-SW.
           MOVE 'N' TO WS-CUST-FOUND-SW.
           MOVE SPACES TO WS-CUST-LANGUAGE.

           MOVE HV-SORTCODE TO CUSTOMER-SORTCODE.
           MOVE HV-CUST-NUMBER TO CUSTOMER-NUMBER.

           READ CUSTOMER-FILE
              INVALID KEY
                 ADD 1 TO WS-PAPER-COUNT
                 GO TO GDC999
           END-READ.

           MOVE 'Y' TO WS-CUST-FOUND-SW.
           MOVE CUSTOMER-LANGUAGE TO WS-CUST-LANGUAGE.

           IF CUSTOMER-GONE-AWAY
              MOVE 'N' TO WS-PAPER-SW
              MOVE 'Y' TO WS-HELD-SW
              ADD 1 TO WS-HELD-COUNT
              MOVE SPACES TO HELD-RECORD
              MOVE HV-CUST-NUMBER TO HELD-CUSTNO
              MOVE HV-ACC-NUMBER TO HELD-ACCNO
              MOVE 'FEES' TO HELD-DOC-TYPE
              MOVE HV-YEAR-LAST TO HELD-DATE
              WRITE HELD-RECORD
           END-IF.

           EVALUATE TRUE
              WHEN CUSTOMER-STMT-ELECTRONIC
                 MOVE 'N' TO WS-PAPER-SW
                 MOVE 'Y' TO WS-ELEC-SW
                 ADD 1 TO WS-ELEC-COUNT
              WHEN CUSTOMER-STMT-BOTH
                 IF NOT WS-PAPER-HELD
                    MOVE 'Y' TO WS-PAPER-SW
                 END-IF
                 MOVE 'Y' TO WS-ELEC-SW
                 ADD 1 TO WS-BOTH-COUNT
              WHEN OTHER
                 ADD 1 TO WS-PAPER-COUNT
           END-EVALUATE.
       GDC999.
           EXIT.

      *----------------------------------------------------------------
      * The statement's wording, in the customer's own language,
      * English when a translation is missing, and these literals
      * when even the English row is gone.
      *----------------------------------------------------------------
       GET-STATEMENT-WORDING SECTION.
       GSW010.
           MOVE 'FEESHEAD' TO MSGTXT-ID.
           MOVE 'ANNUAL STATEMENT OF FEES AND CHARGES - YEAR'
              TO WS-FRAG-DEFAULT.
           PERFORM GET-ONE-FRAGMENT.
           MOVE MSGTXT-TEXT TO WS-TXT-HEADING.

           MOVE 'FEESACCT' TO MSGTXT-ID.
           MOVE 'ACCOUNT' TO WS-FRAG-DEFAULT.
           PERFORM GET-ONE-FRAGMENT.
           MOVE MSGTXT-TEXT TO WS-TXT-ACCOUNT.

           MOVE 'FEESCLSD' TO MSGTXT-ID.
           MOVE 'THIS ACCOUNT WAS CLOSED DURING THE YEAR'
              TO WS-FRAG-DEFAULT.
           PERFORM GET-ONE-FRAGMENT.
           MOVE MSGTXT-TEXT TO WS-TXT-CLOSED.

           MOVE 'FEESSERV' TO MSGTXT-ID.
           MOVE 'SERVICE' TO WS-FRAG-DEFAULT.
           PERFORM GET-ONE-FRAGMENT.
           MOVE MSGTXT-TEXT TO WS-TXT-SERVICE.

           MOVE 'FEESCHRG' TO MSGTXT-ID.
           MOVE 'CHARGED' TO WS-FRAG-DEFAULT.
           PERFORM GET-ONE-FRAGMENT.
           MOVE MSGTXT-TEXT TO WS-TXT-CHARGED.

           MOVE 'FEESRFND' TO MSGTXT-ID.
           MOVE 'REFUNDED' TO WS-FRAG-DEFAULT.
           PERFORM GET-ONE-FRAGMENT.
           MOVE MSGTXT-TEXT TO WS-TXT-REFUNDED.

           MOVE 'FEESWAIV' TO MSGTXT-ID.
           MOVE 'WAIVED' TO WS-FRAG-DEFAULT.
           PERFORM GET-ONE-FRAGMENT.
           MOVE MSGTXT-TEXT TO WS-TXT-WAIVED.

           MOVE 'FEESNONE' TO MSGTXT-ID.
           MOVE 'NO FEES WERE CHARGED ON THIS ACCOUNT THIS YEAR'
              TO WS-FRAG-DEFAULT.
           PERFORM GET-ONE-FRAGMENT.
           MOVE MSGTXT-TEXT TO WS-TXT-NO-FEES.

           MOVE 'FEESTOTL' TO MSGTXT-ID.
           MOVE 'TOTAL FEES' TO WS-FRAG-DEFAULT.
           PERFORM GET-ONE-FRAGMENT.
           MOVE MSGTXT-TEXT TO WS-TXT-TOTAL.

           MOVE 'FEESODF' TO MSGTXT-ID.
           MOVE 'OVERDRAFT USAGE FEE' TO WS-FRAG-DEFAULT.
           PERFORM GET-ONE-FRAGMENT.
           MOVE MSGTXT-TEXT TO WS-TXT-ODF.

           MOVE 'FEESDINT' TO MSGTXT-ID.
           MOVE 'ARRANGED AND UNARRANGED OVERDRAFT INTEREST CHARGED'
              TO WS-FRAG-DEFAULT.
           PERFORM GET-ONE-FRAGMENT.
           MOVE MSGTXT-TEXT TO WS-TXT-DEBIT-INT.

           MOVE 'FEESCINT' TO MSGTXT-ID.
           MOVE 'CREDIT INTEREST PAID' TO WS-FRAG-DEFAULT.
           PERFORM GET-ONE-FRAGMENT.
           MOVE MSGTXT-TEXT TO WS-TXT-CREDIT-INT.
       GSW999.
           EXIT.

       GET-ONE-FRAGMENT SECTION.
       GOF010.
           MOVE WS-CUST-LANGUAGE TO MSGTXT-LANGUAGE.
           MOVE SPACES TO MSGTXT-TEXT.

           CALL WS-MSGTXT-PGM USING MSGTXT-PARM.

           IF MSGTXT-FOUND NOT = 'Y'
              MOVE WS-FRAG-DEFAULT TO MSGTXT-TEXT
           END-IF.
       GOF999.
           EXIT.

      *----------------------------------------------------------------
      * The year's interest from the INT postings, live and archived:
      * a debit is interest charged on an overdrawn balance, a
      * credit is interest paid. PROCTRAN_DATE carries the year in
      * its last four characters, as CCBILL reads it.
      *----------------------------------------------------------------
       GET-YEAR-INTEREST SECTION.
       GYI010.
           MOVE 0 TO WS-DEBIT-INTEREST WS-CREDIT-INTEREST.

           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN PROCTRAN_AMOUNT < 0
                                       THEN 0 - PROCTRAN_AMOUNT
                                       ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN PROCTRAN_AMOUNT > 0
                                       THEN PROCTRAN_AMOUNT
                                       ELSE 0 END), 0)
              INTO :HV-DEBIT-LIVE, :HV-CREDIT-LIVE
              FROM PROCTRAN
              WHERE PROCTRAN_SORTCODE = :HV-SORTCODE
                AND PROCTRAN_NUMBER = :HV-ACC-NUMBER
                AND PROCTRAN_TYPE = 'INT'
                AND SUBSTR(PROCTRAN_DATE,7,4) = :HV-YEAR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-DEBIT-LIVE HV-CREDIT-LIVE
           END-IF.

           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN PROCARCT_AMOUNT < 0
                                       THEN 0 - PROCARCT_AMOUNT
                                       ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN PROCARCT_AMOUNT > 0
                                       THEN PROCARCT_AMOUNT
                                       ELSE 0 END), 0)
              INTO :HV-DEBIT-ARCH, :HV-CREDIT-ARCH
              FROM PROCARCT
              WHERE PROCARCT_SORTCODE = :HV-SORTCODE
                AND PROCARCT_NUMBER = :HV-ACC-NUMBER
                AND PROCARCT_TYPE = 'INT'
                AND SUBSTR(PROCARCT_DATE,7,4) = :HV-YEAR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-DEBIT-ARCH HV-CREDIT-ARCH
           END-IF.

           COMPUTE WS-DEBIT-INTEREST = HV-DEBIT-LIVE + HV-DEBIT-ARCH.
           COMPUTE WS-CREDIT-INTEREST =
              HV-CREDIT-LIVE + HV-CREDIT-ARCH.
       GYI999.
           EXIT.

      *----------------------------------------------------------------
      * Letterhead, addressee and account line of a paper statement.
      *----------------------------------------------------------------
       PS-PRINT-HEADING SECTION.
       PSH010.
           MOVE SPACES TO FEES-REPORT-LINE
           STRING '----------------------------------------'
                  DELIMITED BY SIZE
               INTO FEES-REPORT-LINE
           END-STRING
           WRITE FEES-REPORT-LINE.

           IF WS-BRANCH-FOUND
              MOVE SPACES TO FEES-REPORT-LINE
              MOVE WS-BRANCH-NAME TO FEES-REPORT-LINE
              WRITE FEES-REPORT-LINE
              MOVE SPACES TO FEES-REPORT-LINE
              MOVE WS-BRANCH-ADDRESS(1:120) TO FEES-REPORT-LINE
              WRITE FEES-REPORT-LINE
           END-IF.

           IF WS-CUST-FOUND
              MOVE SPACES TO FEES-REPORT-LINE
              MOVE CUSTOMER-NAME TO FEES-REPORT-LINE
              WRITE FEES-REPORT-LINE
              MOVE SPACES TO FEES-REPORT-LINE
              MOVE CUSTOMER-ADDRESS TO FEES-REPORT-LINE
              WRITE FEES-REPORT-LINE
           END-IF.

           MOVE SPACES TO FEES-REPORT-LINE
           STRING WS-TXT-HEADING DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               HV-YEAR DELIMITED BY SIZE
               INTO FEES-REPORT-LINE
           END-STRING
           WRITE FEES-REPORT-LINE.

           MOVE SPACES TO FEES-REPORT-LINE
           STRING WS-TXT-ACCOUNT DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-ACC-NUMBER DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-ACC-TYPE DELIMITED BY SIZE
               ' CUSTOMER ' DELIMITED BY SIZE
               HV-CUST-NUMBER DELIMITED BY SIZE
               INTO FEES-REPORT-LINE
           END-STRING
           WRITE FEES-REPORT-LINE.

           IF HV-ACC-CLOSED
              MOVE SPACES TO FEES-REPORT-LINE
              MOVE WS-TXT-CLOSED TO FEES-REPORT-LINE
              WRITE FEES-REPORT-LINE
           END-IF.

           MOVE SPACES TO FEES-REPORT-LINE
           STRING WS-TXT-SERVICE DELIMITED BY '  '
               INTO FEES-REPORT-LINE
           END-STRING
           STRING WS-TXT-CHARGED DELIMITED BY '  '
               INTO FEES-REPORT-LINE(45:20)
           END-STRING
           STRING WS-TXT-REFUNDED DELIMITED BY '  '
               INTO FEES-REPORT-LINE(65:20)
           END-STRING
           STRING WS-TXT-WAIVED DELIMITED BY '  '
               INTO FEES-REPORT-LINE(85:20)
           END-STRING
           WRITE FEES-REPORT-LINE.
       PSH999.
           EXIT.

      *----------------------------------------------------------------
      * Tariff fees for the year by fee code, from FEEADVC by the
      * date each fee was (or would have been) collected: collected
      * and later refunded fees were both charged, a refund is shown
      * against the service it reverses, and a waived fee was never
      * taken. A fee still only advised or referred has cost the
      * customer nothing yet and is left for next year's statement.
      *----------------------------------------------------------------
       PS-LIST-TARIFF-FEES SECTION.
       PLT010.
           EXEC SQL
              DECLARE FEES_SVC_CSR CURSOR FOR
                 SELECT F.FEEADVC_FEE_CODE,
                        COALESCE((SELECT MAX(T.TARIFF_DESC)
                                  FROM TARIFF T
                                  WHERE T.TARIFF_FEE_CODE =
                                        F.FEEADVC_FEE_CODE), ' '),
                        SUM(CASE WHEN F.FEEADVC_STATUS IN ('C', 'R')
                                 THEN F.FEEADVC_AMOUNT
                                 ELSE 0 END),
                        SUM(CASE WHEN F.FEEADVC_STATUS = 'R'
                                 THEN F.FEEADVC_AMOUNT
                                 ELSE 0 END),
                        SUM(CASE WHEN F.FEEADVC_STATUS = 'W'
                                 THEN F.FEEADVC_AMOUNT
                                 ELSE 0 END)
                 FROM FEEADVC F
                 WHERE F.FEEADVC_SORTCODE = :HV-SORTCODE
                   AND F.FEEADVC_ACCNO = :HV-ACC-NUMBER
                   AND F.FEEADVC_STATUS IN ('C', 'R', 'W')
                   AND F.FEEADVC_COLLECT_DATE
                          BETWEEN :HV-YEAR-FIRST AND :HV-YEAR-LAST
                 GROUP BY F.FEEADVC_FEE_CODE
                 ORDER BY F.FEEADVC_FEE_CODE
           END-EXEC.

           EXEC SQL OPEN FEES_SVC_CSR END-EXEC.

           IF SQLCODE NOT = 0
              GO TO PLT999
           END-IF.

           MOVE 'N' TO WS-FEE-EOF-SW.

           PERFORM PLT-FETCH-NEXT.

           PERFORM UNTIL WS-FEE-EOF
              MOVE HV-FEE-CODE TO WS-EXTR-S-CODE
              MOVE HV-FEE-DESC TO WS-EXTR-S-DESC
              PERFORM PS-PRINT-ONE-SERVICE
              PERFORM PLT-FETCH-NEXT
           END-PERFORM.

           EXEC SQL CLOSE FEES_SVC_CSR END-EXEC.
       PLT999.
           EXIT.

       PLT-FETCH-NEXT SECTION.
       PLTF010.
           EXEC SQL
              FETCH FEES_SVC_CSR
              INTO :HV-FEE-CODE, :HV-FEE-DESC,
                   :HV-FEE-CHARGED, :HV-FEE-REFUNDED,
                   :HV-FEE-WAIVED
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FEE-EOF-SW
           END-IF.
       PLTF999.
           EXIT.

      *----------------------------------------------------------------
      * OVDFEE's flat overdraft usage fee is not on the tariff; its
      * ODF postings for the year are the service line. It is never
      * refunded or waived.
      *----------------------------------------------------------------
       PS-OVERDRAFT-FEES SECTION.
       POF010.
           EXEC SQL
              SELECT COALESCE(SUM(0 - PROCTRAN_AMOUNT), 0)
              INTO :HV-ODF-LIVE
              FROM PROCTRAN
              WHERE PROCTRAN_SORTCODE = :HV-SORTCODE
                AND PROCTRAN_NUMBER = :HV-ACC-NUMBER
                AND PROCTRAN_TYPE = 'ODF'
                AND SUBSTR(PROCTRAN_DATE,7,4) = :HV-YEAR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-ODF-LIVE
           END-IF.

           EXEC SQL
              SELECT COALESCE(SUM(0 - PROCARCT_AMOUNT), 0)
              INTO :HV-ODF-ARCH
              FROM PROCARCT
              WHERE PROCARCT_SORTCODE = :HV-SORTCODE
                AND PROCARCT_NUMBER = :HV-ACC-NUMBER
                AND PROCARCT_TYPE = 'ODF'
                AND SUBSTR(PROCARCT_DATE,7,4) = :HV-YEAR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO HV-ODF-ARCH
           END-IF.

           COMPUTE HV-FEE-CHARGED = HV-ODF-LIVE + HV-ODF-ARCH.

           IF HV-FEE-CHARGED = 0
              GO TO POF999
           END-IF.

           MOVE 0 TO HV-FEE-REFUNDED HV-FEE-WAIVED.
           MOVE 'ODF' TO HV-FEE-CODE WS-EXTR-S-CODE.
           MOVE WS-TXT-ODF TO HV-FEE-DESC WS-EXTR-S-DESC.

           PERFORM PS-PRINT-ONE-SERVICE.
       POF999.
           EXIT.

      *----------------------------------------------------------------
      * One service line, added into the account's totals.
      *----------------------------------------------------------------
       PS-PRINT-ONE-SERVICE SECTION.
       PPS010.
           ADD 1 TO WS-SERVICES-LISTED.
           ADD HV-FEE-CHARGED TO WS-TOTAL-CHARGED.
           ADD HV-FEE-REFUNDED TO WS-TOTAL-REFUNDED.
           ADD HV-FEE-WAIVED TO WS-TOTAL-WAIVED.

           IF WS-WANT-PAPER
              MOVE HV-FEE-CHARGED TO WS-PRINT-AMOUNT
              MOVE HV-FEE-REFUNDED TO WS-PRINT-AMOUNT2
              MOVE HV-FEE-WAIVED TO WS-PRINT-AMOUNT3
              MOVE SPACES TO FEES-REPORT-LINE
              STRING HV-FEE-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HV-FEE-DESC DELIMITED BY SIZE
                  INTO FEES-REPORT-LINE
              END-STRING
              MOVE WS-PRINT-AMOUNT TO FEES-REPORT-LINE(45:14)
              MOVE WS-PRINT-AMOUNT2 TO FEES-REPORT-LINE(65:14)
              MOVE WS-PRINT-AMOUNT3 TO FEES-REPORT-LINE(85:14)
              WRITE FEES-REPORT-LINE
           END-IF.

           IF WS-WANT-ELEC
              MOVE HV-SORTCODE TO WS-EXTR-S-SORTCODE
              MOVE HV-ACC-NUMBER TO WS-EXTR-S-ACCNO
              MOVE HV-FEE-CHARGED TO WS-EXTR-S-CHARGED
              MOVE HV-FEE-REFUNDED TO WS-EXTR-S-REFUNDED
              MOVE HV-FEE-WAIVED TO WS-EXTR-S-WAIVED
              WRITE FEES-EXTRACT-LINE FROM WS-EXTR-SERVICE
           END-IF.
       PPS999.
           EXIT.

      *----------------------------------------------------------------
      * The fee totals and the year's interest, charged and paid.
      *----------------------------------------------------------------
       PS-PRINT-TOTALS SECTION.
       PST010.
           IF WS-SERVICES-LISTED = 0
              MOVE SPACES TO FEES-REPORT-LINE
              MOVE WS-TXT-NO-FEES TO FEES-REPORT-LINE
              WRITE FEES-REPORT-LINE
           END-IF.

           MOVE WS-TOTAL-CHARGED TO WS-PRINT-AMOUNT.
           MOVE WS-TOTAL-REFUNDED TO WS-PRINT-AMOUNT2.
           MOVE WS-TOTAL-WAIVED TO WS-PRINT-AMOUNT3.
           MOVE SPACES TO FEES-REPORT-LINE.
           MOVE WS-TXT-TOTAL TO FEES-REPORT-LINE(1:44).
           MOVE WS-PRINT-AMOUNT TO FEES-REPORT-LINE(45:14).
           MOVE WS-PRINT-AMOUNT2 TO FEES-REPORT-LINE(65:14).
           MOVE WS-PRINT-AMOUNT3 TO FEES-REPORT-LINE(85:14).
           WRITE FEES-REPORT-LINE.

           MOVE WS-DEBIT-INTEREST TO WS-PRINT-AMOUNT.
           MOVE SPACES TO FEES-REPORT-LINE.
           MOVE WS-TXT-DEBIT-INT TO FEES-REPORT-LINE(1:64).
           MOVE WS-PRINT-AMOUNT TO FEES-REPORT-LINE(65:14).
           WRITE FEES-REPORT-LINE.

           MOVE WS-CREDIT-INTEREST TO WS-PRINT-AMOUNT.
           MOVE SPACES TO FEES-REPORT-LINE.
           MOVE WS-TXT-CREDIT-INT TO FEES-REPORT-LINE(1:64).
           MOVE WS-PRINT-AMOUNT TO FEES-REPORT-LINE(65:14).
           WRITE FEES-REPORT-LINE.
       PST999.
           EXIT.

      *----------------------------------------------------------------
      * Register the statement on the correspondence archive with
      * its totals rendered, on the channel it actually went by -
      * held when its only paper copy was held back.
      *----------------------------------------------------------------
       PS-ARCHIVE-STATEMENT SECTION.
       PAS010.
           MOVE HV-SORTCODE TO CORR-SORTCODE.
           MOVE HV-CUST-NUMBER TO CORR-CUSTNO.
           MOVE 'FEES' TO CORR-DOC-TYPE.
           MOVE HV-YEAR-LAST TO CORR-DOC-DATE.

           EVALUATE TRUE
              WHEN WS-WANT-PAPER
                 MOVE 'P' TO CORR-CHANNEL
              WHEN WS-WANT-ELEC
                 MOVE 'E' TO CORR-CHANNEL
              WHEN OTHER
                 MOVE 'H' TO CORR-CHANNEL
           END-EVALUATE.

           MOVE WS-TOTAL-CHARGED TO WS-PRINT-AMOUNT.
           MOVE WS-TOTAL-REFUNDED TO WS-PRINT-AMOUNT2.
           MOVE WS-TOTAL-WAIVED TO WS-PRINT-AMOUNT3.
           MOVE SPACES TO CORR-TEXT.
           STRING 'FEES AND CHARGES YEAR ' DELIMITED BY SIZE
               HV-YEAR DELIMITED BY SIZE
               ' ACCOUNT ' DELIMITED BY SIZE
               HV-ACC-NUMBER DELIMITED BY SIZE
               ' FEES ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' REFUNDED ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT2 DELIMITED BY SIZE
               ' WAIVED ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT3 DELIMITED BY SIZE
               INTO CORR-TEXT
           END-STRING.

           MOVE WS-DEBIT-INTEREST TO WS-PRINT-AMOUNT.
           MOVE WS-CREDIT-INTEREST TO WS-PRINT-AMOUNT2.
           STRING ' DEBIT INTEREST ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               ' CREDIT INTEREST ' DELIMITED BY SIZE
               WS-PRINT-AMOUNT2 DELIMITED BY SIZE
               INTO CORR-TEXT(121:80)
           END-STRING.

           CALL 'CORRWRT' USING CORRWRT-AREA.
       PAS999.
           EXIT.
