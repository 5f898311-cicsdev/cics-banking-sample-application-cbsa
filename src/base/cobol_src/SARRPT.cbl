      *              archive, CUSTHIST name/address changes,         *
      *              CONTHIST contact changes, NOTIFY events,        *
      *              OPERLOGT operator actions, CRDTLOG credit-check *
      *              requests, STANDORD standing orders, SECMSG      *
      *              secure messages both ways and PODBEN            *
      *              payable-on-death nominations. Sections          *
      *              with nothing found say so explicitly - absence  *
      *              of data is part of the answer. The ANONREG      *
      *              section says whether ANONRUN has anonymised the *
      *              customer, when, and store by store how much, so *
      *              a request after that date is answered with the  *
      *              evidence of why so little is left.              *
      *                                                                *
      * Input: parm='ssssss,cccccccccc,yyyymmdd' - sort code,        *
      *        customer number, run date (defaults to today).         *
           EXEC SQL INCLUDE CRDTLOG END-EXEC.
           EXEC SQL INCLUDE STORDDB2 END-EXEC.
           EXEC SQL INCLUDE DELCUST END-EXEC.
           EXEC SQL INCLUDE ANONDB2 END-EXEC.
           EXEC SQL INCLUDE SMSGDB2 END-EXEC.
           EXEC SQL INCLUDE PODDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-SO-AMOUNT                      PIC S9(10)V99 COMP-3.
       01 HV-SO-STATUS                      PIC X.

       01 HV-ANON-STORE                     PIC X(8).
       01 HV-ANON-ROWS                      PIC S9(9) COMP.
       01 HV-ANON-DATE                      PIC X(8).
       01 HV-ANON-LAST-CLOSED               PIC X(10).

       01 HV-MSG-ID                         PIC S9(9) COMP.
       01 HV-MSG-DIRECTION                  PIC X.
       01 HV-MSG-CATEGORY                   PIC X(4).
       01 HV-MSG-STATUS                     PIC X.
       01 HV-MSG-SUBJECT                    PIC X(40).
       01 HV-MSG-TEXT                       PIC X(200).

       01 HV-POD-NOMINATION                 PIC S9(9) COMP.
       01 HV-POD-SEQ                        PIC S9(4) COMP.
       01 HV-POD-NAME                       PIC X(60).
       01 HV-POD-RELATION                   PIC X(10).
       01 HV-POD-SHARE                      PIC S9(3)V99 COMP-3.
       01 HV-POD-STATUS                     PIC X.
       01 HV-POD-WITNESS-NAME               PIC X(60).

       01 HV-OPERATOR                       PIC X(3).
       01 HV-TRANID                         PIC X(4).


       01 WS-PRINT-AMOUNT                   PIC +9(10).99.
       01 WS-PRINT-ID                       PIC 9(9).
       01 WS-PRINT-SEQ                      PIC 9.
       01 WS-PRINT-SHARE                    PIC ZZ9.99.

       LINKAGE SECTION.
       01 PARM-BUFFER.

           PERFORM REPORT-CUSTOMER-RECORD.
           PERFORM REPORT-DELETED-RECORD.
           PERFORM REPORT-ANONYMISATION.
           PERFORM GATHER-ACCOUNTS.
           PERFORM REPORT-ACCOUNTS.
           PERFORM REPORT-TRANSACTIONS.
           PERFORM REPORT-OPERATOR-ACTIONS.
           PERFORM REPORT-CREDIT-CHECKS.
           PERFORM REPORT-STANDING-ORDERS.
           PERFORM REPORT-SECURE-MESSAGES.
           PERFORM REPORT-POD-NOMINATIONS.

           MOVE SPACES TO SAR-REPORT-LINE
           MOVE 'END OF SUBJECT ACCESS REPORT' TO SAR-REPORT-LINE
       RDR999.
           EXIT.

      *----------------------------------------------------------------
      * The anonymisation register - one row per store ANONRUN swept
      * once the retention period after the last account closed had
      * run out. Checked and reported either way.
      *----------------------------------------------------------------
       REPORT-ANONYMISATION SECTION.
       RAN010.
           PERFORM WRITE-SECTION-HEADER.
           MOVE 'SOURCE: ANONREG ANONYMISATION REGISTER' TO
              SAR-REPORT-LINE
           WRITE SAR-REPORT-LINE.

           MOVE 0 TO WS-SECTION-COUNT.

           EXEC SQL
              DECLARE SARAN_CSR CURSOR FOR
                 SELECT ANONREG_STORE, ANONREG_ROWS,
                        ANONREG_ANON_DATE, ANONREG_LAST_CLOSED
                 FROM ANONREG
                 WHERE ANONREG_SORTCODE = :HV-SORTCODE
                   AND ANONREG_CUSTNO = :HV-CUSTNO
                 ORDER BY ANONREG_ANON_DATE, ANONREG_STORE
           END-EXEC.

           EXEC SQL OPEN SARAN_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM REPORT-ONE-ANONREG
              UNTIL WS-EOF.

           EXEC SQL CLOSE SARAN_CSR END-EXEC.

           IF WS-SECTION-COUNT = 0
              MOVE 'NO ANONYMISATION RECORDED' TO SAR-REPORT-LINE
              WRITE SAR-REPORT-LINE
           END-IF.
       RAN999.
           EXIT.

       REPORT-ONE-ANONREG SECTION.
       ROAN010.
           EXEC SQL
              FETCH SARAN_CSR
              INTO :HV-ANON-STORE, :HV-ANON-ROWS,
                   :HV-ANON-DATE, :HV-ANON-LAST-CLOSED
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
              GO TO ROAN999
           END-IF.

           ADD 1 TO WS-SECTION-COUNT.
           MOVE HV-ANON-ROWS TO WS-PRINT-ID.
           MOVE SPACES TO SAR-REPORT-LINE
           STRING 'ANONYMISED ' DELIMITED BY SIZE
               HV-ANON-DATE DELIMITED BY SIZE
               ' STORE: ' DELIMITED BY SIZE
               HV-ANON-STORE DELIMITED BY SIZE
               ' ENTRIES: ' DELIMITED BY SIZE
               WS-PRINT-ID DELIMITED BY SIZE
               ' LAST ACCOUNT CLOSED: ' DELIMITED BY SIZE
               HV-ANON-LAST-CLOSED DELIMITED BY SIZE
               INTO SAR-REPORT-LINE
           END-STRING
           WRITE SAR-REPORT-LINE.
       ROAN999.
           EXIT.

      *----------------------------------------------------------------
       GATHER-ACCOUNTS SECTION.
       GA010.
           WRITE SAR-REPORT-LINE.
       ROS999.
           EXIT.

      *----------------------------------------------------------------
      * SECMSG - what the customer wrote to the bank and what the
      * bank wrote back, in the order it was sent, each message in
      * full.
      *----------------------------------------------------------------
       REPORT-SECURE-MESSAGES SECTION.
       RSM010.
           PERFORM WRITE-SECTION-HEADER.
           MOVE 'SOURCE: SECMSG SECURE MESSAGES' TO SAR-REPORT-LINE
           WRITE SAR-REPORT-LINE.

           MOVE 0 TO WS-SECTION-COUNT.

           EXEC SQL
              DECLARE SARSM_CSR CURSOR FOR
                 SELECT SECMSG_ID, SECMSG_SENT_DATE, SECMSG_SENT_TIME,
                        SECMSG_DIRECTION, SECMSG_CATEGORY,
                        SECMSG_STATUS, SECMSG_ACCNO, SECMSG_OPERATOR,
                        SECMSG_SUBJECT, SECMSG_TEXT
                 FROM SECMSG
                 WHERE SECMSG_CUST_SORTCODE = :HV-SORTCODE
                   AND SECMSG_CUSTNO = :HV-CUSTNO
                 ORDER BY SECMSG_SENT_DATE, SECMSG_SENT_TIME,
                          SECMSG_ID
           END-EXEC.

           EXEC SQL OPEN SARSM_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM REPORT-ONE-SECMSG
              UNTIL WS-EOF.

           EXEC SQL CLOSE SARSM_CSR END-EXEC.

           IF WS-SECTION-COUNT = 0
              MOVE 'NO SECURE MESSAGES HELD' TO SAR-REPORT-LINE
              WRITE SAR-REPORT-LINE
           END-IF.
       RSM999.
           EXIT.

       REPORT-ONE-SECMSG SECTION.
       ROSM010.
           EXEC SQL
              FETCH SARSM_CSR
              INTO :HV-MSG-ID, :HV-ROW-DATE, :HV-ROW-TIME,
                   :HV-MSG-DIRECTION, :HV-MSG-CATEGORY,
                   :HV-MSG-STATUS, :HV-ACC-NUMBER, :HV-OPERATOR,
                   :HV-MSG-SUBJECT, :HV-MSG-TEXT
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
              GO TO ROSM999
           END-IF.

           ADD 1 TO WS-SECTION-COUNT.

           MOVE HV-MSG-ID TO WS-PRINT-ID.
           MOVE SPACES TO SAR-REPORT-LINE
           IF HV-MSG-DIRECTION = 'I'
              STRING 'MESSAGE ' DELIMITED BY SIZE
                  WS-PRINT-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HV-ROW-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HV-ROW-TIME DELIMITED BY SIZE
                  ' FROM CUSTOMER ACC ' DELIMITED BY SIZE
                  HV-ACC-NUMBER DELIMITED BY SIZE
                  ' CAT ' DELIMITED BY SIZE
                  HV-MSG-CATEGORY DELIMITED BY SIZE
                  ' ST ' DELIMITED BY SIZE
                  HV-MSG-STATUS DELIMITED BY SIZE
                  ' SUBJECT ' DELIMITED BY SIZE
                  HV-MSG-SUBJECT DELIMITED BY SIZE
                  INTO SAR-REPORT-LINE
              END-STRING
           ELSE
              STRING 'MESSAGE ' DELIMITED BY SIZE
                  WS-PRINT-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HV-ROW-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HV-ROW-TIME DELIMITED BY SIZE
                  ' REPLY FROM BANK, OPERATOR ' DELIMITED BY SIZE
                  HV-OPERATOR DELIMITED BY SIZE
                  INTO SAR-REPORT-LINE
              END-STRING
           END-IF
           WRITE SAR-REPORT-LINE.

           MOVE SPACES TO SAR-REPORT-LINE
           STRING '    ' DELIMITED BY SIZE
               HV-MSG-TEXT(1:100) DELIMITED BY SIZE
               INTO SAR-REPORT-LINE
           END-STRING
           WRITE SAR-REPORT-LINE.

           IF HV-MSG-TEXT(101:100) NOT = SPACES
              MOVE SPACES TO SAR-REPORT-LINE
              STRING '    ' DELIMITED BY SIZE
                  HV-MSG-TEXT(101:100) DELIMITED BY SIZE
                  INTO SAR-REPORT-LINE
              END-STRING
              WRITE SAR-REPORT-LINE
           END-IF.
       ROSM999.
           EXIT.

      *----------------------------------------------------------------
      * PODBEN - every payable-on-death nomination the customer has
      * signed, superseded ones included, with the beneficiaries
      * named on each and their shares.
      *----------------------------------------------------------------
       REPORT-POD-NOMINATIONS SECTION.
       RPN010.
           PERFORM WRITE-SECTION-HEADER.
           MOVE 'SOURCE: PODBEN PAYABLE-ON-DEATH NOMINATIONS'
              TO SAR-REPORT-LINE
           WRITE SAR-REPORT-LINE.

           MOVE 0 TO WS-SECTION-COUNT.

           EXEC SQL
              DECLARE SARPD_CSR CURSOR FOR
                 SELECT PODBEN_ACCNO, PODBEN_NOMINATION, PODBEN_SEQ,
                        PODBEN_SIGNED_DATE, PODBEN_WITNESS_NAME,
                        PODBEN_NAME, PODBEN_RELATION, PODBEN_SHARE,
                        PODBEN_STATUS
                 FROM PODBEN
                 WHERE PODBEN_SORTCODE = :HV-SORTCODE
                   AND PODBEN_CUSTNO = :HV-CUSTNO
                 ORDER BY PODBEN_ACCNO, PODBEN_NOMINATION,
                          PODBEN_SEQ
           END-EXEC.

           EXEC SQL OPEN SARPD_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM REPORT-ONE-PODBEN
              UNTIL WS-EOF.

           EXEC SQL CLOSE SARPD_CSR END-EXEC.

           IF WS-SECTION-COUNT = 0
              MOVE 'NO PAYABLE-ON-DEATH NOMINATIONS HELD'
                 TO SAR-REPORT-LINE
              WRITE SAR-REPORT-LINE
           END-IF.
       RPN999.
           EXIT.

       REPORT-ONE-PODBEN SECTION.
       ROPD010.
           EXEC SQL
              FETCH SARPD_CSR
              INTO :HV-ACC-NUMBER, :HV-POD-NOMINATION, :HV-POD-SEQ,
                   :HV-ROW-DATE, :HV-POD-WITNESS-NAME,
                   :HV-POD-NAME, :HV-POD-RELATION, :HV-POD-SHARE,
                   :HV-POD-STATUS
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
              GO TO ROPD999
           END-IF.

           ADD 1 TO WS-SECTION-COUNT.

      *
      *    The signature and witness once per nomination, then one
      *    line for each beneficiary named on it.
      *
           MOVE HV-POD-NOMINATION TO WS-PRINT-ID.

           IF HV-POD-SEQ = 1
              MOVE SPACES TO SAR-REPORT-LINE
              STRING 'ACC ' DELIMITED BY SIZE
                  HV-ACC-NUMBER DELIMITED BY SIZE
                  ' NOMINATION ' DELIMITED BY SIZE
                  WS-PRINT-ID DELIMITED BY SIZE
                  ' SIGNED ' DELIMITED BY SIZE
                  HV-ROW-DATE(1:8) DELIMITED BY SIZE
                  ' WITNESS ' DELIMITED BY SIZE
                  HV-POD-WITNESS-NAME DELIMITED BY SIZE
                  INTO SAR-REPORT-LINE
              END-STRING
              WRITE SAR-REPORT-LINE
           END-IF.

           MOVE HV-POD-SEQ TO WS-PRINT-SEQ.
           MOVE HV-POD-SHARE TO WS-PRINT-SHARE.
           MOVE SPACES TO SAR-REPORT-LINE
           STRING '    BENEFICIARY ' DELIMITED BY SIZE
               WS-PRINT-SEQ DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-POD-NAME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-POD-RELATION DELIMITED BY SIZE
               ' SHARE ' DELIMITED BY SIZE
               WS-PRINT-SHARE DELIMITED BY SIZE
               '% ST ' DELIMITED BY SIZE
               HV-POD-STATUS DELIMITED BY SIZE
               INTO SAR-REPORT-LINE
           END-STRING
           WRITE SAR-REPORT-LINE.
       ROPD999.
           EXIT.
