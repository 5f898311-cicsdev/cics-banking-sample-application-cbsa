      *                          as 'Q' on the repair queue and is          *
      *                          raised on the EXCPTION queue for           *
      *                          an operator to fix.                        *
      *                                                                     *
      *              Counterparties already on ISO 20022 answer with        *
      *              pacs.002 payment status reports instead, read          *
      *              from XFRSTSIN in the same run. Each is matched         *
      *              to its XFRSETL row by the end-to-end id               *
      *              XFRDSPCH stamped there; an accepted status             *
      *              (ACSC/ACCP/ACSP/ACWC) is ACCEPTED, RJCT is             *
      *              REJECTED - or REPAIR, with no corrected details,       *
      *              when the reason code says the beneficiary              *
      *              details are at fault (AC01, AC03, BE01, BE04,          *
      *              RC01, RR03) - and PDNG is reported and left            *
      *              dispatched. The reason code of every reject or         *
      *              repair, from either file, is kept on                   *
      *              XFRSETL_REJECT_REASON.                                 *
      *                                                                      *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code           *
      *        and yyyymmdd the run date (defaults to today).                 *
      *        per item: reference(12), status(1) A/R/P, reason(3),           *
      *        corrected target sortcode(6), corrected target                 *
      *        account(8) - the last two spaces unless supplied.              *
      *        Status report file XFRSTSIN, one pacs.002 record per           *
      *        transaction (PACS002). Either file may be absent while         *
      *        the two formats run side by side, but not both.                *
      *                                                                       *
      * Output: Sequential report XFRARPT.                                    *
      *                                                                       *
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ACK-STATUS.

           SELECT STATUS-FILE
                  ASSIGN TO XFRSTSIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STS-STATUS.

           SELECT XFRA-REPORT
                  ASSIGN TO XFRARPT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE.
       01  ACK-FILE-RECORD.
           03 ACKIN-REFERENCE                PIC X(12).
           03 ACKIN-STATUS                   PIC X.
           03 ACKIN-REASON                   PIC X(3).
           03 ACKIN-NEW-TSCODE               PIC X(6).
           03 ACKIN-NEW-TACCNO               PIC X(8).

       FD  STATUS-FILE.
       01  STATUS-RECORD.
           COPY PACS002.

       FD  XFRA-REPORT.
       01  XFRA-REPORT-LINE                  PIC X(132).
       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.

      * The acknowledgement being acted on, from either file - the
      * old layout as it stands, a status report translated into it.
       01 ACK-RECORD.
          03 ACK-REFERENCE                  PIC X(12).
          03 ACK-STATUS                     PIC X.
          03 ACK-REASON                     PIC X(4).
          03 ACK-NEW-TSCODE                 PIC X(6).
          03 ACK-NEW-TACCNO                 PIC X(8).

       01 WS-ACK-STATUS                     PIC XX.
          88 WS-ACK-OK                      VALUE '00'.
       01 WS-STS-STATUS                     PIC XX.
          88 WS-STS-OK                      VALUE '00'.
       01 WS-ACK-OPEN-SW                    PIC X VALUE 'N'.
          88 WS-ACK-OPEN                    VALUE 'Y'.
       01 WS-STS-OPEN-SW                    PIC X VALUE 'N'.
          88 WS-STS-OPEN                    VALUE 'Y'.

      * ISO reject reasons that put the beneficiary details at
      * fault - the item can be corrected and sent again.
       01 WS-ISO-REASON                     PIC X(4).
          88 WS-ISO-REASON-REPAIRABLE       VALUE 'AC01' 'AC03'
                                                  'BE01' 'BE04'
                                                  'RC01' 'RR03'.

       01 HV-XFRSETL-E2E-ID                 PIC X(35).

       01 WS-TODAY                          PIC 9(8).

       01 WS-ITEMS-REQUEUED                 PIC 9(8) VALUE 0.
       01 WS-ITEMS-REPAIRQ                  PIC 9(8) VALUE 0.
       01 WS-ITEMS-UNKNOWN                  PIC 9(8) VALUE 0.
       01 WS-ITEMS-PENDING                  PIC 9(8) VALUE 0.
       01 WS-STATUS-READ                    PIC 9(8) VALUE 0.
       01 WS-TOTAL-RETURNED                 PIC S9(10)V99 VALUE 0.

       01 WS-PRINT-AMOUNT                   PIC +9(10).99.
       01 RUNCTL-AREA.
           COPY RUNCTLA.

      * Business event outbox writer (see EVNTWRT).
       01 EVNT-AREA.
           COPY EVNTWRTA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.

           OPEN INPUT ACK-FILE.

           IF WS-ACK-OK
              MOVE 'Y' TO WS-ACK-OPEN-SW
           ELSE
              MOVE SPACES TO XFRA-REPORT-LINE
              MOVE 'XFRACKIN FILE COULD NOT BE OPENED' TO
                 XFRA-REPORT-LINE
              WRITE XFRA-REPORT-LINE
           END-IF.

           OPEN INPUT STATUS-FILE.

           IF WS-STS-OK
              MOVE 'Y' TO WS-STS-OPEN-SW
           ELSE
              MOVE SPACES TO XFRA-REPORT-LINE
              MOVE 'XFRSTSIN FILE COULD NOT BE OPENED' TO
                 XFRA-REPORT-LINE
              WRITE XFRA-REPORT-LINE
           END-IF.

           IF NOT WS-ACK-OPEN AND NOT WS-STS-OPEN
              CLOSE XFRA-REPORT
              MOVE 8 TO RETURN-CODE
              PERFORM REGISTER-RUN-END
              GOBACK
           END-IF.

           IF WS-ACK-OPEN
              PERFORM PROCESS-THE-FILE
              CLOSE ACK-FILE
           END-IF.

           IF WS-STS-OPEN
              PERFORM PROCESS-STATUS-REPORTS
              CLOSE STATUS-FILE
           END-IF.

           MOVE WS-TOTAL-RETURNED TO WS-PRINT-AMOUNT.
           MOVE SPACES TO XFRA-REPORT-LINE
               WS-ITEMS-REPAIRQ DELIMITED BY SIZE
               ' UNKNOWN=' DELIMITED BY SIZE
               WS-ITEMS-UNKNOWN DELIMITED BY SIZE
               ' PENDING=' DELIMITED BY SIZE
               WS-ITEMS-PENDING DELIMITED BY SIZE
               ' VALUE RETURNED=' DELIMITED BY SIZE
               WS-PRINT-AMOUNT DELIMITED BY SIZE
               INTO XFRA-REPORT-LINE
           READ ACK-FILE
              AT END
                 MOVE 'Y' TO WS-EOF-SW
                 GO TO RNA999
           END-READ.

           ADD 1 TO WS-ITEMS-READ.

           INITIALIZE ACK-RECORD.
           MOVE ACKIN-REFERENCE TO ACK-REFERENCE.
           MOVE ACKIN-STATUS TO ACK-STATUS.
           MOVE ACKIN-REASON TO ACK-REASON.
           MOVE ACKIN-NEW-TSCODE TO ACK-NEW-TSCODE.
           MOVE ACKIN-NEW-TACCNO TO ACK-NEW-TACCNO.
       RNA999.
           EXIT.

      *----------------------------------------------------------------
      * The ISO 20022 status reports, translated one at a time into
      * the acknowledgement the rest of this run already acts on.
      *----------------------------------------------------------------
       PROCESS-STATUS-REPORTS SECTION.
       PSR010.
           MOVE 'N' TO WS-EOF-SW.

           PERFORM READ-NEXT-STATUS.

           PERFORM PROCESS-ONE-STATUS UNTIL WS-EOF.
       PSR999.
           EXIT.

       READ-NEXT-STATUS SECTION.
       RNS010.
           READ STATUS-FILE
              AT END
                 MOVE 'Y' TO WS-EOF-SW
                 GO TO RNS999
           END-READ.

           ADD 1 TO WS-ITEMS-READ.
           ADD 1 TO WS-STATUS-READ.
       RNS999.
           EXIT.

      *----------------------------------------------------------------
      * Find the item by the end-to-end id it went out with, then
      * hand the verdict to PROCESS-ONE-ACK under the item's own
      * XS reference. A reject whose reason puts the beneficiary
      * details at fault is a repair; any other is a return.
      *----------------------------------------------------------------
       PROCESS-ONE-STATUS SECTION.
       POS010.
           INITIALIZE ACK-RECORD.
           MOVE PACS2-ORIG-INSTR-ID(1:12) TO ACK-REFERENCE.
           MOVE PACS2-REASON-CODE TO ACK-REASON.
           MOVE PACS2-ORIG-END-TO-END-ID TO HV-XFRSETL-E2E-ID.

           EXEC SQL
              SELECT XFRSETL_ID
              INTO :HV-XFRSETL-ID
              FROM XFRSETL
              WHERE XFRSETL_E2E_ID = :HV-XFRSETL-E2E-ID
                AND XFRSETL_FSCODE = :HV-SORTCODE
           END-EXEC.

           IF SQLCODE NOT = 0 OR NOT PACS2-IS-PACS002
              MOVE PACS2-TX-STATUS(1:1) TO ACK-STATUS
              PERFORM REPORT-UNKNOWN-ACK
              GO TO POS090
           END-IF.

           MOVE HV-XFRSETL-ID TO WS-PRINT-ID.
           MOVE SPACES TO ACK-REFERENCE.
           STRING 'XS' DELIMITED BY SIZE
               WS-PRINT-ID DELIMITED BY SIZE
               INTO ACK-REFERENCE
           END-STRING.

           MOVE PACS2-REASON-CODE TO WS-ISO-REASON.

           EVALUATE TRUE
              WHEN PACS2-ACCEPTED
                 MOVE 'A' TO ACK-STATUS
              WHEN PACS2-REJECTED AND WS-ISO-REASON-REPAIRABLE
                 MOVE 'P' TO ACK-STATUS
              WHEN PACS2-REJECTED
                 MOVE 'R' TO ACK-STATUS
              WHEN PACS2-PENDING
                 ADD 1 TO WS-ITEMS-PENDING
                 MOVE SPACES TO XFRA-REPORT-LINE
                 STRING 'STILL PENDING AT SCHEME REF=' DELIMITED BY SIZE
                     ACK-REFERENCE DELIMITED BY SIZE
                     ' E2E=' DELIMITED BY SIZE
                     HV-XFRSETL-E2E-ID DELIMITED BY SIZE
                     INTO XFRA-REPORT-LINE
                 END-STRING
                 WRITE XFRA-REPORT-LINE
                 GO TO POS090
              WHEN OTHER
                 MOVE PACS2-TX-STATUS(1:1) TO ACK-STATUS
                 PERFORM REPORT-UNKNOWN-ACK
                 GO TO POS090
           END-EVALUATE.

           PERFORM PROCESS-ONE-ACK.
       POS090.
           PERFORM READ-NEXT-STATUS.
       POS999.
           EXIT.

      *----------------------------------------------------------------
      * One acknowledgement: find the dispatched row it names,
      * then act on the network's verdict.
       RRI010.
           EXEC SQL
              UPDATE XFRSETL
              SET XFRSETL_STATUS = 'N',
                  XFRSETL_REJECT_REASON = :ACK-REASON
              WHERE XFRSETL_ID = :HV-XFRSETL-ID
           END-EXEC.

                  :HV-PROCTRAN-AMOUNT)
           END-EXEC.

           IF SQLCODE = 0
              INITIALIZE EVNT-AREA
              SET EVNT-POSTING TO TRUE
              MOVE HV-SORTCODE TO EVNT-SORTCODE
              MOVE HV-ACC-NUMBER TO EVNT-ACCNO
              MOVE HV-PROCTRAN-DATE TO EVNT-PROC-DATE
              MOVE HV-PROCTRAN-TIME TO EVNT-PROC-TIME
              MOVE HV-PROCTRAN-REF TO EVNT-REF
              MOVE HV-PROCTRAN-TYPE TO EVNT-TYPE
              MOVE HV-PROCTRAN-DESC TO EVNT-DESC
              MOVE HV-PROCTRAN-AMOUNT TO EVNT-AMOUNT
              PERFORM WRITE-BUSINESS-EVENT
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SPACES TO XFRA-REPORT-LINE
              STRING 'PROCTRAN WRITE FAILED FOR ACCOUNT '
                 UPDATE XFRSETL
                 SET XFRSETL_TSCODE = :ACK-NEW-TSCODE,
                     XFRSETL_TACCNO = :ACK-NEW-TACCNO,
                     XFRSETL_STATUS = 'P',
                     XFRSETL_REJECT_REASON = :ACK-REASON
                 WHERE XFRSETL_ID = :HV-XFRSETL-ID
              END-EXEC


           EXEC SQL
              UPDATE XFRSETL
              SET XFRSETL_STATUS = 'Q',
                  XFRSETL_REJECT_REASON = :ACK-REASON
              WHERE XFRSETL_ID = :HV-XFRSETL-ID
           END-EXEC.

           CALL 'EXCPWRT' USING EXCP-AREA.
       QIR999.
           EXIT.

      *----------------------------------------------------------------
      * The change just posted, as a business event in the same unit
      * of work (see EVNTWRT). A failure to record it comes back in
      * SQLCODE, so it is handled exactly as a failed PROCTRAN insert.
      *----------------------------------------------------------------
       WRITE-BUSINESS-EVENT SECTION.
       WBE010.
           MOVE 'XFRACK' TO EVNT-SOURCE.

           CALL 'EVNTWRT' USING EVNT-AREA.

           IF EVNT-SUCCESS NOT = 'Y'
              MOVE EVNT-SQLCODE TO SQLCODE
           END-IF.
       WBE999.
           EXIT.
