      *              AML case, or whose account has an open dispute, *
      *              is held back untouched until the case closes -  *
      *              evidence outlives the calendar. A store with    *
      *              no rule row is not touched at all. Secure       *
      *              messages are retired a thread at a time, once   *
      *              the thread has been closed that long.           *
      *                                                              *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code  *
      *        and yyyymmdd the run date (defaults to today).        *
           EXEC SQL INCLUDE DSPTDB2 END-EXEC.
           EXEC SQL INCLUDE CMPLDB2 END-EXEC.
           EXEC SQL INCLUDE AMLCDB2 END-EXEC.
           EXEC SQL INCLUDE SMSGDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
                 PERFORM RETIRE-NCTRLOG
              WHEN 'RPTLINE '
                 PERFORM RETIRE-RPTLINE
              WHEN 'SECMSG  '
                 PERFORM RETIRE-SECMSG
              WHEN 'ANONYMSE'
      *          Anonymisation period - applied by ANONRUN, not here.
                 GO TO AOR080
              WHEN OTHER
                 MOVE SPACES TO RETN-REPORT-LINE
                 STRING 'UNKNOWN STORE IN RULE - ' DELIMITED BY SIZE
       ARC999.
           EXIT.

      *----------------------------------------------------------------
      * SECMSG - secure messages, keyed by customer. Only a closed
      * thread goes (closed, or converted to a complaint), and only
      * once it has been closed longer than the retention period;
      * the customer's message and its replies carry the same
      * status and closed date, so a thread goes as a whole. Held
      * while the customer has an open complaint or AML case.
      *----------------------------------------------------------------
       RETIRE-SECMSG SECTION.
       RSM010.
           IF HV-DISPOSITION = 'A'
              EXEC SQL
                 DECLARE SMARC_CSR CURSOR FOR
                    SELECT CHAR(SECMSG_ID), SECMSG_CLOSED_DATE,
                           SECMSG_CUSTNO || ' ' || SECMSG_DIRECTION ||
                           ' ' || SECMSG_CATEGORY || ' ' ||
                           SECMSG_SUBJECT || ' ' ||
                           SUBSTR(SECMSG_TEXT,1,96)
                    FROM SECMSG
                    WHERE SECMSG_CUST_SORTCODE = :HV-SORTCODE
                      AND SECMSG_STATUS IN ('X','P')
                      AND SECMSG_CLOSED_DATE < :HV-CUTOFF-YMD
                      AND NOT EXISTS
                         (SELECT 1 FROM COMPLAINT
                          WHERE COMPLAINT_CUSTNO = SECMSG_CUSTNO
                            AND COMPLAINT_STATUS IN ('R','A','I'))
                      AND NOT EXISTS
                         (SELECT 1 FROM AMLCASE
                          WHERE AMLCASE_CUSTNO = SECMSG_CUSTNO
                            AND AMLCASE_STATUS = 'O')
              END-EXEC
              EXEC SQL OPEN SMARC_CSR END-EXEC
              MOVE 'N' TO WS-ARCH-EOF-SW
              PERFORM ARCHIVE-SECMSG-ROW
                 UNTIL WS-ARCH-EOF
              EXEC SQL CLOSE SMARC_CSR END-EXEC
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-STORE-COUNT
              FROM SECMSG
              WHERE SECMSG_CUST_SORTCODE = :HV-SORTCODE
                AND SECMSG_STATUS IN ('X','P')
                AND SECMSG_CLOSED_DATE < :HV-CUTOFF-YMD
                AND NOT EXISTS
                   (SELECT 1 FROM COMPLAINT
                    WHERE COMPLAINT_CUSTNO = SECMSG_CUSTNO
                      AND COMPLAINT_STATUS IN ('R','A','I'))
                AND NOT EXISTS
                   (SELECT 1 FROM AMLCASE
                    WHERE AMLCASE_CUSTNO = SECMSG_CUSTNO
                      AND AMLCASE_STATUS = 'O')
           END-EXEC.

           EXEC SQL
              DELETE FROM SECMSG
              WHERE SECMSG_CUST_SORTCODE = :HV-SORTCODE
                AND SECMSG_STATUS IN ('X','P')
                AND SECMSG_CLOSED_DATE < :HV-CUTOFF-YMD
                AND NOT EXISTS
                   (SELECT 1 FROM COMPLAINT
                    WHERE COMPLAINT_CUSTNO = SECMSG_CUSTNO
                      AND COMPLAINT_STATUS IN ('R','A','I'))
                AND NOT EXISTS
                   (SELECT 1 FROM AMLCASE
                    WHERE AMLCASE_CUSTNO = SECMSG_CUSTNO
                      AND AMLCASE_STATUS = 'O')
           END-EXEC.

           PERFORM CHECK-PURGE-SQLCODE.

           MOVE HV-STORE-COUNT TO WS-STORE-REMOVED.
       RSM999.
           EXIT.

       ARCHIVE-SECMSG-ROW SECTION.
       ASM010.
           EXEC SQL
              FETCH SMARC_CSR
              INTO :HV-ARCH-KEY, :HV-ARCH-DATE, :HV-ARCH-DETAIL
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-ARCH-EOF-SW
              GO TO ASM999
           END-IF.

           PERFORM WRITE-ARCHIVE-LINE.
       ASM999.
           EXIT.

      *----------------------------------------------------------------
      * One entry on the history extract - the store it came from,
      * its key, its own date and enough of the body to identify
