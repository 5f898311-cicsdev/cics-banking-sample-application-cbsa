      *              document per CLOSECRT row still marked as not     *
      *              printed - then marks each row printed so a rerun  *
      *              never produces the same certificate twice.        *
      *              The closed account's IBAN and BIC are printed     *
      *              under the account line - from the IBANGEN         *
      *              register, or generated through IBANCALC where     *
      *              the register never reached the account.           *
      *                                                                *
      * Input: parm='ssssss' where ssssss is the sort code to print    *
      *        certificates for.                                      *

           EXEC SQL INCLUDE CLOSECRT END-EXEC.
           EXEC SQL INCLUDE BRDRDB2 END-EXEC.
           EXEC SQL INCLUDE IBANDB2 END-EXEC.
           EXEC SQL INCLUDE RTDRDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 WS-BRANCH-FOUND-SW                PIC X VALUE 'N'.
          88 WS-BRANCH-FOUND                VALUE 'Y'.

      * The closed account's IBAN and its sortcode's BIC (see
      * IBANGEN).
       01 HV-ACCIBAN-IBAN                   PIC X(34).
       01 HV-ACCIBAN-BIC                    PIC X(11).
       01 WS-IBAN-FOUND-SW                  PIC X VALUE 'N'.
          88 WS-IBAN-FOUND                  VALUE 'Y'.

       01 IBANCALC-AREA.
           COPY IBANCALC.


       LINKAGE SECTION.
       01 PARM-BUFFER.
           END-STRING
           WRITE CERT-REPORT-LINE.

           PERFORM PC-GET-ACCOUNT-IBAN.

           IF WS-IBAN-FOUND
              MOVE SPACES TO CERT-REPORT-LINE
              STRING 'IBAN ' DELIMITED BY SIZE
                  IBANCALC-IBAN-PRINT DELIMITED BY '  '
                  '  BIC ' DELIMITED BY SIZE
                  HV-ACCIBAN-BIC DELIMITED BY SIZE
                  INTO CERT-REPORT-LINE
              END-STRING
              WRITE CERT-REPORT-LINE
           END-IF.

           PERFORM GET-BRANCH-LETTERHEAD.

           PERFORM PRINT-CERTIFICATES.
       PCO999.
           EXIT.

      *----------------------------------------------------------------
      * The IBAN the account held, from the IBANGEN register - or
      * generated here from the sortcode's BIC for an account closed
      * before the register reached it. The register's IBAN goes
      * through IBANCALC too, for its printed groups of four.
      *----------------------------------------------------------------
       PC-GET-ACCOUNT-IBAN SECTION.
       PCGI010.
           MOVE 'N' TO WS-IBAN-FOUND-SW.
           MOVE SPACES TO HV-ACCIBAN-IBAN HV-ACCIBAN-BIC.
           INITIALIZE IBANCALC-AREA.

           EXEC SQL
              SELECT ACCIBAN_IBAN, ACCIBAN_BIC
              INTO :HV-ACCIBAN-IBAN, :HV-ACCIBAN-BIC
              FROM ACCIBAN
              WHERE ACCIBAN_SORTCODE = :HV-SORTCODE
                AND ACCIBAN_NUMBER = :HV-CLOSECRT-ACC-NO
           END-EXEC.

           IF SQLCODE = 0
              SET IBANCALC-VALIDATE TO TRUE
              MOVE HV-ACCIBAN-IBAN TO IBANCALC-IBAN
           ELSE
              EXEC SQL
                 SELECT ROUTEDIR_BIC
                 INTO :HV-ACCIBAN-BIC
                 FROM ROUTEDIR
                 WHERE ROUTEDIR_SORTCODE = :HV-SORTCODE
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE SPACES TO HV-ACCIBAN-BIC
                 GO TO PCGI999
              END-IF

              SET IBANCALC-GENERATE TO TRUE
              MOVE HV-ACCIBAN-BIC TO IBANCALC-BIC
              MOVE HV-SORTCODE TO IBANCALC-SORTCODE
              MOVE HV-CLOSECRT-ACC-NO TO IBANCALC-ACCNO
           END-IF.

           CALL 'IBANCALC' USING IBANCALC-AREA.

           IF IBANCALC-SUCCESS = 'Y'
              MOVE 'Y' TO WS-IBAN-FOUND-SW
           END-IF.
       PCGI999.
           EXIT.

      *----------------------------------------------------------------
      * Whose language is this certificate in? The customer's own
      * record says; a record that cannot be read (or one from
