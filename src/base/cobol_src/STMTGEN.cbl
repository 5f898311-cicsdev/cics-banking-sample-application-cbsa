      *              worked back from the closing (actual) balance and *
      *              the net of those transactions.                    *
      *                                                                *
      *              Each statement carries the account's IBAN and     *
      *              BIC - printed under the account line, and in the  *
      *              extract's header record - from the IBANGEN        *
      *              register, generated on the spot through IBANCALC  *
      *              for an account the register has not reached.      *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd[,ffffffff,tttttttt,nn]' where   *
      *        ssssss is the sort code, yyyymmdd the run date          *
      *        (defaults to today if omitted), and the optional        *
           EXEC SQL INCLUDE CATGDB2 END-EXEC.
           EXEC SQL INCLUDE CMPGDB2 END-EXEC.
           EXEC SQL INCLUDE CMPLDB2 END-EXEC.
           EXEC SQL INCLUDE MKTCDB2 END-EXEC.
           EXEC SQL INCLUDE PROCDB2 END-EXEC.
           EXEC SQL INCLUDE IBANDB2 END-EXEC.
           EXEC SQL INCLUDE RTDRDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * Get the CONTROL table
       01 WS-ELEC-SW                        PIC X VALUE 'N'.
          88 WS-WANT-ELEC                   VALUE 'Y'.

      * The account's IBAN and its sortcode's BIC (see IBANGEN).
       01 HV-ACCIBAN-IBAN                   PIC X(34).
       01 HV-ACCIBAN-BIC                    PIC X(11).
       01 WS-IBAN-FOUND-SW                  PIC X VALUE 'N'.
          88 WS-IBAN-FOUND                  VALUE 'Y'.

       01 IBANCALC-AREA.
           COPY IBANCALC.

       01 WS-PAPER-COUNT                    PIC 9(8) VALUE 0.
       01 WS-ELEC-COUNT                     PIC 9(8) VALUE 0.
       01 WS-BOTH-COUNT                     PIC 9(8) VALUE 0.
          03 WS-EXTR-H-CUSTNO               PIC X(10).
          03 WS-EXTR-H-FROM                 PIC X(10).
          03 WS-EXTR-H-TO                   PIC X(10).
          03 WS-EXTR-H-IBAN                 PIC X(34).
          03 FILLER                         PIC X(21) VALUE SPACES.

       01 WS-EXTR-DETAIL.
          03 FILLER                         PIC X VALUE '2'.

      * Targeted statement insert campaigns (see CAMPAIGN). The
      * owning customer's risk segment is kept from the delivery
      * channel read; an open complaint suppresses every insert,
      * and so does the lack of the customer's consent to
      * marketing by post (see MKTCONS).
       01 WS-CUST-RISK                      PIC X.
       01 WS-CAMP-EOF-SW                    PIC X.
          88 WS-CAMP-EOF                    VALUE 'Y'.
       01 HV-CUST-RISK                      PIC X.
       01 HV-CUST-LANGUAGE                  PIC X(2).
       01 HV-OPEN-COMPLAINTS                PIC S9(9) COMP.
       01 HV-POST-CONSENTS                  PIC S9(9) COMP.
       01 WS-INSERTS-PRINTED                PIC 9(6) VALUE 0.

      * The owning branch's letterhead (see BRDIR), read once per
           MOVE WS-RUN-DATE-YYYY TO WS-RUN-DATE-DMY(7:4).
       CRD999.
           EXIT.
      *----------------------------------------------------------------
      * Credit card accounts are not statemented here: CCBILL
      * produces the card statement on the card's own cycle.
      *----------------------------------------------------------------
       PRINT-STATEMENTS SECTION.
       PS010.
                   AND ACCOUNT_NUMBER BETWEEN :HV-SLICE-FROM-ACC
                                          AND :HV-SLICE-TO-ACC
                   AND ACCOUNT_NEXT_STATEMENT <= :WS-RUN-DATE-DMY
                   AND ACCOUNT_TYPE NOT = 'CREDCARD'
                 ORDER BY ACCOUNT_NUMBER
           END-EXEC.


           PERFORM GET-DELIVERY-CHANNEL.
           PERFORM GET-STATEMENT-WORDING.
           PERFORM GET-ACCOUNT-IBAN.

           MOVE HV-LAST-STMT(7:4) TO WS-LAST-STMT-YMD(1:4).
           MOVE HV-LAST-STMT(4:2) TO WS-LAST-STMT-YMD(5:2).
                  INTO STMT-REPORT-LINE
              END-STRING
              WRITE STMT-REPORT-LINE

              IF WS-IBAN-FOUND
                 MOVE SPACES TO STMT-REPORT-LINE
                 STRING 'IBAN ' DELIMITED BY SIZE
                     IBANCALC-IBAN-PRINT DELIMITED BY '  '
                     '  BIC ' DELIMITED BY SIZE
                     HV-ACCIBAN-BIC DELIMITED BY SIZE
                     INTO STMT-REPORT-LINE
                 END-STRING
                 WRITE STMT-REPORT-LINE
              END-IF
           END-IF.

           IF WS-WANT-ELEC
              MOVE HV-CUST-NUMBER TO WS-EXTR-H-CUSTNO
              MOVE HV-LAST-STMT TO WS-EXTR-H-FROM
              MOVE WS-RUN-DATE-DMY TO WS-EXTR-H-TO
              MOVE HV-ACCIBAN-IBAN TO WS-EXTR-H-IBAN
              WRITE STMT-EXTRACT-LINE FROM WS-EXTR-HEADER
           END-IF.

      * letterhead - hard-coded head office is wrong for a
      * multi-branch bank and useless once BRMIGRTE closes one.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      * The account's IBAN from the IBANGEN register, or generated
      * here from the sortcode's BIC for an account opened since
      * IBANGEN last ran. The register's IBAN is put through
      * IBANCALC as well, for its printed groups of four. Without
      * either the statement simply goes without the IBAN line.
      *----------------------------------------------------------------
       GET-ACCOUNT-IBAN SECTION.
       GAI010.
           MOVE 'N' TO WS-IBAN-FOUND-SW.
           MOVE SPACES TO HV-ACCIBAN-IBAN HV-ACCIBAN-BIC.
           INITIALIZE IBANCALC-AREA.

           EXEC SQL
              SELECT ACCIBAN_IBAN, ACCIBAN_BIC
              INTO :HV-ACCIBAN-IBAN, :HV-ACCIBAN-BIC
              FROM ACCIBAN
              WHERE ACCIBAN_SORTCODE = :HV-SORTCODE
                AND ACCIBAN_NUMBER = :HV-ACC-NUMBER
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
                 GO TO GAI999
              END-IF

              SET IBANCALC-GENERATE TO TRUE
              MOVE HV-ACCIBAN-BIC TO IBANCALC-BIC
              MOVE HV-SORTCODE TO IBANCALC-SORTCODE
              MOVE HV-ACC-NUMBER TO IBANCALC-ACCNO
           END-IF.

           CALL 'IBANCALC' USING IBANCALC-AREA.

           IF IBANCALC-SUCCESS = 'Y'
              MOVE IBANCALC-IBAN TO HV-ACCIBAN-IBAN
              MOVE 'Y' TO WS-IBAN-FOUND-SW
           ELSE
              MOVE SPACES TO HV-ACCIBAN-IBAN HV-ACCIBAN-BIC
           END-IF.
       GAI999.
           EXIT.

       GET-BRANCH-LETTERHEAD SECTION.
       GBL010.
           MOVE 'N' TO WS-BRANCH-FOUND-SW.
      * date range covers the run, its targeting agrees with this
      * customer's risk segment, the account's type and the
      * customer's language - and never for a customer with an
      * open complaint, or one who has not consented to marketing
      * by post, whatever the targeting says. Every insert
      * printed bumps the campaign's count for billing marketing
      * back.
      *----------------------------------------------------------------
              GO TO PCI999
           END-IF.

      *
      *    The insert rides in the paper statement, so it is post
      *    consent that counts. No row, or a failed read, is no
      *    consent.
      *
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-POST-CONSENTS
              FROM MKTCONS
              WHERE MKTCONS_SORTCODE = :HV-SORTCODE
                AND MKTCONS_CUSTNO = :HV-CUST-NUMBER
                AND MKTCONS_CHANNEL = 'P'
                AND MKTCONS_STATUS = 'Y'
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-POST-CONSENTS = 0
              GO TO PCI999
           END-IF.

           MOVE WS-CUST-RISK TO HV-CUST-RISK.
           MOVE WS-CUST-LANGUAGE TO HV-CUST-LANGUAGE.

