      *                                                                      *
      *              A period already closed is refused (RC=8); so           *
      *              is a close attempted while GLPOST has not                *
      *              balanced the period's last posted day, or while          *
      *              IBRECN has not proved that day's inter-branch            *
      *              pairs and this sort code's own trial balance.            *
      *                                                                       *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code            *
      *        and yyyymmdd the run date - the period closed is the            *
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE GLDB2 END-EXEC.
           EXEC SQL INCLUDE IBDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

          03 WS-NEXT-PERIOD-MM              PIC 99.

       01 HV-PERIOD-STATUS                  PIC X.
       01 HV-IBRECN-STATUS                  PIC X.
       01 HV-PERIOD-FROM                    PIC X(8).
       01 HV-PERIOD-TO                      PIC X(8).

              END-STRING
              WRITE GLCL-REPORT-LINE
              MOVE 8 TO RETURN-CODE
              GO TO CPC999
           END-IF.

      *
      *    With several sort codes each branch's ledger must stand on
      *    its own: IBRECN has to have found the last posted day's
      *    inter-branch pairs cancelling out and this sort code's
      *    trial balance netting to zero by itself.
      *
           IF HV-PERIOD-TO = '00000000'
              GO TO CPC999
           END-IF.

           EXEC SQL
              SELECT IBRECN_STATUS
              INTO :HV-IBRECN-STATUS
              FROM IBRECN
              WHERE IBRECN_SORTCODE = :HV-SORTCODE
                AND IBRECN_DATE = :HV-PERIOD-TO
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACE TO HV-IBRECN-STATUS
           END-IF.

           IF HV-IBRECN-STATUS NOT = 'B'
              MOVE SPACES TO GLCL-REPORT-LINE
              STRING 'LAST POSTED DAY ' DELIMITED BY SIZE
                  HV-PERIOD-TO DELIMITED BY SIZE
                  ' NOT PROVEN BY IBRECN - PERIOD NOT CLOSED'
                  DELIMITED BY SIZE
                  INTO GLCL-REPORT-LINE
              END-STRING
              WRITE GLCL-REPORT-LINE
              MOVE 8 TO RETURN-CODE
           END-IF.
       CPC999.
           EXIT.
