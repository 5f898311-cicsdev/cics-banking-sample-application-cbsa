       01 HV-ROUTEDIR-ACCEPTS-DC            PIC X.
       01 HV-ROUTEDIR-EFF-FROM              PIC X(8).
       01 HV-ROUTEDIR-EFF-TO                PIC X(8).
       01 HV-ROUTEDIR-BIC                   PIC X(11).

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                      PIC X(10).
           MOVE SPACE TO RTDRFUN-FAIL-CODE.
           MOVE SPACES TO RTDRFUN-INSTITUTION.
           MOVE SPACE TO RTDRFUN-ACCEPTS-DC.
           MOVE SPACES TO RTDRFUN-BIC.
           MOVE 'U' TO RTDRFUN-VERDICT.

           PERFORM POPULATE-TIME-DATE.

           EXEC SQL
              SELECT ROUTEDIR_INSTITUTION, ROUTEDIR_ACCEPTS_DC,
                     ROUTEDIR_EFFECTIVE_FROM, ROUTEDIR_EFFECTIVE_TO,
                     ROUTEDIR_BIC
              INTO :HV-ROUTEDIR-INSTITUTION, :HV-ROUTEDIR-ACCEPTS-DC,
                   :HV-ROUTEDIR-EFF-FROM, :HV-ROUTEDIR-EFF-TO,
                   :HV-ROUTEDIR-BIC
              FROM ROUTEDIR
              WHERE ROUTEDIR_SORTCODE = :HV-ROUTEDIR-SORTCODE
           END-EXEC.
       WUE010.
           MOVE HV-ROUTEDIR-INSTITUTION TO RTDRFUN-INSTITUTION.
           MOVE HV-ROUTEDIR-ACCEPTS-DC TO RTDRFUN-ACCEPTS-DC.
           MOVE HV-ROUTEDIR-BIC TO RTDRFUN-BIC.

           IF WS-TODAY-YYYYMMDD < HV-ROUTEDIR-EFF-FROM
              MOVE 'C' TO RTDRFUN-VERDICT
