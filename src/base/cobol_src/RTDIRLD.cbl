      *              an empty one, leaves the existing directory          *
      *              untouched - a stale directory beats no directory.    *
      *                                                                   *
      * Input: Directory file RTDIRIN, one 74-byte record per           *
      *        sortcode: sortcode (6), institution name (40),            *
      *        accepts-direct-credits flag (1), effective from (8),      *
      *        effective to (8, spaces while open-ended), BIC (11,       *
      *        spaces where none is published).                          *
      *                                                                   *
      * Output: Sequential report RTDLRPT.                               *
      *                                                                    *
           03 DIR-ACCEPTS-DC                 PIC X.
           03 DIR-EFFECTIVE-FROM             PIC X(8).
           03 DIR-EFFECTIVE-TO               PIC X(8).
           03 DIR-BIC                        PIC X(11).

       FD  RTDL-REPORT.
       01  RTDL-REPORT-LINE                  PIC X(132).
       01 HV-ROUTEDIR-ACCEPTS-DC            PIC X.
       01 HV-ROUTEDIR-EFF-FROM              PIC X(8).
       01 HV-ROUTEDIR-EFF-TO                PIC X(8).
       01 HV-ROUTEDIR-BIC                   PIC X(11).

       01 WS-DIRECTORY-STATUS               PIC XX.
          88 WS-DIRECTORY-OK                VALUE '00'.
           MOVE DIR-ACCEPTS-DC TO HV-ROUTEDIR-ACCEPTS-DC.
           MOVE DIR-EFFECTIVE-FROM TO HV-ROUTEDIR-EFF-FROM.
           MOVE DIR-EFFECTIVE-TO TO HV-ROUTEDIR-EFF-TO.
           MOVE DIR-BIC TO HV-ROUTEDIR-BIC.

           EXEC SQL
              INSERT INTO ROUTEDIR
                 (ROUTEDIR_SORTCODE, ROUTEDIR_INSTITUTION,
                  ROUTEDIR_ACCEPTS_DC, ROUTEDIR_EFFECTIVE_FROM,
                  ROUTEDIR_EFFECTIVE_TO, ROUTEDIR_BIC)
              VALUES
                 (:HV-ROUTEDIR-SORTCODE, :HV-ROUTEDIR-INSTITUTION,
                  :HV-ROUTEDIR-ACCEPTS-DC, :HV-ROUTEDIR-EFF-FROM,
                  :HV-ROUTEDIR-EFF-TO, :HV-ROUTEDIR-BIC)
           END-EXEC.

           IF SQLCODE NOT = 0
