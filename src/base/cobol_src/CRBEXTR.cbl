      *              marker 'S' when the account has a dispute              *
      *              still open ('R' or 'P') - the bureau must not          *
      *              be told a balance the customer is actively             *
      *              contesting. A trailing forbearance flag carries        *
      *              the FORBEAR type (H holiday, I interest only,          *
      *              E extension) while an agreed arrangement is            *
      *              running, so missed months are reported as              *
      *              arranged rather than as plain arrears. A control       *
      *              trailer carries the record count and balance           *
      *              total.                                                 *
      *                                                                     *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code         *
      *        and yyyymmdd the run date (defaults to today).               *
           03 EXT-SETTLED-FLAG               PIC X.
           03 EXT-SUPPRESSION                PIC X.
           03 EXT-REPORT-DATE                PIC X(8).
           03 EXT-FORBEARANCE-FLAG           PIC X.
       01  EXTRACT-TRAILER REDEFINES EXTRACT-RECORD.
           03 EXT-TRL-REC-TYPE               PIC X.
           03 EXT-TRL-COUNT                  PIC 9(8).
           03 EXT-TRL-BALANCE-TOTAL          PIC S9(13)V99
                 SIGN LEADING SEPARATE.
           03 FILLER                         PIC X(43).

       FD  CRB-REPORT.
       01  CRB-REPORT-LINE                   PIC X(132).
           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE LOANDB2 END-EXEC.
           EXEC SQL INCLUDE DSPTDB2 END-EXEC.
           EXEC SQL INCLUDE FORBDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-LOANMST-STATUS                 PIC X.

       01 HV-OPEN-DISPUTES                  PIC S9(9) COMP.
       01 HV-FORBEAR-TYPE                   PIC X.

       01 WS-TODAY                          PIC 9(8).

              MOVE ' ' TO EXT-SUPPRESSION
           END-IF.

      *
      *    An agreed forbearance arrangement covering the run date
      *    is reported by its type.
      *
           EXEC SQL
              SELECT FORBEAR_TYPE
              INTO :HV-FORBEAR-TYPE
              FROM FORBEAR
              WHERE (FORBEAR_SORTCODE = :HV-SORTCODE AND
                     FORBEAR_ACCNO = :HV-ACC-NUMBER AND
                     FORBEAR_STATUS = 'A' AND
                     FORBEAR_START_DATE <= :HV-RUN-DATE AND
                     FORBEAR_END_DATE >= :HV-RUN-DATE)
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 0
              MOVE HV-FORBEAR-TYPE TO EXT-FORBEARANCE-FLAG
           ELSE
              MOVE ' ' TO EXT-FORBEARANCE-FLAG
           END-IF.

           WRITE EXTRACT-RECORD.

           ADD 1 TO WS-RECORDS-WRITTEN.
