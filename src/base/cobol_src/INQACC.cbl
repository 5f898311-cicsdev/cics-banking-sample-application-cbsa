          03 HV-ACCOUNT-AVAIL-BAL      PIC S9(10)V99 COMP-3.
          03 HV-ACCOUNT-ACTUAL-BAL     PIC S9(10)V99 COMP-3.

      * Account IBAN register and routing directory, for the
      * account's IBAN and its sortcode's BIC
           EXEC SQL
              INCLUDE IBANDB2
           END-EXEC.

           EXEC SQL
              INCLUDE RTDRDB2
           END-EXEC.

       01 HV-ACCIBAN-SORTCODE          PIC X(6).
       01 HV-ACCIBAN-NUMBER            PIC X(8).
       01 HV-ACCIBAN-IBAN              PIC X(34).
       01 HV-ACCIBAN-BIC               PIC X(11).

      * Pull in the SQL COMMAREA
        EXEC SQL
          INCLUDE SQLCA
       01 ABNDINFO-REC.
           COPY ABNDINFO.

      * IBAN arithmetic (see IBANCALC)
       01 IBANCALC-AREA.
           COPY IBANCALC.

      * Sensitive customer access log (see SENSLOG)
       01 SENSLOG-COMMAREA.
           COPY SENSLOG.

       LINKAGE SECTION.
       COPY INQACC REPLACING INQACC-COMMAREA BY DFHCOMMAREA.

              MOVE ACCOUNT-AVAILABLE-BALANCE TO INQACC-AVAIL-BAL
              MOVE ACCOUNT-ACTUAL-BALANCE    TO INQACC-ACTUAL-BAL
              MOVE 'Y'                       TO INQACC-SUCCESS
              PERFORM GET-ACCOUNT-IBAN
              PERFORM LOG-SENSITIVE-ACCESS
           END-IF.

           PERFORM GET-ME-OUT-OF-HERE.
           EXIT.


      *
      * The account's IBAN from the register IBANGEN keeps. An
      * account opened since IBANGEN last ran has no row yet, so
      * its IBAN is generated here from the sortcode's BIC in the
      * routing directory. The IBAN is informational - anything
      * that stops it being found leaves it blank and the inquiry
      * stands.
      *
       GET-ACCOUNT-IBAN SECTION.
       GAI010.
      *
      *    A caller built before the IBAN was carried (BNK1UAC's own
      *    commarea, for one) has no room for it.
      *
           IF EIBCALEN < LENGTH OF DFHCOMMAREA
              GO TO GAI999
           END-IF.

           MOVE SPACES TO INQACC-IBAN.
           MOVE SPACES TO INQACC-BIC.

           MOVE ACCOUNT-SORT-CODE TO HV-ACCIBAN-SORTCODE.
           MOVE ACCOUNT-NUMBER TO HV-ACCIBAN-NUMBER.

           EXEC SQL
              SELECT ACCIBAN_IBAN, ACCIBAN_BIC
              INTO :HV-ACCIBAN-IBAN, :HV-ACCIBAN-BIC
              FROM ACCIBAN
              WHERE ACCIBAN_SORTCODE = :HV-ACCIBAN-SORTCODE
                AND ACCIBAN_NUMBER = :HV-ACCIBAN-NUMBER
           END-EXEC.

           IF SQLCODE = 0
              MOVE HV-ACCIBAN-IBAN TO INQACC-IBAN
              MOVE HV-ACCIBAN-BIC TO INQACC-BIC
              GO TO GAI999
           END-IF.

           EXEC SQL
              SELECT ROUTEDIR_BIC
              INTO :HV-ACCIBAN-BIC
              FROM ROUTEDIR
              WHERE ROUTEDIR_SORTCODE = :HV-ACCIBAN-SORTCODE
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO GAI999
           END-IF.

           INITIALIZE IBANCALC-AREA.
           SET IBANCALC-GENERATE TO TRUE.
           MOVE HV-ACCIBAN-BIC TO IBANCALC-BIC.
           MOVE ACCOUNT-SORT-CODE TO IBANCALC-SORTCODE.
           MOVE ACCOUNT-NUMBER TO IBANCALC-ACCNO.

           CALL 'IBANCALC' USING IBANCALC-AREA.

           IF IBANCALC-SUCCESS = 'Y'
              MOVE IBANCALC-IBAN TO INQACC-IBAN
              MOVE HV-ACCIBAN-BIC TO INQACC-BIC
           END-IF.

       GAI999.
           EXIT.

      *
      * A sensitive customer leaves a record of every inquiry. The
      * log is best-endeavour - the inquiry stands whatever it says.
      *
       LOG-SENSITIVE-ACCESS SECTION.
       LSA010.
           INITIALIZE SENSLOG-COMMAREA.
           MOVE SORTCODE TO SENSLOG-SORTCODE.
           MOVE INQACC-CUSTNO TO SENSLOG-CUSTNO.
           MOVE INQACC-ACCNO TO SENSLOG-ACCNO.
           MOVE 'INQACC' TO SENSLOG-PROGRAM.

           EXEC CICS LINK PROGRAM('SENSLOG')
                     COMMAREA(SENSLOG-COMMAREA)
                     NOHANDLE
           END-EXEC.
       LSA999.
           EXIT.


       GET-ME-OUT-OF-HERE SECTION.
       GMOFH010.

