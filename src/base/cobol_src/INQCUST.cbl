       01 ABNDINFO-REC.
           COPY ABNDINFO.

      * Sensitive customer access log (see SENSLOG)
       01 SENSLOG-COMMAREA.
           COPY SENSLOG.


       LINKAGE SECTION.
       01 DFHCOMMAREA.
                TO INQCUST-CS-REVIEW-DT
             MOVE CUSTOMER-RISK-SEGMENT OF OUTPUT-DATA
                TO INQCUST-RISK-SEGMENT
             MOVE CUSTOMER-ENTITY-TYPE OF OUTPUT-DATA
                TO INQCUST-ENTITY-TYPE
             MOVE CUSTOMER-REGISTRATION-NO OF OUTPUT-DATA
                TO INQCUST-REGISTRATION-NO
             MOVE CUSTOMER-LEGAL-NAME OF OUTPUT-DATA
                TO INQCUST-LEGAL-NAME
             MOVE CUSTOMER-TRADING-NAME OF OUTPUT-DATA
                TO INQCUST-TRADING-NAME
             MOVE CUSTOMER-INCORP-DATE OF OUTPUT-DATA
                TO INQCUST-INCORP-DATE
             MOVE CUSTOMER-PEP-SW OF OUTPUT-DATA
                TO INQCUST-PEP-SW
             MOVE CUSTOMER-PEP-CATEGORY OF OUTPUT-DATA
                TO INQCUST-PEP-CATEGORY
             MOVE CUSTOMER-SECTOR OF OUTPUT-DATA
                TO INQCUST-SECTOR
             MOVE CUSTOMER-SECTOR-SOURCE OF OUTPUT-DATA
                TO INQCUST-SECTOR-SOURCE
             MOVE CUSTOMER-PHONE OF OUTPUT-DATA
                TO INQCUST-PHONE
             MOVE CUSTOMER-MOBILE OF OUTPUT-DATA
                TO INQCUST-MOBILE
             MOVE CUSTOMER-EMAIL OF OUTPUT-DATA
                TO INQCUST-EMAIL
             MOVE CUSTOMER-DECEASED-SW OF OUTPUT-DATA
                TO INQCUST-DECEASED-SW
             MOVE CUSTOMER-GONEAWAY-SW OF OUTPUT-DATA
                TO INQCUST-GONEAWAY-SW
             PERFORM LOG-SENSITIVE-ACCESS
           END-IF.

           PERFORM GET-ME-OUT-OF-HERE.
       RCV999.
           EXIT.

      *
      * A sensitive customer leaves a record of every inquiry. The
      * log is best-endeavour - the inquiry stands whatever it says.
      *
       LOG-SENSITIVE-ACCESS SECTION.
       LSA010.
           INITIALIZE SENSLOG-COMMAREA.
           MOVE SORTCODE TO SENSLOG-SORTCODE.
           MOVE INQCUST-CUSTNO TO SENSLOG-CUSTNO.
           MOVE ZERO TO SENSLOG-ACCNO.
           MOVE 'INQCUST' TO SENSLOG-PROGRAM.

           EXEC CICS LINK PROGRAM('SENSLOG')
                     COMMAREA(SENSLOG-COMMAREA)
                     NOHANDLE
           END-EXEC.
       LSA999.
           EXIT.


       GET-ME-OUT-OF-HERE SECTION.
       GMOFH010.
