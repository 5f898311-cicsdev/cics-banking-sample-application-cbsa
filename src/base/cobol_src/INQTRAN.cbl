       01 SQLCODE-DISPLAY                  PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

      * Sensitive customer access log (see SENSLOG)
       01 SENSLOG-COMMAREA.
           COPY SENSLOG.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY INQTRAN.
                 MOVE 1 TO INQTRAN-START-SEQ
              END-IF
              PERFORM LIST-TRANSACTIONS
              IF INQTRAN-SUCCESS = 'Y'
                 PERFORM LOG-SENSITIVE-ACCESS
              END-IF
           END-IF.

           PERFORM INQTRAN-RETURN.
       CIA999.
           EXIT.

      *----------------------------------------------------------------
      * The account owner may be a sensitive customer, in which case
      * the browse goes on record. The log is best-endeavour - the
      * inquiry stands whatever it says.
      *----------------------------------------------------------------
       LOG-SENSITIVE-ACCESS SECTION.
       LSA010.
           INITIALIZE SENSLOG-COMMAREA.
           MOVE INQTRAN-SCODE TO SENSLOG-SORTCODE.
           MOVE ZERO TO SENSLOG-CUSTNO.
           MOVE INQTRAN-ACCNO TO SENSLOG-ACCNO.
           MOVE 'INQTRAN' TO SENSLOG-PROGRAM.

           EXEC CICS LINK PROGRAM('SENSLOG')
                     COMMAREA(SENSLOG-COMMAREA)
                     NOHANDLE
           END-EXEC.
       LSA999.
           EXIT.

      *----------------------------------------------------------------
       INQTRAN-RETURN SECTION.
       IR010.
