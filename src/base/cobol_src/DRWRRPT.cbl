      *              operator's declaration and the computed            *
      *              variance - unbalanced sessions first, since         *
      *              those are the ones the supervisor has to chase      *
      *              - each followed by its foreign currency notes,      *
      *              one line per currency held                          *
      *              - then any sessions still open at the end of        *
      *              the day, which should be none.                      *
      *                                                                  *
       01 HV-DRAWER-VARIANCE                PIC S9(10)V99 COMP-3.
       01 HV-DRAWER-STATUS                  PIC X.

       01 HV-CCY-CURRENCY                   PIC X(3).
       01 HV-CCY-FLOAT                      PIC S9(10)V99 COMP-3.
       01 HV-CCY-CASH-IN                    PIC S9(10)V99 COMP-3.
       01 HV-CCY-CASH-OUT                   PIC S9(10)V99 COMP-3.
       01 HV-CCY-DECLARED                   PIC S9(10)V99 COMP-3.
       01 HV-CCY-DECLARED-IND               PIC S9(4) COMP.
       01 HV-CCY-VARIANCE                   PIC S9(10)V99 COMP-3.
       01 HV-CCY-VARIANCE-IND               PIC S9(4) COMP.

       01 WS-TODAY                          PIC 9(8).

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.
       01 WS-CCY-EOF-SW                     PIC X VALUE 'N'.
          88 WS-CCY-EOF                     VALUE 'Y'.

       01 WS-SESSIONS-LISTED                PIC 9(6) VALUE 0.
       01 WS-SESSIONS-UNBALANCED            PIC 9(6) VALUE 0.
               INTO DRWR-REPORT-LINE
           END-STRING
           WRITE DRWR-REPORT-LINE.

           PERFORM LIST-FOREIGN-HOLDINGS.
       LOS999.
           EXIT.

      *----------------------------------------------------------------
      * The session's foreign notes, one line per currency, with the
      * declaration and variance struck at close.
      *----------------------------------------------------------------
       LIST-FOREIGN-HOLDINGS SECTION.
       LFH010.
           EXEC SQL
              DECLARE DRWRF_CSR CURSOR FOR
                 SELECT DRAWERCCY_CURRENCY, DRAWERCCY_FLOAT,
                        DRAWERCCY_CASH_IN, DRAWERCCY_CASH_OUT,
                        DRAWERCCY_DECLARED, DRAWERCCY_VARIANCE
                 FROM DRAWERCCY
                 WHERE DRAWERCCY_DRAWER_ID = :HV-DRAWER-ID
                   AND DRAWERCCY_SORTCODE = :HV-SORTCODE
                 ORDER BY DRAWERCCY_CURRENCY
           END-EXEC.

           EXEC SQL OPEN DRWRF_CSR END-EXEC.

           MOVE 'N' TO WS-CCY-EOF-SW.

           PERFORM FETCH-NEXT-HOLDING.

           PERFORM UNTIL WS-CCY-EOF
              PERFORM LIST-ONE-HOLDING
              PERFORM FETCH-NEXT-HOLDING
           END-PERFORM.

           EXEC SQL CLOSE DRWRF_CSR END-EXEC.
       LFH999.
           EXIT.

       FETCH-NEXT-HOLDING SECTION.
       FNH010.
           EXEC SQL
              FETCH DRWRF_CSR
              INTO :HV-CCY-CURRENCY, :HV-CCY-FLOAT,
                   :HV-CCY-CASH-IN, :HV-CCY-CASH-OUT,
                   :HV-CCY-DECLARED :HV-CCY-DECLARED-IND,
                   :HV-CCY-VARIANCE :HV-CCY-VARIANCE-IND
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-CCY-EOF-SW
           END-IF.
       FNH999.
           EXIT.

       LIST-ONE-HOLDING SECTION.
       LOH010.
           IF HV-CCY-DECLARED-IND < 0
              MOVE 0 TO HV-CCY-DECLARED
           END-IF.

           IF HV-CCY-VARIANCE-IND < 0
              MOVE 0 TO HV-CCY-VARIANCE
           END-IF.

           MOVE HV-CCY-FLOAT TO WS-PRINT-FLOAT.
           MOVE HV-CCY-CASH-IN TO WS-PRINT-IN.
           MOVE HV-CCY-CASH-OUT TO WS-PRINT-OUT.
           MOVE HV-CCY-DECLARED TO WS-PRINT-DECL.
           MOVE HV-CCY-VARIANCE TO WS-PRINT-VAR.

           MOVE SPACES TO DRWR-REPORT-LINE
           STRING '  CURRENCY=' DELIMITED BY SIZE
               HV-CCY-CURRENCY DELIMITED BY SIZE
               ' FLOAT=' DELIMITED BY SIZE
               WS-PRINT-FLOAT DELIMITED BY SIZE
               ' IN=' DELIMITED BY SIZE
               WS-PRINT-IN DELIMITED BY SIZE
               ' OUT=' DELIMITED BY SIZE
               WS-PRINT-OUT DELIMITED BY SIZE
               ' DECLARED=' DELIMITED BY SIZE
               WS-PRINT-DECL DELIMITED BY SIZE
               ' VARIANCE=' DELIMITED BY SIZE
               WS-PRINT-VAR DELIMITED BY SIZE
               INTO DRWR-REPORT-LINE
           END-STRING
           WRITE DRWR-REPORT-LINE.
       LOH999.
           EXIT.

      *----------------------------------------------------------------
      * Sessions never closed at all are their own problem - list
      * them so the supervisor knows whose drawer is still out.
