      *              declaration, computes the variance against           *
      *              float + in - out, and marks the session              *
      *              'B'alanced (variance zero) or 'U'nbalanced.          *
      *              Foreign currency held in the session (DRAWERCCY)     *
      *              is declared and balanced per currency in the         *
      *              same way, and any currency out makes the whole       *
      *              session 'U'.                                         *
      *              INQUIRE returns the current position. The            *
      *              operator is always the signed-on EIBOPID, read       *
      *              here the same way OPERLOG reads it.                  *
       01 HV-DRAWER-STATUS                  PIC X.
       01 HV-OPEN-COUNT                     PIC S9(9) COMP.

       01 HV-CCY-CURRENCY                   PIC X(3).
       01 HV-CCY-FLOAT                      PIC S9(10)V99 COMP-3.
       01 HV-CCY-CASH-IN                    PIC S9(10)V99 COMP-3.
       01 HV-CCY-CASH-OUT                   PIC S9(10)V99 COMP-3.
       01 HV-CCY-DECLARED                   PIC S9(10)V99 COMP-3.
       01 HV-CCY-VARIANCE                   PIC S9(10)V99 COMP-3.

       COPY SORTCODE.

       01 GETCTRL-COMMAREA.

       01 WS-EXPECTED-CASH                  PIC S9(10)V99.

      * The foreign declarations as keyed, kept aside while the
      * commarea table is refilled from DRAWERCCY.
       01 WS-DECLARED-TABLE.
          03 WS-DECLARED-CCY OCCURS 10 TIMES.
             05 WS-DECLARED-CURRENCY        PIC X(3).
             05 WS-DECLARED-AMOUNT          PIC S9(10)V99.
       01 WS-DECLARED-COUNT                 PIC S9(4) COMP.
       01 WS-DECL-SUB                       PIC S9(4) COMP.
       01 WS-CCY-SUB                        PIC S9(4) COMP.

       01 WS-CLOSING-SW                     PIC X VALUE 'N'.
          88 WS-CLOSING                     VALUE 'Y'.
       01 WS-FOREIGN-OUT-SW                 PIC X VALUE 'N'.
          88 WS-FOREIGN-OUT                 VALUE 'Y'.
       01 WS-CCY-EOF-SW                     PIC X VALUE 'N'.
          88 WS-CCY-EOF                     VALUE 'Y'.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

           COMPUTE HV-DRAWER-VARIANCE =
              DRWRFUN-DECLARED - WS-EXPECTED-CASH.

           MOVE 'Y' TO WS-CLOSING-SW.
           PERFORM LOAD-FOREIGN-HOLDINGS.

           IF DRWRFUN-SUCCESS = 'N'
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              GO TO CDS999
           END-IF.

           IF HV-DRAWER-VARIANCE = 0 AND NOT WS-FOREIGN-OUT
              MOVE 'B' TO HV-DRAWER-STATUS
           ELSE
              MOVE 'U' TO HV-DRAWER-STATUS
           MOVE HV-DRAWER-CASH-IN TO DRWRFUN-CASH-IN.
           MOVE HV-DRAWER-CASH-OUT TO DRWRFUN-CASH-OUT.
           MOVE 'O' TO DRWRFUN-STATUS.

           PERFORM LOAD-FOREIGN-HOLDINGS.
       IDS999.
           EXIT.

      *----------------------------------------------------------------
      * The session's foreign holdings into the commarea table. At
      * close each is balanced against its declaration as it is
      * read, and the variance kept on the DRAWERCCY row.
      *----------------------------------------------------------------
       LOAD-FOREIGN-HOLDINGS SECTION.
       LFH010.
           MOVE 0 TO WS-DECLARED-COUNT.
           INITIALIZE WS-DECLARED-TABLE.

           IF WS-CLOSING
              PERFORM KEEP-ONE-DECLARATION
                 VARYING WS-DECL-SUB FROM 1 BY 1
                 UNTIL WS-DECL-SUB > 10
                    OR WS-DECL-SUB > DRWRFUN-CCY-COUNT
           END-IF.

           MOVE 0 TO DRWRFUN-CCY-COUNT.
           MOVE 0 TO WS-CCY-SUB.
           MOVE 'N' TO WS-FOREIGN-OUT-SW.

           EXEC SQL
              DECLARE DRWRC_CSR CURSOR FOR
                 SELECT DRAWERCCY_CURRENCY, DRAWERCCY_FLOAT,
                        DRAWERCCY_CASH_IN, DRAWERCCY_CASH_OUT
                 FROM DRAWERCCY
                 WHERE DRAWERCCY_DRAWER_ID = :HV-DRAWER-ID
                   AND DRAWERCCY_SORTCODE = :HV-DRAWER-SORTCODE
                 ORDER BY DRAWERCCY_CURRENCY
           END-EXEC.

           EXEC SQL OPEN DRWRC_CSR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO DRWRFUN-SUCCESS
              MOVE '2' TO DRWRFUN-FAIL-CODE
              GO TO LFH999
           END-IF.

           MOVE 'N' TO WS-CCY-EOF-SW.
           PERFORM FETCH-FOREIGN-HOLDING.

           PERFORM TAKE-FOREIGN-HOLDING
              UNTIL WS-CCY-EOF
                 OR DRWRFUN-SUCCESS = 'N'.

           EXEC SQL CLOSE DRWRC_CSR END-EXEC.
       LFH999.
           EXIT.

       KEEP-ONE-DECLARATION SECTION.
       KOD010.
           ADD 1 TO WS-DECLARED-COUNT.
           MOVE DRWRFUN-CCY-CURRENCY(WS-DECL-SUB)
              TO WS-DECLARED-CURRENCY(WS-DECLARED-COUNT).
           MOVE DRWRFUN-CCY-DECLARED(WS-DECL-SUB)
              TO WS-DECLARED-AMOUNT(WS-DECLARED-COUNT).
       KOD999.
           EXIT.

       FETCH-FOREIGN-HOLDING SECTION.
       FFH010.
           EXEC SQL
              FETCH DRWRC_CSR
              INTO :HV-CCY-CURRENCY, :HV-CCY-FLOAT,
                   :HV-CCY-CASH-IN, :HV-CCY-CASH-OUT
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-CCY-EOF-SW
           END-IF.
       FFH999.
           EXIT.

      *----------------------------------------------------------------
      * One currency held. More currencies than the commarea can
      * carry are still balanced at close - only the return of
      * them is limited.
      *----------------------------------------------------------------
       TAKE-FOREIGN-HOLDING SECTION.
       TFH010.
           IF WS-CLOSING
              MOVE 0 TO HV-CCY-DECLARED
              PERFORM FIND-ONE-DECLARATION
                 VARYING WS-DECL-SUB FROM 1 BY 1
                 UNTIL WS-DECL-SUB > WS-DECLARED-COUNT

              COMPUTE HV-CCY-VARIANCE = HV-CCY-DECLARED
                 - (HV-CCY-FLOAT + HV-CCY-CASH-IN - HV-CCY-CASH-OUT)

              IF HV-CCY-VARIANCE NOT = 0
                 MOVE 'Y' TO WS-FOREIGN-OUT-SW
              END-IF

              EXEC SQL
                 UPDATE DRAWERCCY
                 SET DRAWERCCY_DECLARED = :HV-CCY-DECLARED,
                     DRAWERCCY_VARIANCE = :HV-CCY-VARIANCE
                 WHERE DRAWERCCY_DRAWER_ID = :HV-DRAWER-ID
                   AND DRAWERCCY_SORTCODE = :HV-DRAWER-SORTCODE
                   AND DRAWERCCY_CURRENCY = :HV-CCY-CURRENCY
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE 'N' TO DRWRFUN-SUCCESS
                 MOVE '2' TO DRWRFUN-FAIL-CODE
                 GO TO TFH999
              END-IF
           END-IF.

           IF WS-CCY-SUB < 10
              ADD 1 TO WS-CCY-SUB
              MOVE WS-CCY-SUB TO DRWRFUN-CCY-COUNT
              MOVE HV-CCY-CURRENCY
                 TO DRWRFUN-CCY-CURRENCY(WS-CCY-SUB)
              MOVE HV-CCY-FLOAT TO DRWRFUN-CCY-FLOAT(WS-CCY-SUB)
              MOVE HV-CCY-CASH-IN TO DRWRFUN-CCY-CASH-IN(WS-CCY-SUB)
              MOVE HV-CCY-CASH-OUT
                 TO DRWRFUN-CCY-CASH-OUT(WS-CCY-SUB)
              IF WS-CLOSING
                 MOVE HV-CCY-DECLARED
                    TO DRWRFUN-CCY-DECLARED(WS-CCY-SUB)
                 MOVE HV-CCY-VARIANCE
                    TO DRWRFUN-CCY-VARIANCE(WS-CCY-SUB)
              ELSE
                 MOVE 0 TO DRWRFUN-CCY-DECLARED(WS-CCY-SUB)
                 MOVE 0 TO DRWRFUN-CCY-VARIANCE(WS-CCY-SUB)
              END-IF
           END-IF.

           PERFORM FETCH-FOREIGN-HOLDING.
       TFH999.
           EXIT.

       FIND-ONE-DECLARATION SECTION.
       FOD010.
           IF WS-DECLARED-CURRENCY(WS-DECL-SUB) = HV-CCY-CURRENCY
              MOVE WS-DECLARED-AMOUNT(WS-DECL-SUB) TO HV-CCY-DECLARED
           END-IF.
       FOD999.
           EXIT.

      *----------------------------------------------------------------
       READ-OPEN-SESSION SECTION.
       ROS010.
