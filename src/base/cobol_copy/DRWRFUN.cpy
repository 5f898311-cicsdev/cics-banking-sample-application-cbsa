      * computed variance; INQUIRE returns the operator's current
      * session position. The operator is always the signed-on
      * EIBOPID - a teller can only ever work their own drawer.
      * The DRWRFUN-CCY table carries the session's foreign currency
      * holdings (DRAWERCCY): INQUIRE and CLOSE return every
      * currency held, and CLOSE takes the counted declaration for
      * each from DRWRFUN-CCY-DECLARED against its currency code - a
      * currency held but not declared counts as declared nil. The
      * session is only 'B'alanced when sterling and every foreign
      * currency balance.
      ******************************************************************
           03 DRWRFUN-FUNCTION                PIC X.
              88 DRWRFUN-OPEN                  VALUE 'O'.
           03 DRWRFUN-DECLARED                PIC S9(10)V99.
           03 DRWRFUN-VARIANCE                PIC S9(10)V99.
           03 DRWRFUN-STATUS                  PIC X.
           03 DRWRFUN-CCY-COUNT               PIC 9(2).
           03 DRWRFUN-CCY OCCURS 10 TIMES.
              05 DRWRFUN-CCY-CURRENCY         PIC X(3).
              05 DRWRFUN-CCY-FLOAT            PIC S9(10)V99.
              05 DRWRFUN-CCY-CASH-IN          PIC S9(10)V99.
              05 DRWRFUN-CCY-CASH-OUT         PIC S9(10)V99.
              05 DRWRFUN-CCY-DECLARED         PIC S9(10)V99.
              05 DRWRFUN-CCY-VARIANCE         PIC S9(10)V99.
           03 DRWRFUN-SUCCESS                 PIC X.
           03 DRWRFUN-FAIL-CODE               PIC X.
