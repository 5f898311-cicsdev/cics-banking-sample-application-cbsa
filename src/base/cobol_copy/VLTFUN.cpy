      * closes the day with a counted figure and the variance,
      * CONFIRM confirms a proposed CITORDER (a delivery posts to
      * the vault on confirmation), GET reads the vault back.
      * VLTFUN-CURRENCY names the holding worked on - spaces or
      * 'GBP' for sterling, the ISO code for foreign notes. A
      * foreign ISSUE or LODGE moves the teller's DRAWERCCY float
      * for that currency rather than the sterling DRAWER float;
      * CONFIRM takes the currency from the order itself.
           03 VLTFUN-FUNCTION                 PIC X.
              88 VLTFUN-ISSUE                  VALUE 'I'.
              88 VLTFUN-LODGE                  VALUE 'L'.
              88 VLTFUN-CONFIRM                VALUE 'O'.
              88 VLTFUN-GET                    VALUE 'G'.
           03 VLTFUN-SORTCODE                 PIC 9(6).
           03 VLTFUN-CURRENCY                 PIC X(3).
           03 VLTFUN-AMOUNT                   PIC S9(10)V99.
           03 VLTFUN-TELLER-ID                PIC X(3).
           03 VLTFUN-DRAWER-ID                PIC 9(9).
