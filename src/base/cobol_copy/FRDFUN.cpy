      * one page of held items for the decision screen; DECIDE
      * approves ('A' - FRDFUN posts the held movement itself) or
      * rejects ('X') one item under the signed-on operator's id.
      * TAKEOVER is the account takeover check PAYEFUN runs as a
      * payee is added for FRDFUN-CUSTNO: verdict 'H' means the
      * customer's static data was changed and their PIN reset
      * inside the active ATO rule's window just before it, and the
      * chain has gone onto the EXCPTION worklist for call-back
      * (the payee itself is still saved).
      ******************************************************************
           03 FRDFUN-FUNCTION                 PIC X.
              88 FRDFUN-SCORE                  VALUE 'S'.
              88 FRDFUN-BROWSE                 VALUE 'B'.
              88 FRDFUN-DECIDE                 VALUE 'D'.
              88 FRDFUN-TAKEOVER               VALUE 'T'.
           03 FRDFUN-SORTCODE                 PIC 9(6).
           03 FRDFUN-ACCNO                    PIC X(8).
           03 FRDFUN-TARGET-SORTCODE          PIC 9(6).
              05 FRDFUN-HD-SOURCE             PIC X(3).
              05 FRDFUN-HD-RULE-ID            PIC 9(9).
              05 FRDFUN-HD-CREATED-DATE       PIC X(10).
           03 FRDFUN-CUSTNO                   PIC 9(10).
