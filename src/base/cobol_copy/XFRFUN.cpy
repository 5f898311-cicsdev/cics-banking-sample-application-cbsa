      * Carried onto the XFRSETL settlement row; anything else is
      * rejected with fail code 'C'.
          03 COMM-CHARGE-BEARER             PIC X(3).
      * The customer number of the account holder presenting the
      * transfer, where the channel knows it - zero means a teller
      * acting for an unidentified holder. On a joint account whose
      * signing mandate needs every holder, the presenter counts as
      * the first signature on the item parked for the others
      * (fail code 'J').
          03 COMM-SIGNER-CUSTNO             PIC 9(10).
      * 'Y' when a transfer from a NOTICE account is to be taken
      * without matured notice behind it, as an immediate-access
      * withdrawal - the customer forfeits the account's penalty
      * days of interest (see NTCEFUN). Anything else and such a
      * transfer is refused with fail code 'N'.
          03 COMM-NOTICE-IMMEDIATE          PIC X.
      * The beneficiary keyed as an IBAN - blank when COMM-TSCODE
      * and COMM-TACCNO carry it. A GB IBAN that passes the length
      * and check-digit tests replaces them; one that fails is
      * refused with fail code 'B', and a valid IBAN with no
      * sortcode behind it (another country's) with fail code 'G'.
      * Either way a TO account at another bank must pass the
      * modulus check for its sortcode (see ACCCHK) or the transfer
      * is refused with fail code 'M' before anything is posted.
          03 COMM-TIBAN                     PIC X(34).
