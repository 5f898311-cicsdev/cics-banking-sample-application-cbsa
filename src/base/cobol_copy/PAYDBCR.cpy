      * A backdated posting needs the supervisor entitlement and
      * must be within the CONTROL window VALUE-DATE-MAX-DAYS.
          03 COMM-VALUE-DATE         PIC 9(8).
      * The customer number of the account holder presenting the
      * debit, where the channel knows it - zero means a teller
      * acting for an unidentified holder. On a joint account whose
      * signing mandate needs every holder, the presenter counts as
      * the first signature on the item parked for the others
      * (fail code 'J').
          03 COMM-SIGNER-CUSTNO       PIC 9(10).
      * 'Y' when a debit from a NOTICE account is to be taken
      * without matured notice behind it, as an immediate-access
      * withdrawal - the customer forfeits the account's penalty
      * days of interest (see NTCEFUN). Anything else and such a
      * debit is refused with fail code 'N'.
          03 COMM-NOTICE-IMMEDIATE    PIC X.
      * The serial of the passbook presented with a counter
      * withdrawal, where there is one - zero means none. A book
      * that has been superseded (filled and replaced, or reported
      * lost) draws the warning fail code 'P' (see PBKFUN); 'Y' in
      * COMM-PASSBOOK-OVERRIDE when the teller has seen it and
      * confirmed the withdrawal anyway.
          03 COMM-PASSBOOK-SERIAL     PIC 9(8).
          03 COMM-PASSBOOK-OVERRIDE   PIC X.
