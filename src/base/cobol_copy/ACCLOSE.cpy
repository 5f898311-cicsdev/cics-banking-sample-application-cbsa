      * customer receives everything they are owed. When the owning
      * customer is flagged deceased the caller's target is ignored
      * and the residual goes to the estate payout account ESTATFUN
      * recorded - less the shares of any payable-on-death
      * beneficiaries verified through PODFUN, who are paid first;
      * the estate is not needed when they take it all. Once the
      * account stands at zero, ACCLOSE links DELACC to do the
      * delete itself, with the disposition wording carried onto
      * the closing balance certificate.
      * ACCLOSE-CLOSE-REASON is supplied by the caller: space for an
      * ordinary closure, 'C' when the customer has cancelled inside
      * the cooling-off period (COOLFUN), 'T' when the customer has
      * rejected a change to the account terms (TNCFUN) - the
      * disposition wording, and so the certificate, then says so.
      *
      * ACCLOSE-FAIL-CODE, when ACCLOSE-SUCCESS is 'N':
      *   '1' - no account was found matching the key supplied
      *         freeze, or amount-specific holds the payout would
      *         dip into); the order must be released through
      *         LGLHFUN before the account can be closed
      *   'B' - the owning customer is deceased and the account
      *         carries a payable-on-death nomination on which a
      *         beneficiary has been neither verified nor recorded
      *         as untraced (PODFUN)
      *   'S' - the operator's role is not entitled to close
      *         accounts
      ******************************************************************
           03 ACCLOSE-DEL-FAIL-CD             PIC X.
           03 ACCLOSE-SUCCESS                 PIC X.
           03 ACCLOSE-FAIL-CODE               PIC X.
           03 ACCLOSE-CLOSE-REASON            PIC X.
              88 ACCLOSE-COOLING-OFF           VALUE 'C'.
              88 ACCLOSE-TERMS-REJECTED        VALUE 'T'.
