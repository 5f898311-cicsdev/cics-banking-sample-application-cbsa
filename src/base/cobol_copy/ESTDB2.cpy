      * standing orders are frozen; this row is where an authorized
      * operator records the grant of probate and nominates the
      * payout account that DELACC closure proceeds go to when the
      * estate's accounts are closed - less any shares ACCLOSE pays
      * to payable-on-death beneficiaries (PODDB2) the customer
      * nominated on an account. ESTATE_STATUS is 'R' while
      * the estate is recorded and released for settlement, 'S'
      * once settled. Dates are DD.MM.YYYY like the other audit
      * dates.
