      * VERIFY runs the confirmation-of-payee name check through
      * COPCHECK (ADD and AMEND run it themselves) and stores the
      * verdict on the record, returning it in PAYEFUN-COP-RESULT.
      * ADD and AMEND take the target as an IBAN instead when
      * PAYEFUN-TARGET-IBAN is not blank: it is validated and its
      * sortcode and account number replace PAYEFUN-TARGET-SORTCODE
      * and PAYEFUN-TARGET-ACCNO. Fail code '4' means the IBAN is
      * not valid (wrong length for its country, bad check digits or
      * bad characters); '5' that it is valid but not a sortcode
      * IBAN, so cannot be paid from the payee book. Fail code '6'
      * on ADD or AMEND means the target account number fails its
      * check digit or modulus check (see ACCCHK) - it has been
      * mistyped. PAYEFUN-TAKEOVER-SW comes back 'Y' from an ADD
      * that completed an account takeover lead-up (see FRDFUN) -
      * the payee is saved, but the customer is due a call-back
      * before it is confirmed or paid.
      ******************************************************************
           03 PAYEFUN-FUNCTION                PIC X.
              88 PAYEFUN-ADD                   VALUE 'A'.
              05 PAYEFUN-PY-TARGET-SORTCODE   PIC 9(6).
              05 PAYEFUN-PY-TARGET-ACCNO      PIC X(8).
              05 PAYEFUN-PY-STATUS            PIC X.
           03 PAYEFUN-TARGET-IBAN             PIC X(34).
           03 PAYEFUN-TAKEOVER-SW             PIC X.
