      * remaining LOANSCHD rows ('C') and marks the LOANMST row
      * settled ('S') - the PROCTRAN rows carry type LST, which
      * GLPOST maps through GLMAP like any other movement.
      * OVERPAY takes a lump sum off the principal from the linked
      * account (type LOP) and re-works the remaining 'D' schedule:
      * OVERPAY-OPTION 'T' keeps the installment and shortens the
      * term, 'I' keeps the term and lowers the installment. Each
      * calendar year CONTROL LOAN-OVERPAY-FREE-PCT percent of the
      * original principal (default 10) may be overpaid free; the
      * part above that pays LOAN-ERC-PCT percent (default 2) as
      * an early repayment charge (type LEC). The revised schedule
      * is returned and goes to the customer as a LOVP letter.
      * OVERPAY fails '6' while the loan is in arrears, under a
      * forbearance arrangement or headed for write-off, and '7'
      * for a bad option or an amount that would clear the loan -
      * that is an early settlement, REDEEM.
      ******************************************************************
           03 LOANFUN-FUNCTION                PIC X.
              88 LOANFUN-QUOTE                 VALUE 'Q'.
              88 LOANFUN-REDEEM                VALUE 'R'.
              88 LOANFUN-OVERPAY               VALUE 'O'.
           03 LOANFUN-SORTCODE                PIC 9(6).
           03 LOANFUN-ACCNO                   PIC X(8).
           03 LOANFUN-QUOTE-DATE              PIC 9(8).
           03 LOANFUN-SETTLEMENT              PIC S9(10)V99.
           03 LOANFUN-SUCCESS                 PIC X.
           03 LOANFUN-FAIL-CODE               PIC X.
           03 LOANFUN-OVERPAY-AMOUNT          PIC S9(10)V99.
           03 LOANFUN-OVERPAY-OPTION          PIC X.
              88 LOANFUN-SHORTEN-TERM          VALUE 'T'.
              88 LOANFUN-LOWER-INSTALLMENT     VALUE 'I'.
           03 LOANFUN-ALLOWANCE-LEFT          PIC S9(10)V99.
           03 LOANFUN-ERC                     PIC S9(10)V99.
           03 LOANFUN-NEW-INSTALLMENT         PIC S9(10)V99.
           03 LOANFUN-NEW-INSTS-LEFT          PIC 9(3).
           03 LOANFUN-NEW-FINAL-DATE          PIC 9(8).
