      * the suspense workbench captures who did what.
      * SUSPENSE_REASON is the three-letter code explaining why the
      * item could not be posted: NAC (no such account), WSC (wrong
      * sort code), UPF (account update failed), ISA (the credit
      * would breach the ISA owner's allowance for the tax year),
      * IS2 (the ISA owner already pays into another ISA this year).
      * Agency counter items (SOURCE 'AGNCIMP') add AGP (partner not
      * an active agency partner), BAD (type or amount unreadable),
      * RST (restraint on the account), LGH (court order freeze),
      * CRD (card refused) and NSF (insufficient funds); for these
      * ORIG is the partner's settlement account and the amount is
      * negative for a withdrawal.
      ******************************************************************
           EXEC SQL DECLARE SUSPENSE TABLE
              ( SUSPENSE_ID                  INTEGER      NOT NULL,
