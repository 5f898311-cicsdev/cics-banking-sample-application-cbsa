      * another term at the same locked rate. TERMDEP_STATUS is 'O'
      * while open, 'M' once matured and paid away, 'C' if broken
      * early through TRMDFUN's penalty path (days of interest
      * forfeited by remaining term), 'K' if cancelled inside the
      * cooling-off period through COOLFUN (no penalty). Both
      * dates are plain YYYYMMDD so the maturity batch can compare
      * them directly.
      * TERMDEP_NOTICE_DATE is stamped by TRMDNTCE when the
      * pre-maturity notice letter has been queued, so the notice
      * goes exactly once; the instruction can be changed through
