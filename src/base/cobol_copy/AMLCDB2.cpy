      * One row per AML investigation case. A confirmed SCRNQ
      * watchlist hit opens one automatically (SCRNQ_ID carries
      * the source hit; zero means an operator raised the case by
      * hand through AMLCFUN, or PEPEDD raised it for an overdue PEP
      * due diligence review). The investigation narrative and the
      * decision live on the row: DECISION 'F' means file with the
      * financial intelligence unit - the AMLFILE batch writes the
      * regulator's fixed-format export for every decided-to-file
