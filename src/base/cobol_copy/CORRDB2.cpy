      ******************************************************************
      * The customer correspondence archive: one row per document
      * the bank produced - statements (STMT), letters (LETR),
      * closing certificates (CERT), tax certificates (TAXC),
      * annual fees and charges statements (FEES), auditor bank
      * confirmation letters (AUDC) -
      * with the delivery channel ('P' post, 'S' SMS, 'E' email,
      * 'H' held, 'D' a reprint) and the rendered text, so a
      * complaint or dispute can see exactly what was sent and
