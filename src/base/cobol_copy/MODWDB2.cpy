      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Modulus weights for checking other banks' account numbers,
      * loaded whole by MODWLD from the industry distribution. Each
      * row covers the sortcodes MODWGHT_SORT_FROM to
      * MODWGHT_SORT_TO and gives one check the 14 digits of
      * sortcode and account number must pass:
      *   MODWGHT_METHOD  'MOD10' - weighted sum divisible by 10
      *                   'MOD11' - weighted sum divisible by 11
      *                   'DBLAL' - double alternate: the digits of
      *                             each product summed, divisible
      *                             by 10
      *   MODWGHT_WEIGHTS fourteen two-digit weights, sortcode
      *                   digits first
      *   MODWGHT_EXCEPTION the distribution's exception code,
      *                   spaces for none
      * A range may carry more than one row; every row must pass.
      * ACCCHK treats a sortcode with no row, or a range carrying
      * an exception code, as one it cannot check - the number is
      * let through rather than refused on a guess.
      ******************************************************************
           EXEC SQL DECLARE MODWGHT TABLE
              ( MODWGHT_SORT_FROM            CHAR(6)      NOT NULL,
                MODWGHT_SORT_TO              CHAR(6)      NOT NULL,
                MODWGHT_METHOD               CHAR(5)      NOT NULL,
                MODWGHT_WEIGHTS              CHAR(28)     NOT NULL,
                MODWGHT_EXCEPTION            CHAR(2)      NOT NULL )
           END-EXEC.
