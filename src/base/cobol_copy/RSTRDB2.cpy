      * lifted. DBCRFUN, XFRFUN, CHQPRSNT, DDCOLLCT, STORDPRC,
      * EODDEBIT and CRDAUTH all check here in the same places
      * the legal-hold and deceased checks already sit.
      * MULESUSP (block debits) is placed by the MULERPT money mule
      * run with operator 'BAT' and a review date at the end of its
      * hold period, and is lifted through RSTRFUN like any other.
      ******************************************************************
           EXEC SQL DECLARE RESTRAIN TABLE
              ( RESTRAIN_SORTCODE            CHAR(6)      NOT NULL,
