      * Data-retention rules, one row per audit or log store that
      * RETNMGR looks after. RETNRULE_STORE names the store as
      * RETNMGR knows it - CUSTHIST, CONTHIST, OPERLOGT, NOTIFYFL,
      * IDEMPKEY, SCRNQ, CRDTLOG, NCTRLOG, RPTLINE or SECMSG - and
      * RETNRULE_RETAIN_DAYS is how long its entries live after
      * their own business date. RETNRULE_DISPOSITION is 'P' (purge
      * outright) or 'A' (copy each entry to the RETNARC1 history
      * extract before purging it). A store with no rule row is
      * left alone, so the register doubles as the list of what
      * the bank has decided about each store. Store ANONYMSE is
      * not a store: its RETAIN_DAYS is how long after a customer's
      * last account closed ANONRUN anonymises them, and RETNMGR
      * passes over it.
      ******************************************************************
           EXEC SQL DECLARE RETNRULE TABLE
              ( RETNRULE_SORTCODE            CHAR(6)      NOT NULL,
