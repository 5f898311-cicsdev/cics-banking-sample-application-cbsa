      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * ISA subscriptions, one row per customer per tax year. The
      * tax year runs 6 April to 5 April and is held as the year it
      * starts in. Every credit to an ACCOUNT_TYPE 'ISA' account -
      * through ISAFUN online, through ISASUBS in batch - adds to
      * SUBSCRIBED, which may not pass the annual allowance (CONTROL
      * ISA-ALLOWANCE), and ACCNO is the one ISA the customer has
      * paid into that year: a credit to any other ISA of theirs is
      * refused until the year is out. STATUS is 'O' while the year
      * is open and 'C' once ISAYREND has rolled it over and
      * returned it to the tax authority.
      ******************************************************************
           EXEC SQL DECLARE ISASUB TABLE
              ( ISASUB_SORTCODE              CHAR(6)      NOT NULL,
                ISASUB_CUSTNO                CHAR(10)     NOT NULL,
                ISASUB_TAX_YEAR              CHAR(4)      NOT NULL,
                ISASUB_ACCNO                 CHAR(8)      NOT NULL,
                ISASUB_SUBSCRIBED            DECIMAL(12,2) NOT NULL,
                ISASUB_FIRST_DATE            CHAR(8)      NOT NULL,
                ISASUB_LAST_DATE             CHAR(8)      NOT NULL,
                ISASUB_STATUS                CHAR(1)      NOT NULL )
           END-EXEC.
