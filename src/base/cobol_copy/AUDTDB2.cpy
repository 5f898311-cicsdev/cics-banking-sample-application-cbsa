      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Internal audit transaction sampling. AUDSAMP is one row per
      * sample internal audit asks for, defined through AUDTFUN:
      * the population to draw from - AUDSAMP_POPULATION:
      *   'P' - postings (PROCTRAN)
      *   'O' - supervisor overrides (OVRRIDE)
      *   'R' - reversals (REVLINK)
      *   'S' - static-data changes (CUSTHIST)
      * over the period FROM_DATE to TO_DATE (YYYYMMDD, inclusive),
      * for one sort code or '*' for every branch. The population is
      * split into strata by branch and value band (AUDITEM_BAND '1'
      * below the CONTROL value AUDIT-BAND1-AMT, '2' below
      * AUDIT-BAND2-AMT, '3' at or above it; items with no value -
      * overrides and static-data changes - are all band '1').
      * AUDSMPL draws PER_STRATUM items at random from each stratum,
      * driven by SEED, so the same sample drawn again from the same
      * data gives the same items; every item of FORCE_AMT or more
      * is taken whatever the draw (zero: none forced).
      *
      * AUDSAMP_STATUS is 'D' defined, 'S' sampled (AUDITEM rows
      * written, the worklist open for review), 'C' closed by
      * AUDCLOS once every item carries an outcome. POP_COUNT and
      * ITEM_COUNT are what the draw found and took.
      *
      * AUDITEM is one row per sampled item - the worklist. SOURCE
      * names the item in its own table (PROCTRAN reference, or the
      * row id of the others) and DETAIL carries what the auditor
      * needs to find and test it. STRATUM_POP is the size of the
      * stratum it was drawn from. FORCED 'Y' for a forced
      * inclusion. OUTCOME is ' ' awaiting review, 'P' pass or 'F'
      * fail, recorded through AUDTFUN with the reviewer's comment.
      ******************************************************************
           EXEC SQL DECLARE AUDSAMP TABLE
              ( AUDSAMP_ID                   INTEGER      NOT NULL,
                AUDSAMP_TITLE                CHAR(40)     NOT NULL,
                AUDSAMP_POPULATION           CHAR(1)      NOT NULL,
                AUDSAMP_SORTCODE             CHAR(6)      NOT NULL,
                AUDSAMP_FROM_DATE            CHAR(8)      NOT NULL,
                AUDSAMP_TO_DATE              CHAR(8)      NOT NULL,
                AUDSAMP_SEED                 INTEGER      NOT NULL,
                AUDSAMP_PER_STRATUM          INTEGER      NOT NULL,
                AUDSAMP_FORCE_AMT            DECIMAL(12,2) NOT NULL,
                AUDSAMP_STATUS               CHAR(1)      NOT NULL,
                AUDSAMP_DEFINED_BY           CHAR(3)      NOT NULL,
                AUDSAMP_DEFINED_DATE         CHAR(8)      NOT NULL,
                AUDSAMP_SAMPLED_DATE         CHAR(8)      NOT NULL,
                AUDSAMP_POP_COUNT            INTEGER      NOT NULL,
                AUDSAMP_ITEM_COUNT           INTEGER      NOT NULL,
                AUDSAMP_CLOSED_DATE          CHAR(8)      NOT NULL )
           END-EXEC.

           EXEC SQL DECLARE AUDITEM TABLE
              ( AUDITEM_SAMPLE_ID            INTEGER      NOT NULL,
                AUDITEM_SEQ                  INTEGER      NOT NULL,
                AUDITEM_SORTCODE             CHAR(6)      NOT NULL,
                AUDITEM_BAND                 CHAR(1)      NOT NULL,
                AUDITEM_SOURCE               CHAR(20)     NOT NULL,
                AUDITEM_ACCNO                CHAR(8)      NOT NULL,
                AUDITEM_CUSTNO               CHAR(10)     NOT NULL,
                AUDITEM_ITEM_DATE            CHAR(8)      NOT NULL,
                AUDITEM_AMOUNT               DECIMAL(12,2) NOT NULL,
                AUDITEM_DETAIL               CHAR(80)     NOT NULL,
                AUDITEM_FORCED               CHAR(1)      NOT NULL,
                AUDITEM_STRATUM_POP          INTEGER      NOT NULL,
                AUDITEM_OUTCOME              CHAR(1)      NOT NULL,
                AUDITEM_COMMENT              CHAR(60)     NOT NULL,
                AUDITEM_REVIEWED_BY          CHAR(3)      NOT NULL,
                AUDITEM_REVIEWED_DATE        CHAR(8)      NOT NULL )
           END-EXEC.
