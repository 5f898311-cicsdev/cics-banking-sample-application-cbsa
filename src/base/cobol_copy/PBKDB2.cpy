      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * The passbook register. One PASSBK row per passbook issued to
      * an account by PBKFUN, keyed by its serial. PAGE and LINE are
      * where the next entry prints; LAST_KEY is the last PROCTRAN
      * entry printed, as PROCTRAN_DATE turned round to YYMMDD
      * followed by PROCTRAN_TIME, with LAST_SEQ the number of
      * entries sharing that key already printed (batch postings
      * all carry time 000000), and LAST_BALANCE the running balance
      * printed against it. STATUS is 'A' for the book in use, 'F'
      * for a full book carried forward into the next one and 'X'
      * for a book reported lost or stolen and cancelled - the two
      * last are superseded, and a withdrawal presented with one
      * draws a warning. Dates are DD.MM.YYYY, as on CHQBOOK.
      ******************************************************************
           EXEC SQL DECLARE PASSBK TABLE
              ( PASSBK_SERIAL                INTEGER      NOT NULL,
                PASSBK_SORTCODE              CHAR(6)      NOT NULL,
                PASSBK_ACCNO                 CHAR(8)      NOT NULL,
                PASSBK_STATUS                CHAR(1)      NOT NULL,
                PASSBK_ISSUE_DATE            CHAR(10)     NOT NULL,
                PASSBK_PAGE                  SMALLINT     NOT NULL,
                PASSBK_LINE                  SMALLINT     NOT NULL,
                PASSBK_LAST_KEY              CHAR(12)     NOT NULL,
                PASSBK_LAST_SEQ              INTEGER      NOT NULL,
                PASSBK_LAST_BALANCE          DECIMAL(12,2) NOT NULL,
                PASSBK_CLOSED_DATE           CHAR(10) )
           END-EXEC.
