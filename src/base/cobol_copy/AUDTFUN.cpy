      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for AUDTFUN, the internal audit sampling service
      * (see AUDTDB2). AUDTFUN-SORTCODE is the operator's own sort
      * code, used for the entitlement check; AUDTFUN-SAMP-SORTCODE
      * is the branch the sample covers, '*' for every branch.
      * DEFINE records a sample to be drawn by the next AUDSMPL run
      * and returns its id in AUDTFUN-SAMPLE-ID; a zero seed is
      * replaced by one taken from the clock and returned, so the
      * draw can always be repeated. INQUIRE returns the sample and
      * how far its review has got. LIST returns up to five
      * worklist items from AUDTFUN-START-SEQ on. OUTCOME records
      * the reviewer's pass or fail and comment against item
      * AUDTFUN-ITEM-SEQ; a failed item must carry a comment, and a
      * closed sample takes no more outcomes. DEFINE and OUTCOME
      * need the supervisor entitlement, INQUIRE and LIST inquiry.
      *
      * AUDTFUN-FAIL-CODE, when AUDTFUN-SUCCESS is 'N':
      *   '1' - no sample (or no item) was found with the id given
      *   '2' - a datastore error occurred
      *   '3' - the definition is not valid: no title, an unknown
      *         population, a sample size outside 1 to 25 or a
      *         negative forced-inclusion value
      *   '4' - the dates are not valid: the period is back to
      *         front or not yet over
      *   '5' - the outcome is not 'P' or 'F', or a fail has no
      *         comment
      *   '6' - the sample is not open for review
      *   'S' - the operator is not entitled to the function
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 AUDTFUN-FUNCTION                PIC X.
              88 AUDTFUN-DEFINE                VALUE 'D'.
              88 AUDTFUN-INQUIRE               VALUE 'I'.
              88 AUDTFUN-LIST                  VALUE 'L'.
              88 AUDTFUN-OUTCOME               VALUE 'O'.
           03 AUDTFUN-SORTCODE                PIC 9(6).
           03 AUDTFUN-SAMPLE-ID               PIC 9(9).
           03 AUDTFUN-TITLE                   PIC X(40).
           03 AUDTFUN-POPULATION              PIC X.
              88 AUDTFUN-POPULATION-VALID      VALUE 'P' 'O' 'R' 'S'.
           03 AUDTFUN-SAMP-SORTCODE           PIC X(6).
           03 AUDTFUN-FROM-DATE               PIC X(8).
           03 AUDTFUN-TO-DATE                 PIC X(8).
           03 AUDTFUN-SEED                    PIC 9(9).
           03 AUDTFUN-PER-STRATUM             PIC 9(2).
           03 AUDTFUN-FORCE-AMT               PIC S9(10)V99.
           03 AUDTFUN-STATUS                  PIC X.
           03 AUDTFUN-DEFINED-BY              PIC X(3).
           03 AUDTFUN-SAMPLED-DATE            PIC X(8).
           03 AUDTFUN-POP-COUNT               PIC 9(8).
           03 AUDTFUN-ITEM-COUNT              PIC 9(8).
           03 AUDTFUN-REVIEWED-COUNT          PIC 9(8).
           03 AUDTFUN-FAILED-COUNT            PIC 9(8).
           03 AUDTFUN-ITEM-SEQ                PIC 9(6).
           03 AUDTFUN-OUTCOME-CODE            PIC X.
              88 AUDTFUN-OUTCOME-VALID         VALUE 'P' 'F'.
           03 AUDTFUN-COMMENT                 PIC X(60).
           03 AUDTFUN-START-SEQ               PIC 9(6).
           03 AUDTFUN-ROWS-RETURNED           PIC 9(2).
           03 AUDTFUN-MORE-ROWS               PIC X.
           03 AUDTFUN-ITEM-TABLE OCCURS 5.
              05 AUDTFUN-ITEM-ENTRY-SEQ       PIC 9(6).
              05 AUDTFUN-ITEM-SORTCODE        PIC X(6).
              05 AUDTFUN-ITEM-BAND            PIC X.
              05 AUDTFUN-ITEM-SOURCE          PIC X(20).
              05 AUDTFUN-ITEM-ACCNO           PIC X(8).
              05 AUDTFUN-ITEM-CUSTNO          PIC X(10).
              05 AUDTFUN-ITEM-DATE            PIC X(8).
              05 AUDTFUN-ITEM-AMOUNT          PIC S9(10)V99.
              05 AUDTFUN-ITEM-DETAIL          PIC X(80).
              05 AUDTFUN-ITEM-FORCED          PIC X.
              05 AUDTFUN-ITEM-OUTCOME         PIC X.
              05 AUDTFUN-ITEM-COMMENT         PIC X(60).
              05 AUDTFUN-ITEM-REVIEWED-BY     PIC X(3).
           03 AUDTFUN-SUCCESS                 PIC X.
           03 AUDTFUN-FAIL-CODE               PIC X.
