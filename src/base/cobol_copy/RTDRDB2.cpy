      * distribution. ROUTEDIR_ACCEPTS_DC says whether the
      * institution accepts direct credits; the effective dates
      * (YYYYMMDD, TO spaces while open-ended) bound the window in
      * which the sortcode is live. ROUTEDIR_BIC is the
      * institution's BIC (spaces where the distribution gives
      * none); the first four characters of the BIC held against
      * our own sortcode are the bank code in our IBANs. RTDRFUN
      * answers capture-time lookups for the screens; XFRDSPCH
      * checks again before an item leaves the settlement queue.
      ******************************************************************
           EXEC SQL DECLARE ROUTEDIR TABLE
              ( ROUTEDIR_SORTCODE            CHAR(6)      NOT NULL,
                ROUTEDIR_INSTITUTION         CHAR(40)     NOT NULL,
                ROUTEDIR_ACCEPTS_DC          CHAR(1)      NOT NULL,
                ROUTEDIR_EFFECTIVE_FROM      CHAR(8)      NOT NULL,
                ROUTEDIR_EFFECTIVE_TO        CHAR(8)      NOT NULL,
                ROUTEDIR_BIC                 CHAR(11)     NOT NULL )
           END-EXEC.
