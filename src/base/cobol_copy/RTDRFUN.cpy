      * RTDRFUN-FAIL-CODE '2' (with SUCCESS 'N') means the
      * directory itself could not be read; the verdict is then
      * meaningless and the caller decides whether to trust the
      * keyed sortcode without it. RTDRFUN-BIC is the directory's
      * BIC for the sortcode, spaces where none is held.
      ******************************************************************
           03 RTDRFUN-SORTCODE                PIC 9(6).
           03 RTDRFUN-INSTITUTION             PIC X(40).
              88 RTDRFUN-UNKNOWN               VALUE 'U'.
           03 RTDRFUN-SUCCESS                 PIC X.
           03 RTDRFUN-FAIL-CODE               PIC X.
           03 RTDRFUN-BIC                     PIC X(11).
