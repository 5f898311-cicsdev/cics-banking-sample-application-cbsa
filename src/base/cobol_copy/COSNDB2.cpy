      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Signing mandates on joint accounts. ACCJOINT only says who
      * owns an account; ACCSIGN says how those owners may operate
      * it. RULE 'A' is any one to sign - with a non-zero THRESHOLD,
      * a debit above that amount still needs every holder; RULE 'L'
      * is all to sign on every debit. No ACCSIGN row means any one
      * to sign, as every account behaved before mandates existed.
      *
      * COSIGN is the pending co-signature queue. A debit that needs
      * more holders than presented it (XFRFUN source 'XFR', DBCRFUN
      * source 'DBC' - the target columns are zero for a DBC item)
      * is parked 'P'ending with the holders who have signed so far
      * packed ten digits each into SIGNED_BY; COSNFUN records each
      * further holder's signature and turns the item 'A'pproved
      * once SIGNED reaches NEEDED, or 'D'eclined when any holder
      * refuses. The same debit presented again then claims the
      * approved row ('C'ompleted) and posts. Anything still waiting
      * on its EXPIRY_DATE (YYYYMMDD) is expired ('E') by COSNEXPR.
      ******************************************************************
           EXEC SQL DECLARE ACCSIGN TABLE
              ( ACCSIGN_SORTCODE             CHAR(6)      NOT NULL,
                ACCSIGN_ACC_NUMBER           CHAR(8)      NOT NULL,
                ACCSIGN_RULE                 CHAR(1)      NOT NULL,
                ACCSIGN_THRESHOLD            DECIMAL(12,2) NOT NULL,
                ACCSIGN_SET_BY               CHAR(3)      NOT NULL,
                ACCSIGN_SET_DATE             CHAR(8)      NOT NULL )
           END-EXEC.

           EXEC SQL DECLARE COSIGN TABLE
              ( COSIGN_ID                    INTEGER      NOT NULL,
                COSIGN_SORTCODE              CHAR(6)      NOT NULL,
                COSIGN_ACCNO                 CHAR(8)      NOT NULL,
                COSIGN_SOURCE                CHAR(3)      NOT NULL,
                COSIGN_TSCODE                CHAR(6)      NOT NULL,
                COSIGN_TACCNO                CHAR(8)      NOT NULL,
                COSIGN_AMOUNT                DECIMAL(12,2) NOT NULL,
                COSIGN_SIGNED_BY             CHAR(40)     NOT NULL,
                COSIGN_NEEDED                SMALLINT     NOT NULL,
                COSIGN_SIGNED                SMALLINT     NOT NULL,
                COSIGN_STATUS                CHAR(1)      NOT NULL,
                COSIGN_REQUESTED_DATE        CHAR(8)      NOT NULL,
                COSIGN_EXPIRY_DATE           CHAR(8)      NOT NULL,
                COSIGN_DECIDED_DATE          CHAR(8) )
           END-EXEC.
