      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Inter-branch accounting. IBMOVE is written at posting time
      * for every customer movement whose two sides land at
      * different sort codes of ours: an XFRFUN transfer from an
      * account at one branch to an account at another, or a
      * DBCRFUN counter deposit or withdrawal handled at a branch
      * other than the one holding the account. IBMOVE_SORTCODE is
      * the account's branch - the sort code its PROCTRAN row is
      * under - and IBMOVE_OTHER_SORTCODE the branch the other side
      * landed at (the transfer's TO branch, the teller's till).
      * IBMOVE_AMOUNT carries the PROCTRAN amount and sign.
      *
      * IBPOSN is GLPOST's output for each pair of sort codes and
      * business date, seen from IBPOSN_SORTCODE's side: what the
      * other branch owes it for the day (DUE_FROM, posted to
      * IBDUEFRM) and what it owes the other branch (DUE_TO, posted
      * to IBDUETO). Both branches of a pair write their own row,
      * so each pair's two nets must cancel out exactly.
      *
      * IBRECN is IBRECN's daily verdict per sort code: how many
      * pairs it proved, how many broke, and the branch's own
      * period-to-date trial balance net. STATUS 'B' balanced, 'O'
      * out - GLCLOSE will not close a period on anything but 'B'.
      ******************************************************************
           EXEC SQL DECLARE IBMOVE TABLE
              ( IBMOVE_SORTCODE              CHAR(6)      NOT NULL,
                IBMOVE_ACCNO                 CHAR(8)      NOT NULL,
                IBMOVE_OTHER_SORTCODE        CHAR(6)      NOT NULL,
                IBMOVE_DATE                  CHAR(8)      NOT NULL,
                IBMOVE_TIME                  CHAR(6)      NOT NULL,
                IBMOVE_REF                   CHAR(12)     NOT NULL,
                IBMOVE_TYPE                  CHAR(3)      NOT NULL,
                IBMOVE_AMOUNT                DECIMAL(12,2) NOT NULL )
           END-EXEC.

           EXEC SQL DECLARE IBPOSN TABLE
              ( IBPOSN_SORTCODE              CHAR(6)      NOT NULL,
                IBPOSN_OTHER_SORTCODE        CHAR(6)      NOT NULL,
                IBPOSN_DATE                  CHAR(8)      NOT NULL,
                IBPOSN_DUE_FROM              DECIMAL(14,2) NOT NULL,
                IBPOSN_DUE_TO                DECIMAL(14,2) NOT NULL,
                IBPOSN_MOVE_COUNT            INTEGER      NOT NULL )
           END-EXEC.

           EXEC SQL DECLARE IBRECN TABLE
              ( IBRECN_SORTCODE              CHAR(6)      NOT NULL,
                IBRECN_DATE                  CHAR(8)      NOT NULL,
                IBRECN_PAIR_COUNT            INTEGER      NOT NULL,
                IBRECN_PAIR_BREAKS           INTEGER      NOT NULL,
                IBRECN_TB_NET                DECIMAL(14,2) NOT NULL,
                IBRECN_STATUS                CHAR(1)      NOT NULL )
           END-EXEC.
