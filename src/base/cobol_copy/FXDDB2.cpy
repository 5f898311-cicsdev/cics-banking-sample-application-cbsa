      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * One row per foreign currency cash deal done at the counter
      * through FXCFUN. DIRECTION is 'S' when the branch sold notes
      * to the customer (travel money) and 'B' when it bought them
      * back. MID_RATE is the XRATEHST rate in force (units of the
      * currency per pound), DEAL_RATE the rate the customer was
      * actually given after the CONTROL buy/sell margin, and
      * MARGIN_AMOUNT the sterling the branch earned on the spread
      * - the same figure journalled to the GL income line through
      * GLMAP 'FXM'. SETTLE is 'C' when the sterling side was cash
      * across the counter and 'A' when it was posted to ACCNO
      * (PROCTRAN type FXS or FXB, see DBCRFUN facility 495).
      ******************************************************************
           EXEC SQL DECLARE FXDEAL TABLE
              ( FXDEAL_ID                    INTEGER      NOT NULL,
                FXDEAL_SORTCODE              CHAR(6)      NOT NULL,
                FXDEAL_DIRECTION             CHAR(1)      NOT NULL,
                FXDEAL_CURRENCY              CHAR(3)      NOT NULL,
                FXDEAL_FOREIGN_AMOUNT        DECIMAL(12,2) NOT NULL,
                FXDEAL_MID_RATE              DECIMAL(9,6) NOT NULL,
                FXDEAL_DEAL_RATE             DECIMAL(9,6) NOT NULL,
                FXDEAL_STERLING_AMOUNT       DECIMAL(12,2) NOT NULL,
                FXDEAL_MARGIN_AMOUNT         DECIMAL(12,2) NOT NULL,
                FXDEAL_SETTLE                CHAR(1)      NOT NULL,
                FXDEAL_ACCNO                 CHAR(8),
                FXDEAL_DRAWER_ID             INTEGER      NOT NULL,
                FXDEAL_OPERATOR_ID           CHAR(3)      NOT NULL,
                FXDEAL_DATE                  CHAR(8)      NOT NULL,
                FXDEAL_TIME                  CHAR(6) )
           END-EXEC.
