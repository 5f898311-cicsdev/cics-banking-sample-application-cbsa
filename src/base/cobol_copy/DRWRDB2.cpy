                DRAWER_CLOSED_DATE           CHAR(10),
                DRAWER_CLOSED_TIME           CHAR(6) )
           END-EXEC.

      * The drawer session's foreign currency holdings, one row per
      * currency the teller holds in the session - DRAWER itself
      * stays the sterling position. Foreign notes come in from
      * the vault (VLTFUN ISSUE, raising the float), across the
      * counter through FXCFUN when notes are bought or sold, and
      * through DBCRFUN when notes are paid into or drawn from a
      * currency account. At close every currency held is declared
      * and balanced the same way as sterling; the session only
      * ends 'B' when every one of them balances.
           EXEC SQL DECLARE DRAWERCCY TABLE
              ( DRAWERCCY_DRAWER_ID          INTEGER      NOT NULL,
                DRAWERCCY_SORTCODE           CHAR(6)      NOT NULL,
                DRAWERCCY_CURRENCY           CHAR(3)      NOT NULL,
                DRAWERCCY_FLOAT              DECIMAL(12,2) NOT NULL,
                DRAWERCCY_CASH_IN            DECIMAL(12,2) NOT NULL,
                DRAWERCCY_CASH_OUT           DECIMAL(12,2) NOT NULL,
                DRAWERCCY_DECLARED           DECIMAL(12,2),
                DRAWERCCY_VARIANCE           DECIMAL(12,2) )
           END-EXEC.
