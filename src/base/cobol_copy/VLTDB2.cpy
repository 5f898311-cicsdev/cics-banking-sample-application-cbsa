      * forecast run's proposed cash-in-transit order per branch:
      * 'P' proposed until a supervisor confirms ('C', posting a
      * delivery to the vault) or cancels ('X').
      * Holdings are kept per currency: VAULT is one row per sort
      * code and currency held ('GBP' for sterling, the ISO code
      * for foreign notes bought and sold at the counter - see
      * FXCFUN), and every movement and order carries the currency
      * it is in, so a dollar shipment never nets against sterling.
      ******************************************************************
           EXEC SQL DECLARE VAULT TABLE
              ( VAULT_SORTCODE               CHAR(6)      NOT NULL,
                VAULT_CURRENCY               CHAR(3)      NOT NULL,
                VAULT_BALANCE                DECIMAL(12,2) NOT NULL,
                VAULT_DECLARED               DECIMAL(12,2),
                VAULT_VARIANCE               DECIMAL(12,2),
           EXEC SQL DECLARE VAULTMVT TABLE
              ( VAULTMVT_ID                  INTEGER      NOT NULL,
                VAULTMVT_SORTCODE            CHAR(6)      NOT NULL,
                VAULTMVT_CURRENCY            CHAR(3)      NOT NULL,
                VAULTMVT_DIRECTION           CHAR(1)      NOT NULL,
                VAULTMVT_AMOUNT              DECIMAL(12,2) NOT NULL,
                VAULTMVT_DRAWER_ID           INTEGER,
           EXEC SQL DECLARE CITORDER TABLE
              ( CITORDER_ID                  INTEGER      NOT NULL,
                CITORDER_SORTCODE            CHAR(6)      NOT NULL,
                CITORDER_CURRENCY            CHAR(3)      NOT NULL,
                CITORDER_DIRECTION           CHAR(1)      NOT NULL,
                CITORDER_AMOUNT              DECIMAL(12,2) NOT NULL,
                CITORDER_STATUS              CHAR(1)      NOT NULL,
