      * OUR, SHA or BEN, defaulted to SHA by XFRFUN - and
      * XFRSETL_CHARGE_AMOUNT holds any correspondent charge
      * reported against the item.
      * XFRSETL_MSG_FORMAT records which scheme format the item went
      * out in - 'L' the bank's own fixed layout, 'X' an ISO 20022
      * credit transfer (see MSGFDB2 for the per-counterparty
      * choice) - and XFRSETL_E2E_ID the unique end-to-end id an
      * ISO item carried, which is how XFRACK finds it again from
      * the scheme's status report. XFRSETL_REJECT_REASON holds the
      * reason code of a network reject or repair (ISO 4-character
      * code, or the old 3-character one). XFRSETL_REMIT_INFO is
      * free-text remittance information for the beneficiary,
      * where the capturing channel supplied any.
      * XFRSETL_PRIORITY orders the item's release when the net
      * debit cap (see SETLPOS) cannot take everything pending:
      * 'T' time-critical, 'H' high, anything else (null included)
      * normal; XFRSETL_DEFER_COUNT is how many settlement cycles
      * the cap has already held the item back.
      ******************************************************************
           EXEC SQL DECLARE XFRSETL TABLE
              ( XFRSETL_ID                  INTEGER      NOT NULL,
                XFRSETL_RECON_STATUS         CHAR(1),
                XFRSETL_RECON_DATE           CHAR(8),
                XFRSETL_CHARGE_BEARER        CHAR(3),
                XFRSETL_CHARGE_AMOUNT        DECIMAL(12,2),
                XFRSETL_MSG_FORMAT           CHAR(1),
                XFRSETL_E2E_ID               CHAR(35),
                XFRSETL_REJECT_REASON        CHAR(4),
                XFRSETL_REMIT_INFO           CHAR(140),
                XFRSETL_PRIORITY             CHAR(1),
                XFRSETL_DEFER_COUNT          INTEGER )
           END-EXEC.
