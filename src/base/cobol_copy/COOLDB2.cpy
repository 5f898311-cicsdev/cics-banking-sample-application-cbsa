      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * One row per product cancelled inside its cooling-off period
      * through COOLFUN. COOLOFF_PRODUCT says what was cancelled:
      * 'A' an account opened by CREACC, 'T' a fixed-term deposit
      * opened by TRMDFUN (TERMDEP_STATUS 'K'), 'L' a serviced loan
      * (LOANMST_STATUS 'K'). COOLOFF_AMOUNT is the money that moved
      * - funds returned to the customer for 'A' and 'T', principal
      * collected back for 'L' - and COOLOFF_FEES_REFUNDED the fees
      * collected since opening that were given back. The product's
      * ACCOUNT row itself is closed through ACCLOSE with close
      * reason 'C', so the closing certificate says cooling-off too.
      * COOLRPT reports the month's cancellations by branch and
      * product. Dates are plain YYYYMMDD.
      ******************************************************************
           EXEC SQL DECLARE COOLOFF TABLE
              ( COOLOFF_SORTCODE             CHAR(6)      NOT NULL,
                COOLOFF_ACCNO                CHAR(8)      NOT NULL,
                COOLOFF_PRODUCT              CHAR(1)      NOT NULL,
                COOLOFF_ACC_TYPE             CHAR(8)      NOT NULL,
                COOLOFF_CUSTNO               CHAR(10)     NOT NULL,
                COOLOFF_BRANCH               INTEGER      NOT NULL,
                COOLOFF_OPENED_DATE          CHAR(8)      NOT NULL,
                COOLOFF_CANCEL_DATE          CHAR(8)      NOT NULL,
                COOLOFF_AMOUNT               DECIMAL(12,2) NOT NULL,
                COOLOFF_FEES_REFUNDED        DECIMAL(10,2) NOT NULL,
                COOLOFF_TARGET_SORTCODE      CHAR(6)      NOT NULL,
                COOLOFF_TARGET_ACCNO         CHAR(8)      NOT NULL,
                COOLOFF_OPERATOR             CHAR(3)      NOT NULL )
           END-EXEC.
