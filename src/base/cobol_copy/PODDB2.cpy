      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Payable-on-death beneficiary nominations, one row per
      * beneficiary named on a sole-owner savings account (see
      * PODFUN). A nomination is the set of rows sharing
      * PODBEN_NOMINATION for the account; each change the customer
      * makes is a new nomination, numbered on from the last, and the
      * rows it replaces are marked superseded, so the history of
      * what the customer signed is kept. PODBEN_SHARE is the
      * beneficiary's percentage of the balance - the shares of one
      * nomination add up to exactly 100. SIGNED_DATE and the
      * WITNESS_ columns record the customer's witnessed signature on
      * the nomination form.
      *
      * Once the customer has been flagged deceased the branch traces
      * each beneficiary: VERIFIED_REF is the identity evidence seen,
      * PAY_SORTCODE/PAY_ACCNO where their share is to be paid.
      * ACCLOSE pays verified beneficiaries their shares when the
      * account is closed and the rest goes to the estate (ESTATE).
      *
      * PODBEN_STATUS:
      *   'A' in force - awaiting the customer's death, or tracing
      *   'S' superseded by a later nomination, or revoked
      *   'L' lapsed - the account was closed in the customer's
      *       lifetime
      *   'V' identity verified, payable at closure
      *   'U' cannot be traced - the share will go to the estate
      *   'E' untraced at closure - the share was paid to the estate
      *       (PAID_AMOUNT)
      *   'P' paid to the beneficiary at closure (PAID_AMOUNT)
      * Dates are YYYYMMDD; STATUS_DATE/STATUS_BY are the last change
      * of status and who made it.
      ******************************************************************
           EXEC SQL DECLARE PODBEN TABLE
              ( PODBEN_SORTCODE              CHAR(6)      NOT NULL,
                PODBEN_ACCNO                 CHAR(8)      NOT NULL,
                PODBEN_NOMINATION            INTEGER      NOT NULL,
                PODBEN_SEQ                   SMALLINT     NOT NULL,
                PODBEN_CUSTNO                CHAR(10)     NOT NULL,
                PODBEN_NAME                  CHAR(60)     NOT NULL,
                PODBEN_ADDRESS               CHAR(100)    NOT NULL,
                PODBEN_PHONE                 CHAR(20)     NOT NULL,
                PODBEN_EMAIL                 CHAR(60)     NOT NULL,
                PODBEN_DOB                   CHAR(8)      NOT NULL,
                PODBEN_RELATION              CHAR(10)     NOT NULL,
                PODBEN_SHARE                 DECIMAL(5,2) NOT NULL,
                PODBEN_SIGNED_DATE           CHAR(8)      NOT NULL,
                PODBEN_WITNESS_NAME          CHAR(60)     NOT NULL,
                PODBEN_WITNESS_ADDRESS       CHAR(100)    NOT NULL,
                PODBEN_RECORDED_DATE         CHAR(8)      NOT NULL,
                PODBEN_RECORDED_BY           CHAR(3)      NOT NULL,
                PODBEN_STATUS                CHAR(1)      NOT NULL,
                PODBEN_STATUS_DATE           CHAR(8)      NOT NULL,
                PODBEN_STATUS_BY             CHAR(3)      NOT NULL,
                PODBEN_VERIFIED_REF          CHAR(20)     NOT NULL,
                PODBEN_PAY_SORTCODE          CHAR(6)      NOT NULL,
                PODBEN_PAY_ACCNO             CHAR(8)      NOT NULL,
                PODBEN_PAID_AMOUNT           DECIMAL(12,2) NOT NULL )
           END-EXEC.
