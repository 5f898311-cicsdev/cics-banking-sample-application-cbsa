      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Onboarding applications. One row per application made to
      * become a customer through the API (APICTRL) or keyed for a
      * walk-in through ONBFUN. Nothing is created on CUSTOMER or
      * ACCOUNT until the application has passed every stage; the
      * row keeps what was applied for - name, address and date of
      * birth (DDMMYYYY, as CRECUST takes it), the branch, and the
      * account type, rate and overdraft wanted, if any - and how
      * far it got. Other dates are YYYYMMDD.
      *
      * CHANNEL: 'W' web, 'M' mobile app, 'B' branch-assisted,
      * 'P' partner/introducer.
      *
      * STATUS, in the order an application moves through them:
      *   'S' submitted
      *   'N' screening - name hits are on SCRNQ (subject 'A',
      *       SCRNQ_CUSTNO holding the application id) waiting for a
      *       compliance decision
      *   'U' duplicate check - a probable existing customer was
      *       found (DUP_CUSTNO) and an operator must say whether it
      *       is the same person
      *   'K' KYC pending - the identity and address documents have
      *       not both been sighted
      *   'C' credit-checked - scored, and waiting for the customer
      *       (and account) to be created
      *   'A' approved - the customer exists as CUSTNO, and the
      *       account as ACCNO when one was asked for and CREACC
      *       opened it (ACC_FAIL_CODE is CREACC's fail code if not)
      *   'D' declined, with REASON
      *   'X' expired - no progress for CONTROL ONB-EXPIRY-DAYS
      * STAGE is the furthest stage passed, for the funnel report:
      * 1 submitted, 2 screened, 3 duplicate-checked, 4 KYC
      * documents sighted, 5 credit-checked, 6 approved.
      *
      * REASON on a decline or expiry:
      *   'SC' a screening hit confirmed against the sanctions list
      *   'DU' the applicant is already a customer
      *   'CS' credit score below CONTROL ONB-MIN-SCORE
      *   'OP' declined by an operator
      *   'EX' abandoned - expired without completing
      * PEP_CATEGORY is set when a PEP list hit was confirmed - the
      * customer is flagged a PEP through PEPFUN when created.
      * ID_DOC_EXPIRY and ADDR_DOC_EXPIRY are the expiry dates of
      * the identity and address documents once sighted (spaces
      * until then); they are recorded on the new customer's KYC
      * checklist through KYCFUN at approval.
      * LAST_ACTION_DATE is the date the application last moved or
      * was worked on; expiry runs from it.
      ******************************************************************
           EXEC SQL DECLARE ONBAPP TABLE
              ( ONBAPP_SORTCODE              CHAR(6)      NOT NULL,
                ONBAPP_ID                    INTEGER      NOT NULL,
                ONBAPP_CHANNEL               CHAR(1)      NOT NULL,
                ONBAPP_STATUS                CHAR(1)      NOT NULL,
                ONBAPP_STAGE                 INTEGER      NOT NULL,
                ONBAPP_NAME                  CHAR(60)     NOT NULL,
                ONBAPP_ADDRESS               CHAR(160)    NOT NULL,
                ONBAPP_DOB                   CHAR(8)      NOT NULL,
                ONBAPP_BRANCH                INTEGER      NOT NULL,
                ONBAPP_ACC_TYPE              CHAR(8)      NOT NULL,
                ONBAPP_INT_RATE              DECIMAL(6,2) NOT NULL,
                ONBAPP_OVERDRAFT             INTEGER      NOT NULL,
                ONBAPP_SUBMITTED_DATE        CHAR(8)      NOT NULL,
                ONBAPP_LAST_ACTION_DATE      CHAR(8)      NOT NULL,
                ONBAPP_SCRN_HITS             INTEGER      NOT NULL,
                ONBAPP_PEP_CATEGORY          CHAR(1)      NOT NULL,
                ONBAPP_DUP_CUSTNO            CHAR(10)     NOT NULL,
                ONBAPP_DUP_CLEARED           CHAR(1)      NOT NULL,
                ONBAPP_ID_DOC_EXPIRY         CHAR(8)      NOT NULL,
                ONBAPP_ADDR_DOC_EXPIRY       CHAR(8)      NOT NULL,
                ONBAPP_CREDIT_SCORE          INTEGER      NOT NULL,
                ONBAPP_CS_REVIEW_DATE        CHAR(8)      NOT NULL,
                ONBAPP_REASON                CHAR(2)      NOT NULL,
                ONBAPP_CUSTNO                CHAR(10)     NOT NULL,
                ONBAPP_ACCNO                 CHAR(8)      NOT NULL,
                ONBAPP_ACC_FAIL_CODE         CHAR(1)      NOT NULL,
                ONBAPP_CLOSED_DATE           CHAR(8)      NOT NULL,
                ONBAPP_ACTIONED_BY           CHAR(3)      NOT NULL )
           END-EXEC.
