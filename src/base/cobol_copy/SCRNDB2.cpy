      * it and when. SCRNQ_SUBJECT_TYPE says what was screened:
      * 'C' a customer name through CRECUST/UPDCUST, 'S' the
      * sending customer of an outbound settlement item held by
      * XFRDSPCH (the item stays held until the decision is made),
      * 'O' an organisation customer's legal name, 'G' a person
      * appointed signatory for an organisation (ORGSFUN), 'A' an
      * onboarding applicant, SCRNQ_CUSTNO holding the ONBAPP
      * application id (ONBFUN).
      * SCRNQ_STATUS is 'P' pending review, 'M' confirmed match,
      * 'N' cleared no-match. SCRNQ_LIST says which list the hit is
      * against: 'P' the PEP list (PEPLIST, SCRNQ_WATCHLST_KEY then
      * holds the PEPLIST source and entry id), 'W' - or null, on
      * rows from before the column existed and on the items
      * XFRDSPCH holds - the WATCHLST sanctions list. A confirmed
      * sanctions hit opens an AML case; a confirmed PEP hit marks
      * the customer a PEP through PEPFUN.
      ******************************************************************
           EXEC SQL DECLARE SCRNQ TABLE
              ( SCRNQ_ID                     INTEGER      NOT NULL,
                SCRNQ_STATUS                 CHAR(1)      NOT NULL,
                SCRNQ_DECIDED_BY             CHAR(3),
                SCRNQ_RAISED_DATE            CHAR(10)     NOT NULL,
                SCRNQ_DECIDED_DATE           CHAR(10),
                SCRNQ_LIST                   CHAR(1) )
           END-EXEC.
