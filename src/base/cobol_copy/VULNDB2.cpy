      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Vulnerable customer indicators, recorded and maintained
      * through VULNFUN. One row per indicator; a customer may hold
      * several at once.
      *
      * TYPE 'B' bereavement, 'I' illness (physical or mental
      * health), 'C' cognitive impairment or reduced capacity, 'F'
      * financial difficulty, 'L' other life event (relationship
      * breakdown, caring responsibilities, job loss).
      *
      * TREATMENT is what the letter-driven batches do while the
      * indicator is active: 'P' pause - no letter goes and the
      * process waits; 'S' specialist - no standard letter goes and
      * the case is referred to the specialist team's worklist
      * instead. Fee assessment refers a vulnerable customer's fees
      * whichever treatment is held.
      *
      * CONSENT is the customer's agreement to the bank holding the
      * indicator: 'Y' given by the customer, 'T' given on their
      * behalf by a third party with authority (CONSENT_BY names
      * them). No indicator may be held without it - withdrawing
      * consent ends the indicator.
      *
      * REVIEW_DATE is when the indicator must next be looked at
      * (VULNRVW reports those falling due). STATUS 'A' active,
      * 'E' ended: END_REASON 'R' resolved at review, 'W' consent
      * withdrawn. Dates are plain YYYYMMDD.
      ******************************************************************
           EXEC SQL DECLARE VULNIND TABLE
              ( VULNIND_ID                   INTEGER      NOT NULL,
                VULNIND_SORTCODE             CHAR(6)      NOT NULL,
                VULNIND_CUSTNO               CHAR(10)     NOT NULL,
                VULNIND_TYPE                 CHAR(1)      NOT NULL,
                VULNIND_TREATMENT            CHAR(1)      NOT NULL,
                VULNIND_CONSENT              CHAR(1)      NOT NULL,
                VULNIND_CONSENT_BY           CHAR(30)     NOT NULL,
                VULNIND_NOTE                 CHAR(60)     NOT NULL,
                VULNIND_RECORDED_DATE        CHAR(8)      NOT NULL,
                VULNIND_RECORDED_BY          CHAR(3)      NOT NULL,
                VULNIND_REVIEW_DATE          CHAR(8)      NOT NULL,
                VULNIND_LAST_REVIEWED_DATE   CHAR(8)      NOT NULL,
                VULNIND_LAST_REVIEWED_BY     CHAR(3)      NOT NULL,
                VULNIND_STATUS               CHAR(1)      NOT NULL,
                VULNIND_ENDED_DATE           CHAR(8)      NOT NULL,
                VULNIND_END_REASON           CHAR(1)      NOT NULL )
           END-EXEC.
