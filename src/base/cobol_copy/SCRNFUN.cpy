      * returns the number of hits queued. DECIDE records a
      * compliance operator's match/no-match verdict on one queued
      * item; BROWSE returns up to 8 pending items.
      *
      * SCRNFUN-SUBJECT-TYPE 'O' is an organisation, screened on its
      * legal name in SCRNFUN-FAMILY-NAME; with
      * SCRNFUN-WITH-SIGNATORIES 'Y' each of its active signatories
      * (ORGSIGN) is screened as well, as subject 'G' under their
      * own customer number, and their hits count in
      * SCRNFUN-HITS-QUEUED.
      *
      * Subject 'A' is an onboarding applicant (ONBFUN), not yet a
      * customer: SCRNFUN-CUSTNO carries the application id, and a
      * decision on an applicant's hit is only recorded - ONBFUN
      * acts on it, so no AML case is opened and no PEP flagged.
      *
      * A person - subject 'C', 'G' or 'A' - is screened against
      * the PEP list (PEPLIST) as well as the watchlist, scored the
      * same way. SCRNFUN-HITS-QUEUED counts the hits on both lists;
      * SCRNFUN-PEP-HITS-QUEUED says how many of them were PEP
      * list hits. BROWSE returns in SCRNFUN-SQ-LIST the list each
      * pending item is against - 'P' the PEP list, 'W' the
      * watchlist. Confirming a PEP list hit marks the customer a
      * PEP through PEPFUN rather than opening an AML case.
      ******************************************************************
           03 SCRNFUN-FUNCTION                PIC X.
              88 SCRNFUN-SCREEN                VALUE 'S'.
              05 SCRNFUN-SQ-WATCHLST-KEY      PIC X(12).
              05 SCRNFUN-SQ-SCORE             PIC 9(3).
              05 SCRNFUN-SQ-RAISED-DATE       PIC X(10).
           03 SCRNFUN-WITH-SIGNATORIES        PIC X.
           03 SCRNFUN-PEP-HITS-QUEUED         PIC 9(2).
           03 SCRNFUN-SQ-LIST-TABLE OCCURS 8 TIMES.
              05 SCRNFUN-SQ-LIST              PIC X.
