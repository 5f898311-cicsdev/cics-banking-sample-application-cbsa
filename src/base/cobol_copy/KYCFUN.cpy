      * with its expiry date, under the signed-on operator, and
      * closes the checklist when nothing required remains; LIST
      * returns up to 8 documents; CHECK answers whether the
      * customer's checklist is complete - for an organisation that
      * includes the checklists of its active signatories.
      *
      * An organisation's checklist (RAISE with KYCFUN-ORGANISATION
      * 'Y') needs INCORPTN (certificate of incorporation or the
      * club's constitution), ADDRESS (registered address) and
      * MANDATE (the resolution naming who may sign) instead of
      * IDENTITY. SIGNATORY is called by ORGSFUN when a signatory
      * is appointed: it opens the signatory's own checklist if
      * they have none and asks for the organisation's MANDATE to
      * be sighted again.
      ******************************************************************
           03 KYCFUN-FUNCTION                 PIC X.
              88 KYCFUN-RAISE                  VALUE 'R'.
              88 KYCFUN-SIGHT                  VALUE 'S'.
              88 KYCFUN-LIST                   VALUE 'L'.
              88 KYCFUN-CHECK                  VALUE 'C'.
              88 KYCFUN-SIGNATORY              VALUE 'G'.
           03 KYCFUN-SORTCODE                 PIC 9(6).
           03 KYCFUN-CUSTNO                   PIC 9(10).
           03 KYCFUN-DOC-TYPE                 PIC X(8).
              05 KYCFUN-DC-SIGHTED-DATE       PIC X(8).
              05 KYCFUN-DC-EXPIRY-DATE        PIC X(8).
              05 KYCFUN-DC-SIGHTED-BY         PIC X(3).
           03 KYCFUN-ORGANISATION             PIC X.
           03 KYCFUN-SIGNATORY-CUSTNO         PIC 9(10).
