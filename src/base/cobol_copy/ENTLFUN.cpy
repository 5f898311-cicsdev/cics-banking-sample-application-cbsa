      * CHECK answers whether the signed-on operator (EIBOPID -
      * never a caller-supplied id, so the check cannot be spoofed)
      * holds the asked-for function class: 'I' inquiry, 'P'
      * posting, 'M' maintenance, 'D' deletion, 'S' supervisor,
      * 'V' need-to-know sight of vulnerability indicators. A
      * refusal is logged to OPERLOGT as type SEC. GRANT writes or
      * replaces an operator's whole entitlement record and LIST
      * reads one back - both themselves require the calling
      * operator to hold supervisor. VERIFY answers only whether
      * ENTLFUN-TARGET-OPERATOR is a known operator (holds an
      * ENTITLE record) - ENTLFUN-ALLOWED 'Y' if so, fail '1' if
      * not - and needs no entitlement of its own, so a service
      * can validate an operator id it is about to store. GRANT
      * also keeps the operator's own customer and declared
      * relatives flagged as sensitive through SENSFUN; fail '4'
      * means the entitlement was written but that could not be
      * done in full.
      ******************************************************************
           03 ENTLFUN-FUNCTION                PIC X.
              88 ENTLFUN-CHECK                 VALUE 'C'.
              88 ENTLFUN-GRANT                 VALUE 'G'.
              88 ENTLFUN-LIST                  VALUE 'L'.
              88 ENTLFUN-OVERRIDE              VALUE 'O'.
              88 ENTLFUN-VERIFY                VALUE 'V'.
           03 ENTLFUN-SORTCODE                PIC 9(6).
           03 ENTLFUN-CLASS                   PIC X.
           03 ENTLFUN-TARGET-OPERATOR         PIC X(3).
           03 ENTLFUN-DELETION-SW             PIC X.
           03 ENTLFUN-SUPERVISOR-SW           PIC X.
           03 ENTLFUN-OWN-CUSTNO              PIC 9(10).
           03 ENTLFUN-VULNERABLE-SW           PIC X.
      * One-shot supervisor override: OVERRIDE records a
      * supervisor's approval of the target operator's next use
      * of the class, with a reason code; the CHECK that consumes
           03 ENTLFUN-ALLOWED                 PIC X.
           03 ENTLFUN-SUCCESS                 PIC X.
           03 ENTLFUN-FAIL-CODE               PIC X.
      * The operator's declared relatives for GRANT and LIST, zero
      * in an unused slot.
           03 ENTLFUN-RELATIVE-CUSTNO OCCURS 3 PIC 9(10).
