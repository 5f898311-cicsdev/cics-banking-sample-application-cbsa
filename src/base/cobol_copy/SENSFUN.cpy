      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for SENSFUN, the sensitive customer service.
      * FLAG marks customer SENSFUN-CUSTNO sensitive for category
      * SENSFUN-CATEGORY 'P' public figure or 'I' under
      * investigation, with SENSFUN-REASON, and returns the
      * SENSCUST row's id in SENSFUN-SENS-ID; flagging a customer
      * already active for that category returns the existing id.
      * UNFLAG lifts row SENSFUN-SENS-ID. INQUIRE returns the
      * customer's active rows in SENSFUN-SENS-TABLE. LINKS is
      * ENTLFUN's GRANT keeping staff rows in step with ENTITLE:
      * SENSFUN-RELATED-OPERATOR's own customer SENSFUN-CUSTNO
      * (zero when they do not bank with us) becomes category 'S'
      * and each non-zero SENSFUN-RELATIVE-CUSTNO category 'R';
      * any staff or relative row for the operator no longer
      * declared is lifted. Staff and relative rows are maintained
      * only this way. Every function needs supervisor.
      *
      * SENSFUN-FAIL-CODE, when SENSFUN-SUCCESS is 'N':
      *   '1' - no customer was found matching the key supplied
      *   '2' - a datastore error occurred
      *   '3' - the category is not one FLAG accepts
      *   '4' - no reason was given
      *   '6' - no active row matches the id given
      *   'S' - the operator is not entitled to this function
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 SENSFUN-FUNCTION                PIC X.
              88 SENSFUN-FLAG                  VALUE 'F'.
              88 SENSFUN-UNFLAG                VALUE 'U'.
              88 SENSFUN-INQUIRE               VALUE 'I'.
              88 SENSFUN-LINKS                 VALUE 'L'.
           03 SENSFUN-SORTCODE                PIC 9(6).
           03 SENSFUN-CUSTNO                  PIC 9(10).
           03 SENSFUN-SENS-ID                 PIC 9(9).
           03 SENSFUN-CATEGORY                PIC X.
              88 SENSFUN-CATEGORY-VALID        VALUE 'P' 'I'.
           03 SENSFUN-REASON                  PIC X(40).
           03 SENSFUN-RELATED-OPERATOR        PIC X(3).
           03 SENSFUN-RELATIVE-CUSTNO OCCURS 3 PIC 9(10).
           03 SENSFUN-SENS-COUNT              PIC 9(2).
           03 SENSFUN-SENS-TABLE OCCURS 5.
              05 SENSFUN-SENS-ENTRY-ID        PIC 9(9).
              05 SENSFUN-SENS-CATEGORY        PIC X.
              05 SENSFUN-SENS-RELATED-OPER    PIC X(3).
              05 SENSFUN-SENS-REASON          PIC X(40).
              05 SENSFUN-SENS-FLAGGED-BY      PIC X(3).
              05 SENSFUN-SENS-FLAGGED-DATE    PIC X(8).
           03 SENSFUN-SUCCESS                 PIC X.
           03 SENSFUN-FAIL-CODE               PIC X.
