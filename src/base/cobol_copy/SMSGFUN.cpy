      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for SMSGFUN, the secure message service (see
      * SMSGDB2 for the table and its states).
      * SEND records a customer's message - SMSGFUN-SORTCODE and
      * SMSGFUN-CUSTNO the customer, SMSGFUN-ACCNO the account it is
      * about or zero, the subject and the text - categorises it
      * (SMSGFUN-CATEGORY is kept when it is a known category) and
      * routes it to the owning branch; the id, category and queue
      * sort code come back.
      * INQUIRE returns message SMSGFUN-ID with the latest reply in
      * SMSGFUN-REPLY-TEXT. Given a customer number, only that
      * customer's message is returned (the API path); without one
      * it needs the inquiry entitlement.
      * BROWSE returns up to 8 unclosed messages on the queue of
      * sort code SMSGFUN-SORTCODE, oldest first, paged from
      * SMSGFUN-START-SEQ, and needs the inquiry entitlement.
      * CLAIM, REPLY, TRANSFER, CLOSE and COMPLAINT need the
      * maintenance entitlement. CLAIM takes an open message for the
      * signed-on operator; REPLY (SMSGFUN-TEXT the reply), CLOSE
      * and COMPLAINT act only on a message that operator holds.
      * TRANSFER moves a message - open, or held by the operator -
      * to the queue of branch SMSGFUN-TO-BRANCH, re-categorised
      * when SMSGFUN-CATEGORY is a known category, and leaves it
      * open for that branch to claim. COMPLAINT raises a COMPLAINT
      * case from the message through CMPLFUN and closes the message
      * against it; the case id comes back in SMSGFUN-COMPLAINT-ID.
      *
      * SMSGFUN-FAIL-CODE, when SMSGFUN-SUCCESS is 'N':
      *   '1' - the message was not found (or is not the named
      *         customer's)
      *   '2' - a datastore error occurred
      *   '3' - the customer was not found
      *   '4' - the account named does not belong to the customer
      *   '5' - invalid input (no subject or text, an empty reply,
      *         or a transfer to a branch that does not exist)
      *   '6' - the message is closed, or not held by this operator
      *         (claim needs it open)
      *   '7' - CMPLFUN did not raise the complaint - its own fail
      *         code is in SMSGFUN-CMPL-FAIL-CODE
      *   'S' - the operator is not entitled to this function
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 SMSGFUN-FUNCTION                PIC X.
              88 SMSGFUN-SEND                  VALUE 'S'.
              88 SMSGFUN-INQUIRE               VALUE 'Q'.
              88 SMSGFUN-BROWSE                VALUE 'B'.
              88 SMSGFUN-CLAIM                 VALUE 'C'.
              88 SMSGFUN-REPLY                 VALUE 'R'.
              88 SMSGFUN-TRANSFER              VALUE 'T'.
              88 SMSGFUN-CLOSE                 VALUE 'X'.
              88 SMSGFUN-COMPLAINT             VALUE 'P'.
           03 SMSGFUN-SORTCODE                PIC 9(6).
           03 SMSGFUN-ID                      PIC 9(9).
           03 SMSGFUN-CUSTNO                  PIC 9(10).
           03 SMSGFUN-ACCNO                   PIC 9(8).
           03 SMSGFUN-CATEGORY                PIC X(4).
           03 SMSGFUN-SUBJECT                 PIC X(40).
           03 SMSGFUN-TEXT                    PIC X(200).
           03 SMSGFUN-REPLY-TEXT              PIC X(200).
           03 SMSGFUN-TO-BRANCH               PIC 9(5).
           03 SMSGFUN-QUEUE-SORTCODE          PIC 9(6).
           03 SMSGFUN-STATUS                  PIC X.
           03 SMSGFUN-CLAIMED-BY              PIC X(3).
           03 SMSGFUN-SENT-DATE               PIC X(8).
           03 SMSGFUN-SENT-TIME               PIC X(6).
           03 SMSGFUN-REPLY-DATE              PIC X(8).
           03 SMSGFUN-COMPLAINT-ID            PIC 9(9).
           03 SMSGFUN-CMPL-FAIL-CODE          PIC X.
           03 SMSGFUN-START-SEQ               PIC 9(4).
           03 SMSGFUN-MORE-ROWS               PIC X.
              88 SMSGFUN-MORE                  VALUE 'Y'.
           03 SMSGFUN-ROWS-RETURNED           PIC 9(2).
           03 SMSGFUN-SUCCESS                 PIC X.
           03 SMSGFUN-FAIL-CODE               PIC X.
           03 SMSGFUN-TABLE OCCURS 8 TIMES.
              05 SMSGFUN-MS-ID                PIC 9(9).
              05 SMSGFUN-MS-STATUS            PIC X.
              05 SMSGFUN-MS-CATEGORY          PIC X(4).
              05 SMSGFUN-MS-SENT-DATE         PIC X(8).
              05 SMSGFUN-MS-CUSTNO            PIC X(10).
              05 SMSGFUN-MS-CLAIMED-BY        PIC X(3).
              05 SMSGFUN-MS-SUBJECT           PIC X(40).
