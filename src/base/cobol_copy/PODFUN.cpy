      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for PODFUN, the payable-on-death beneficiary service
      * (see PODDB2 for the table and its states). The account is
      * PODFUN-SORTCODE/PODFUN-ACCNO throughout; its owner comes back
      * in PODFUN-CUSTNO.
      * NOMINATE records the customer's witnessed nomination -
      * PODFUN-BEN-COUNT beneficiaries (1 to 5) in PODFUN-BEN, shares
      * adding up to exactly 100, each with a name and at least one
      * way of reaching them, and the signature date and witness -
      * replacing any nomination in force. Only a sole-owner SAVING,
      * ISA, NOTICE or FIXEDTRM account can carry one, and only
      * while the customer is alive.
      * REVOKE withdraws the nomination in force without a new one.
      * INQUIRE returns the nomination in force (or, after closure,
      * the last one) with each beneficiary's status.
      * VERIFY, once the customer has been flagged deceased, records
      * that beneficiary PODFUN-SEQ's identity has been checked
      * (PODFUN-VERIFIED-REF, the evidence seen) and the account
      * their share is to be paid to (PODFUN-PAY-SORTCODE and
      * PODFUN-PAY-ACCNO). UNTRACED records that beneficiary
      * PODFUN-SEQ cannot be found; their share goes to the estate.
      * NOMINATE, REVOKE, VERIFY and UNTRACED need the maintenance
      * entitlement, INQUIRE the inquiry entitlement.
      *
      * PODFUN-FAIL-CODE, when PODFUN-SUCCESS is 'N':
      *   '1' - the account was not found
      *   '2' - a datastore error occurred
      *   '3' - the account's owner was not found on CUSTOMER
      *   '4' - the account cannot carry a nomination (not a savings
      *         product, or held jointly)
      *   '5' - the nomination is incomplete or does not add up (see
      *         PODFUN-BEN-ERROR for the beneficiary at fault, zero
      *         for the signature, witness or total)
      *   '6' - the customer is deceased - the nomination can no
      *         longer be changed
      *   '7' - the customer is not flagged deceased - there is
      *         nothing to verify yet
      *   '8' - no nomination is in force, or beneficiary PODFUN-SEQ
      *         is not on it or not in a state for this action
      *   'P' - the payment account for the share is missing, or is
      *         at this sort code and does not exist
      *   'S' - the operator is not entitled to this function
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 PODFUN-FUNCTION                 PIC X.
              88 PODFUN-NOMINATE               VALUE 'N'.
              88 PODFUN-REVOKE                 VALUE 'R'.
              88 PODFUN-INQUIRE                VALUE 'Q'.
              88 PODFUN-VERIFY                 VALUE 'V'.
              88 PODFUN-UNTRACED               VALUE 'U'.
           03 PODFUN-SORTCODE                 PIC 9(6).
           03 PODFUN-ACCNO                    PIC 9(8).
           03 PODFUN-CUSTNO                   PIC 9(10).
           03 PODFUN-NOMINATION               PIC 9(5).
           03 PODFUN-SIGNED-DATE              PIC X(8).
           03 PODFUN-WITNESS-NAME             PIC X(60).
           03 PODFUN-WITNESS-ADDRESS          PIC X(100).
           03 PODFUN-SEQ                      PIC 9.
           03 PODFUN-VERIFIED-REF             PIC X(20).
           03 PODFUN-PAY-SORTCODE             PIC 9(6).
           03 PODFUN-PAY-ACCNO                PIC 9(8).
           03 PODFUN-BEN-COUNT                PIC 9.
           03 PODFUN-BEN-ERROR                PIC 9.
           03 PODFUN-SUCCESS                  PIC X.
           03 PODFUN-FAIL-CODE                PIC X.
           03 PODFUN-BEN OCCURS 5 TIMES.
              05 PODFUN-BEN-NAME              PIC X(60).
              05 PODFUN-BEN-ADDRESS           PIC X(100).
              05 PODFUN-BEN-PHONE             PIC X(20).
              05 PODFUN-BEN-EMAIL             PIC X(60).
              05 PODFUN-BEN-DOB               PIC X(8).
              05 PODFUN-BEN-RELATION          PIC X(10).
              05 PODFUN-BEN-SHARE             PIC 9(3)V99.
              05 PODFUN-BEN-STATUS            PIC X.
              05 PODFUN-BEN-PAY-SORTCODE      PIC X(6).
              05 PODFUN-BEN-PAY-ACCNO         PIC X(8).
              05 PODFUN-BEN-PAID-AMOUNT       PIC 9(10)V99.
