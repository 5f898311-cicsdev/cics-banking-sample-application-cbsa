      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for FORBFUN, the loan forbearance service. PROPOSE
      * records an arrangement against a live serviced loan (the
      * proposing operator is EIBOPID) and returns its id and end
      * date; APPROVE, by a supervisor other than the proposer,
      * puts it into effect and regenerates the remaining schedule;
      * REJECT turns a proposal down; REVIEW records the review of
      * an arrangement FORBREV has found ended and closes it;
      * INQUIRE returns an arrangement.
      *
      * FORBFUN-FAIL-CODE, when FORBFUN-SUCCESS is 'N':
      *   '1' - the arrangement, or the loan, was not found
      *   '2' - a datastore error occurred
      *   '3' - the arrangement is not in the right state for this
      *         step
      *   '4' - the loan is settled, cancelled, written off or
      *         approved for write-off
      *   '5' - the loan already has an arrangement proposed or
      *         running
      *   '6' - no installment is left due on or after the start
      *         date to reschedule
      *   '7' - the approver is the operator who proposed it
      *   '8' - invalid input (type not H, I or E, months out of
      *         range, start date before today)
      *   '9' - the function code is not one this program provides
      *   'S' - the operator does not hold supervisor
      ******************************************************************
           03 FORBFUN-FUNCTION                PIC X.
              88 FORBFUN-PROPOSE               VALUE 'P'.
              88 FORBFUN-APPROVE               VALUE 'A'.
              88 FORBFUN-REJECT                VALUE 'R'.
              88 FORBFUN-REVIEW                VALUE 'V'.
              88 FORBFUN-INQUIRE               VALUE 'Q'.
           03 FORBFUN-SORTCODE                PIC 9(6).
           03 FORBFUN-ID                      PIC 9(8).
           03 FORBFUN-ACCNO                   PIC X(8).
           03 FORBFUN-TYPE                    PIC X.
              88 FORBFUN-HOLIDAY               VALUE 'H'.
              88 FORBFUN-INTEREST-ONLY         VALUE 'I'.
              88 FORBFUN-EXTENSION             VALUE 'E'.
           03 FORBFUN-MONTHS                  PIC 9(3).
           03 FORBFUN-REASON                  PIC X(40).
           03 FORBFUN-START-DATE              PIC 9(8).
           03 FORBFUN-END-DATE                PIC 9(8).
           03 FORBFUN-STATUS                  PIC X.
           03 FORBFUN-PROPOSED-BY             PIC X(3).
           03 FORBFUN-APPROVED-BY             PIC X(3).
           03 FORBFUN-OLD-INSTALLMENT         PIC S9(10)V99.
           03 FORBFUN-NEW-INSTALLMENT         PIC S9(10)V99.
           03 FORBFUN-CAPITALISED             PIC S9(10)V99.
           03 FORBFUN-REVIEW-NOTE             PIC X(40).
           03 FORBFUN-SUCCESS                 PIC X.
           03 FORBFUN-FAIL-CODE               PIC X.
