      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Commarea for RDRSFUN, the remediation campaign service (see
      * RDRSDB2). RDRSFUN-SORTCODE is the operator's own sort code,
      * used for the entitlement check; RDRSFUN-CAMP-SORTCODE is the
      * sort code the campaign covers, '*' for all of them.
      * DEFINE sets up a campaign from the criteria and correction
      * fields, needs the maintenance entitlement and returns its
      * id in RDRSFUN-CAMP-ID. SIGNOFF releases a dry-run campaign
      * for payment; it needs the supervisor entitlement and a
      * different operator from the one who defined it. INQUIRE
      * returns the campaign and its reconciliation: what the dry
      * run identified, what has been paid and what is still
      * outstanding (identified, or failed and awaiting retry).
      *
      * RDRSFUN-FAIL-CODE, when RDRSFUN-SUCCESS is 'N':
      *   '1' - no campaign was found with the id given
      *   '2' - a datastore error occurred
      *   '3' - the criteria are not valid: no title or PROCTRAN
      *         type, an unknown basis, or a correct amount,
      *         percentage or compensation rate out of range
      *   '4' - the dates are not valid: the range is back to
      *         front or not yet over, or the payment date is past
      *   '5' - basis 'T' names a fee code with no flat tariff
      *   '6' - the campaign is not awaiting sign-off, or has no
      *         dry run with anything identified behind it
      *   '7' - the operator signing off is the one who defined it
      *   'S' - the operator is not entitled to the function
      *   '9' - the function code is not one this program provides
      ******************************************************************
           03 RDRSFUN-FUNCTION                PIC X.
              88 RDRSFUN-DEFINE                VALUE 'D'.
              88 RDRSFUN-SIGNOFF               VALUE 'S'.
              88 RDRSFUN-INQUIRE               VALUE 'I'.
           03 RDRSFUN-SORTCODE                PIC 9(6).
           03 RDRSFUN-CAMP-ID                 PIC 9(9).
           03 RDRSFUN-TITLE                   PIC X(40).
           03 RDRSFUN-CAMP-SORTCODE           PIC X(6).
           03 RDRSFUN-ACC-TYPE                PIC X(8).
           03 RDRSFUN-PROCTRAN-TYPE           PIC X(3).
           03 RDRSFUN-FROM-DATE               PIC X(8).
           03 RDRSFUN-TO-DATE                 PIC X(8).
           03 RDRSFUN-BASIS                   PIC X.
              88 RDRSFUN-BASIS-FIXED           VALUE 'F'.
              88 RDRSFUN-BASIS-TARIFF          VALUE 'T'.
              88 RDRSFUN-BASIS-PERCENT         VALUE 'P'.
           03 RDRSFUN-FEE-CODE                PIC X(4).
           03 RDRSFUN-CORRECT-AMT             PIC S9(6)V99.
           03 RDRSFUN-CORRECT-PCT             PIC S9(3)V99.
           03 RDRSFUN-COMP-RATE               PIC S9(2)V99.
           03 RDRSFUN-PAY-DATE                PIC X(8).
           03 RDRSFUN-STATUS                  PIC X.
           03 RDRSFUN-DEFINED-BY              PIC X(3).
           03 RDRSFUN-DRYRUN-DATE             PIC X(8).
           03 RDRSFUN-SIGNED-BY               PIC X(3).
           03 RDRSFUN-SIGNED-DATE             PIC X(8).
           03 RDRSFUN-POSTED-DATE             PIC X(8).
           03 RDRSFUN-RECONCILIATION.
              05 RDRSFUN-IDENT-COUNT          PIC 9(8).
              05 RDRSFUN-IDENT-AMOUNT         PIC S9(12)V99.
              05 RDRSFUN-PAID-COUNT           PIC 9(8).
              05 RDRSFUN-PAID-AMOUNT          PIC S9(12)V99.
              05 RDRSFUN-OUTSTANDING-COUNT    PIC 9(8).
              05 RDRSFUN-OUTSTANDING-AMOUNT   PIC S9(12)V99.
           03 RDRSFUN-SUCCESS                 PIC X.
           03 RDRSFUN-FAIL-CODE               PIC X.
