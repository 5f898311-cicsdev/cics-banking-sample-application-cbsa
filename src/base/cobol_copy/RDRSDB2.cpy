      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Customer remediation (redress) campaigns. When a fee or rate
      * is found to have been applied wrongly, the error is put right
      * for every account it touched in one controlled exercise
      * instead of complaint by complaint. RDRCAMP is one row per
      * campaign, defined through RDRSFUN: the PROCTRAN type that
      * carried the error, the date range it ran over (YYYYMMDD,
      * inclusive), the account type affected ('*' any) and the sort
      * code ('*' every sort code), and how the right amount is
      * worked out - RDRCAMP_BASIS:
      *   'F' - each transaction should have been RDRCAMP_CORRECT_AMT
      *         (zero when it should never have been charged at all)
      *   'T' - each transaction should have been the flat
      *         TARIFF_AMOUNT for fee code RDRCAMP_FEE_CODE and the
      *         account's type (a percentage tariff is put right
      *         with basis 'P' instead)
      *   'P' - the account should have had RDRCAMP_CORRECT_PCT per
      *         cent of what was actually posted
      * A charge keeps its sign, so the redress on an account is
      * always the right amount less what was posted; only an
      * account that comes out the worse for the error is owed
      * anything - a campaign never claws back. Compensatory
      * interest at RDRCAMP_COMP_RATE per cent simple runs from the
      * account's first affected transaction to RDRCAMP_PAY_DATE.
      *
      * RDRCAMP_STATUS is 'D' defined: RDRSDRY (the dry run) may be
      * run as often as needed, each run replacing the campaign's
      * RDRITEM rows for the sort code and printing them for review
      * (a campaign across all sort codes wants its dry run on each
      * of them before it is signed off). A supervisor other than
      * the one who defined it then signs
      * it off through RDRSFUN ('S'), which freezes the items, and
      * from RDRCAMP_PAY_DATE RDRSPAY pays them and writes the
      * customer letters; 'P' once every item is paid.
      *
      * RDRITEM is one row per account owed redress. ACC_OPEN is 'N'
      * for an account already closed when the dry run found it
      * (named from CLOSECRT). RDRITEM_STATUS is 'I' identified,
      * 'P' paid or 'F' a payment that failed and is retried on the
      * next RDRSPAY run. RDRITEM_METHOD says how it was paid: 'A'
      * credited to the account itself, 'S' credited to the local
      * account the customer switched to (ACCREDIR), 'X' sent to
      * the switched-to account at another bank through XFRSETL,
      * 'Q' by cheque to the customer's address; PAID_SORTCODE and
      * PAID_ACCNO are where it went ('Q': spaces).
      ******************************************************************
           EXEC SQL DECLARE RDRCAMP TABLE
              ( RDRCAMP_ID                   INTEGER      NOT NULL,
                RDRCAMP_TITLE                CHAR(40)     NOT NULL,
                RDRCAMP_SORTCODE             CHAR(6)      NOT NULL,
                RDRCAMP_ACC_TYPE             CHAR(8)      NOT NULL,
                RDRCAMP_PROCTRAN_TYPE        CHAR(3)      NOT NULL,
                RDRCAMP_FROM_DATE            CHAR(8)      NOT NULL,
                RDRCAMP_TO_DATE              CHAR(8)      NOT NULL,
                RDRCAMP_BASIS                CHAR(1)      NOT NULL,
                RDRCAMP_FEE_CODE             CHAR(4)      NOT NULL,
                RDRCAMP_CORRECT_AMT          DECIMAL(8,2) NOT NULL,
                RDRCAMP_CORRECT_PCT          DECIMAL(5,2) NOT NULL,
                RDRCAMP_COMP_RATE            DECIMAL(4,2) NOT NULL,
                RDRCAMP_PAY_DATE             CHAR(8)      NOT NULL,
                RDRCAMP_STATUS               CHAR(1)      NOT NULL,
                RDRCAMP_DEFINED_BY           CHAR(3)      NOT NULL,
                RDRCAMP_DEFINED_DATE         CHAR(8)      NOT NULL,
                RDRCAMP_DRYRUN_DATE          CHAR(8)      NOT NULL,
                RDRCAMP_SIGNED_BY            CHAR(3)      NOT NULL,
                RDRCAMP_SIGNED_DATE          CHAR(8)      NOT NULL,
                RDRCAMP_POSTED_DATE          CHAR(8)      NOT NULL )
           END-EXEC.

           EXEC SQL DECLARE RDRITEM TABLE
              ( RDRITEM_CAMP_ID              INTEGER      NOT NULL,
                RDRITEM_SORTCODE             CHAR(6)      NOT NULL,
                RDRITEM_ACCNO                CHAR(8)      NOT NULL,
                RDRITEM_CUSTNO               CHAR(10)     NOT NULL,
                RDRITEM_CUST_NAME            CHAR(60)     NOT NULL,
                RDRITEM_ACC_OPEN             CHAR(1)      NOT NULL,
                RDRITEM_TXN_COUNT            INTEGER      NOT NULL,
                RDRITEM_FIRST_DATE           CHAR(8)      NOT NULL,
                RDRITEM_ACTUAL_AMT           DECIMAL(12,2) NOT NULL,
                RDRITEM_CORRECT_AMT          DECIMAL(12,2) NOT NULL,
                RDRITEM_REFUND               DECIMAL(12,2) NOT NULL,
                RDRITEM_COMP_INTEREST        DECIMAL(12,2) NOT NULL,
                RDRITEM_STATUS               CHAR(1)      NOT NULL,
                RDRITEM_METHOD               CHAR(1)      NOT NULL,
                RDRITEM_PAID_AMT             DECIMAL(12,2) NOT NULL,
                RDRITEM_PAID_DATE            CHAR(8)      NOT NULL,
                RDRITEM_PAID_SORTCODE        CHAR(6)      NOT NULL,
                RDRITEM_PAID_ACCNO           CHAR(8)      NOT NULL )
           END-EXEC.
