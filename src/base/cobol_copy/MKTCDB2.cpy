      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Marketing contact consent register, maintained through
      * MKTCFUN and the MKTCSUPP suppression load. MKTCONS holds the
      * standing position - one row per customer per channel;
      * MKTCHIST keeps every grant and withdrawal ever made, so the
      * position on any past date can be shown.
      *
      * CHANNEL 'P' post, 'E' email, 'S' SMS text, 'T' telephone.
      * STATUS 'Y' consent given, 'N' consent withdrawn. A customer
      * with no row for a channel has never consented on it and is
      * treated exactly as a withdrawal - nothing is sent.
      *
      * SOURCE is how the grant or withdrawal reached the bank:
      * 'B' branch, 'O' online banking, 'C' contact centre call,
      * 'F' paper form or letter, 'S' suppression file (MKTCSUPP).
      * ACTION in the history is 'G' granted or 'W' withdrawn.
      * Dates are plain YYYYMMDD.
      *
      * Every program that selects customers for marketing -
      * STMTGEN campaign inserts, OFRSCORE offers and any extract
      * written for a marketing purpose - must find STATUS 'Y' on
      * MKTCONS for the channel it will use before it selects the
      * customer.
      ******************************************************************
           EXEC SQL DECLARE MKTCONS TABLE
              ( MKTCONS_SORTCODE             CHAR(6)      NOT NULL,
                MKTCONS_CUSTNO               CHAR(10)     NOT NULL,
                MKTCONS_CHANNEL              CHAR(1)      NOT NULL,
                MKTCONS_STATUS               CHAR(1)      NOT NULL,
                MKTCONS_CHANGED_DATE         CHAR(8)      NOT NULL,
                MKTCONS_SOURCE               CHAR(1)      NOT NULL,
                MKTCONS_CHANGED_BY           CHAR(3)      NOT NULL )
           END-EXEC.

           EXEC SQL DECLARE MKTCHIST TABLE
              ( MKTCHIST_SORTCODE            CHAR(6)      NOT NULL,
                MKTCHIST_CUSTNO              CHAR(10)     NOT NULL,
                MKTCHIST_CHANNEL             CHAR(1)      NOT NULL,
                MKTCHIST_ACTION              CHAR(1)      NOT NULL,
                MKTCHIST_ACTION_DATE         CHAR(8)      NOT NULL,
                MKTCHIST_SOURCE              CHAR(1)      NOT NULL,
                MKTCHIST_OPERATOR            CHAR(3)      NOT NULL )
           END-EXEC.
