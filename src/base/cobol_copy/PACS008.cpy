      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Record layout for an ISO 20022 FI-to-FI customer credit
      * transfer (pacs.008), one transaction per record, as the
      * scheme gateway exchanges it with the batch: the gateway
      * renders each record into (or out of) the scheme's XML
      * message, so the programs only ever see fixed fields.
      * XFRDSPCH writes these for counterparties booked onto the
      * ISO format (MSGFDB2); XFRRECV reads inbound ones.
      *
      * PACS8-END-TO-END-ID is the originator's unique id for the
      * payment and comes back unchanged on the scheme's status
      * report (PACS002). PACS8-INSTR-ID carries the sending bank's
      * own reference (XSnnnnnnnnn for ours). Amounts are in the
      * settlement currency; PACS8-CHARGE-AMOUNT is any charge an
      * agent en route deducted from the settled amount. Dates are
      * YYYYMMDD. Addresses are the structured postal address -
      * country is the two-letter ISO 3166 code.
      ******************************************************************
           03 PACS8-MSG-TYPE                     PIC X(8).
              88 PACS8-IS-PACS008                VALUE 'PACS008 '.
           03 PACS8-MSG-ID                       PIC X(35).
           03 PACS8-CREATED-DATE                 PIC X(8).
           03 PACS8-INSTR-ID                     PIC X(35).
           03 PACS8-END-TO-END-ID                PIC X(35).
           03 PACS8-SETTLE-AMOUNT                PIC 9(13)V99.
           03 PACS8-CURRENCY                     PIC X(3).
           03 PACS8-SETTLE-DATE                  PIC X(8).
           03 PACS8-CHARGE-BEARER                PIC X(4).
              88 PACS8-CHRGBR-DEBTOR             VALUE 'DEBT'.
              88 PACS8-CHRGBR-CREDITOR           VALUE 'CRED'.
              88 PACS8-CHRGBR-SHARED             VALUE 'SHAR'.
           03 PACS8-CHARGE-AMOUNT                PIC 9(8)V99.
           03 PACS8-DEBTOR.
              05 PACS8-DBTR-NAME                 PIC X(70).
              05 PACS8-DBTR-STREET               PIC X(70).
              05 PACS8-DBTR-DISTRICT             PIC X(35).
              05 PACS8-DBTR-TOWN                 PIC X(35).
              05 PACS8-DBTR-POSTCODE             PIC X(16).
              05 PACS8-DBTR-COUNTRY              PIC X(2).
              05 PACS8-DBTR-SORTCODE             PIC X(6).
              05 PACS8-DBTR-ACCNO                PIC X(8).
           03 PACS8-CREDITOR.
              05 PACS8-CDTR-NAME                 PIC X(70).
              05 PACS8-CDTR-STREET               PIC X(70).
              05 PACS8-CDTR-DISTRICT             PIC X(35).
              05 PACS8-CDTR-TOWN                 PIC X(35).
              05 PACS8-CDTR-POSTCODE             PIC X(16).
              05 PACS8-CDTR-COUNTRY              PIC X(2).
              05 PACS8-CDTR-SORTCODE             PIC X(6).
              05 PACS8-CDTR-ACCNO                PIC X(8).
           03 PACS8-REMIT-INFO                   PIC X(140).
