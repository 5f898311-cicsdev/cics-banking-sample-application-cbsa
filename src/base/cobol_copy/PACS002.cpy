      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Record layout for an ISO 20022 FI-to-FI payment status
      * report (pacs.002), one transaction status per record, as
      * the scheme gateway hands it to XFRACK. The original
      * end-to-end id is the one XFRDSPCH put on the credit
      * transfer (PACS008) and stamped on XFRSETL_E2E_ID.
      *
      * PACS2-TX-STATUS is the ISO transaction status code:
      * ACSC/ACCP/ACSP/ACWC accepted in some stage, RJCT rejected
      * (PACS2-REASON-CODE the ISO external status reason code -
      * AC04 closed account and so on), PDNG still pending.
      ******************************************************************
           03 PACS2-MSG-TYPE                     PIC X(8).
              88 PACS2-IS-PACS002                VALUE 'PACS002 '.
           03 PACS2-MSG-ID                       PIC X(35).
           03 PACS2-ORIG-MSG-ID                  PIC X(35).
           03 PACS2-ORIG-INSTR-ID                PIC X(35).
           03 PACS2-ORIG-END-TO-END-ID           PIC X(35).
           03 PACS2-TX-STATUS                    PIC X(4).
              88 PACS2-ACCEPTED                  VALUE 'ACSC' 'ACCP'
                                                       'ACSP' 'ACWC'.
              88 PACS2-REJECTED                  VALUE 'RJCT'.
              88 PACS2-PENDING                   VALUE 'PDNG'.
           03 PACS2-REASON-CODE                  PIC X(4).
           03 PACS2-ADDTL-INFO                   PIC X(105).
