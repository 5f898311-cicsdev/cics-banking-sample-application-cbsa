      *              ask before letting money leave the customer's         *
      *              accounts. KYCCHASE sends the 14 and 28 day            *
      *              chase letters for checklists still open.              *
      *              An organisation customer's checklist covers the       *
      *              body's own documents and, through the ORGSIGN         *
      *              register, the people who sign for it.                 *
      *                                                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 FILLER PIC X(8)  VALUE ' project'.

           EXEC SQL INCLUDE KYCDB2 END-EXEC.
           EXEC SQL INCLUDE ORGSDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-SIGHTED-BY                     PIC X(3).
       01 HV-CHK-STATUS                     PIC X.
       01 HV-OUTSTANDING                    PIC S9(9) COMP.
       01 HV-CHK-COUNT                      PIC S9(9) COMP.
       01 HV-SIG-CUSTNO                     PIC X(10).

       01 WS-TODAY-YMD                      PIC X(8).
       01 WS-EXPIRY-NUM                     PIC 9(8).
                 PERFORM LIST-THE-DOCUMENTS
              WHEN KYCFUN-CHECK
                 PERFORM CHECK-THE-CHECKLIST
              WHEN KYCFUN-SIGNATORY
                 PERFORM ADD-ONE-SIGNATORY
              WHEN OTHER
                 MOVE 'N' TO KYCFUN-SUCCESS
                 MOVE '9' TO KYCFUN-FAIL-CODE
              GO TO RTC999
           END-IF.

      *
      *    A body has no passport - its identity is its certificate
      *    of incorporation (or constitution) and the mandate that
      *    says who acts for it.
      *
           IF KYCFUN-ORGANISATION = 'Y'
              MOVE 'INCORPTN' TO HV-DOC-TYPE
              PERFORM INSERT-REQUIRED-DOC
              MOVE 'MANDATE ' TO HV-DOC-TYPE
              PERFORM INSERT-REQUIRED-DOC
           ELSE
              MOVE 'IDENTITY' TO HV-DOC-TYPE
              PERFORM INSERT-REQUIRED-DOC
           END-IF.

           MOVE 'ADDRESS ' TO HV-DOC-TYPE.
           PERFORM INSERT-REQUIRED-DOC.
              WHEN OTHER
                 MOVE 'C' TO KYCFUN-CHK-STATUS
           END-EVALUATE.

      *
      *    An organisation is only as known as the people who sign
      *    for it - any active signatory's open checklist keeps the
      *    body's open too.
      *
           IF KYCFUN-CHK-STATUS = 'C'
              MOVE 0 TO HV-OUTSTANDING

              EXEC SQL
                 SELECT COUNT(*)
                 INTO :HV-OUTSTANDING
                 FROM ORGSIGN S, KYCCHK K
                 WHERE S.ORGSIGN_SORTCODE = :HV-SORTCODE
                   AND S.ORGSIGN_ORG_CUSTNO = :HV-CUSTNO
                   AND S.ORGSIGN_STATUS = 'A'
                   AND K.KYCCHK_SORTCODE = S.ORGSIGN_SORTCODE
                   AND K.KYCCHK_CUSTNO = S.ORGSIGN_SIG_CUSTNO
                   AND K.KYCCHK_STATUS = 'O'
              END-EXEC

              IF SQLCODE = 0 AND HV-OUTSTANDING > 0
                 MOVE 'O' TO KYCFUN-CHK-STATUS
              END-IF
           END-IF.
       CTC999.
           EXIT.

      *----------------------------------------------------------------
      * A signatory has been appointed to the organisation in
      * KYCFUN-CUSTNO. A signatory with no checklist of their own
      * (a long-standing customer from before checklists) gets one
      * now - they will be moving the body's money. The body's
      * MANDATE goes back to required so the resolution naming the
      * new signatory is seen, which reopens its checklist.
      *----------------------------------------------------------------
       ADD-ONE-SIGNATORY SECTION.
       AOSG010.
           MOVE KYCFUN-SIGNATORY-CUSTNO TO HV-SIG-CUSTNO.

           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-CHK-COUNT
              FROM KYCCHK
              WHERE (KYCCHK_SORTCODE = :HV-SORTCODE AND
                     KYCCHK_CUSTNO = :HV-SIG-CUSTNO)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO KYCFUN-SUCCESS
              MOVE '2' TO KYCFUN-FAIL-CODE
              GO TO AOSG999
           END-IF.

           IF HV-CHK-COUNT = 0
              MOVE HV-SIG-CUSTNO TO HV-CUSTNO
              MOVE 'N' TO KYCFUN-ORGANISATION
              PERFORM RAISE-THE-CHECKLIST
              MOVE KYCFUN-CUSTNO TO HV-CUSTNO
              IF KYCFUN-SUCCESS = 'N'
                 GO TO AOSG999
              END-IF
           END-IF.

           MOVE 'MANDATE ' TO HV-DOC-TYPE.

           EXEC SQL
              UPDATE KYCDOC
              SET KYCDOC_STATUS = 'R',
                  KYCDOC_SIGHTED_DATE = NULL,
                  KYCDOC_EXPIRY_DATE = NULL,
                  KYCDOC_SIGHTED_BY = NULL
              WHERE (KYCDOC_SORTCODE = :HV-SORTCODE AND
                     KYCDOC_CUSTNO = :HV-CUSTNO AND
                     KYCDOC_DOC_TYPE = :HV-DOC-TYPE)
           END-EXEC.

           IF SQLCODE = 100
              PERFORM INSERT-REQUIRED-DOC
           END-IF.

           EXEC SQL
              UPDATE KYCCHK
              SET KYCCHK_STATUS = 'O'
              WHERE (KYCCHK_SORTCODE = :HV-SORTCODE AND
                     KYCCHK_CUSTNO = :HV-CUSTNO)
           END-EXEC.

           MOVE 'O' TO KYCFUN-CHK-STATUS.
       AOSG999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.
           EXEC CICS RETURN
