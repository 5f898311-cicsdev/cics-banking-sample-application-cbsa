      *   All four are fixed below, and each path now has its own      *
      *   commarea built on the copybook the target program actually   *
      *   expects.                                                     *
      *   Create-customer now submits an onboarding application        *
      *   through ONBFUN instead of LINKing to CRECUST - the customer  *
      *   is only created once screening, the duplicate check, KYC     *
      *   documents and the credit check are passed - and operation    *
      *   'O' follows the application up by its id.                    *
      *   Customers can send a secure message to their branch          *
      *   ('S') and read the branch's reply ('G') through SMSGFUN.      *
      *                                                                *
      ******************************************************************

       01 UPDCUST-COMMAREA.
           COPY UPDCUST.

      * Commarea structure for ONBFUN (onboarding application) -
      * the create-customer path goes through it to CRECUST.
       01 ONBFUN-COMMAREA.
           COPY ONBFUN.

      * Commarea structure for INQCUST (customer lookup)
       01 INQCUST-COMMAREA.
       01 CNSTFUN-COMMAREA.
           COPY CNSTFUN.

      * Commarea structure for SMSGFUN (secure messages to and from
      * the customer's branch).
       01 SMSGFUN-COMMAREA.
           COPY SMSGFUN.

       COPY SORTCODE.

       01 WS-IDEMP-ACTIVE-SW            PIC X VALUE 'N'.
      ******************************************************************
      *    L I N K A G E   S E C T I O N
      ******************************************************************
      * Response-time logging (see RESPLOG).
       01 RESPLOG-COMMAREA.
           COPY RESPLOG.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY APIADDR.
       PREMIERE SECTION.
       P010.

           PERFORM START-RESPONSE-CLOCK.

           MOVE 'N' TO API-SUCCESS.
           MOVE SPACE TO API-FAIL-CODE.

      *        Call routine to delete account
                   PERFORM ACCT-DELETE

               WHEN API-OP-ONBOARDING-STATUS
      *        Call routine to follow up an onboarding application
                   PERFORM ONB-STATUS

               WHEN API-OP-SEND-MESSAGE
      *        Call routine to send a secure message to the branch
                   PERFORM MSG-SEND

               WHEN API-OP-READ-MESSAGE
      *        Call routine to read a secure message and its reply
                   PERFORM MSG-READ

               WHEN OTHER
      *        Request is not recognised or supported
                   MOVE '9' TO API-FAIL-CODE
       CHANGE-ADDRESS SECTION.
       CAD010.

           MOVE 'UPDCUST' TO RESPLOG-PROGRAM.

           INITIALIZE UPDCUST-COMMAREA.
           MOVE API-ADDR    TO COMM-ADDR OF UPDCUST-COMMAREA.
           MOVE API-NAME    TO COMM-NAME OF UPDCUST-COMMAREA.
           MOVE API-CUSTNO  TO COMM-CUSTNO OF UPDCUST-COMMAREA.
           MOVE API-SCODE   TO COMM-SCODE OF UPDCUST-COMMAREA.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('UPDCUST')
              COMMAREA(UPDCUST-COMMAREA)
              SYNCONRETURN
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           MOVE COMM-ADDR OF UPDCUST-COMMAREA    TO API-ADDR.
           MOVE COMM-CUSTNO OF UPDCUST-COMMAREA  TO API-CUSTNO.
       CUST-LOOKUP SECTION.
       CLK010.

           MOVE 'INQCUST' TO RESPLOG-PROGRAM.

      *
      *    A third-party caller only sees what the customer has
      *    consented to - full details for this path.
           MOVE API-SCODE   TO INQCUST-SCODE.
           MOVE API-CUSTNO  TO INQCUST-CUSTNO.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('INQCUST')
              COMMAREA(INQCUST-COMMAREA)
              SYNCONRETURN
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           MOVE INQCUST-ADDR    TO API-ADDR.
           MOVE INQCUST-CUSTNO  TO API-CUSTNO.
       CUST-DELETE SECTION.
       CDL010.

           MOVE 'DELCUS' TO RESPLOG-PROGRAM.

           INITIALIZE DELCUS-COMMAREA.
           MOVE API-ADDR    TO COMM-ADDR OF DELCUS-COMMAREA.
           MOVE API-NAME    TO COMM-NAME OF DELCUS-COMMAREA.
           MOVE API-CUSTNO  TO COMM-CUSTNO OF DELCUS-COMMAREA.
           MOVE API-SCODE   TO COMM-SCODE OF DELCUS-COMMAREA.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('DELCUS')
              COMMAREA(DELCUS-COMMAREA)
              SYNCONRETURN
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           MOVE COMM-ADDR OF DELCUS-COMMAREA    TO API-ADDR.
           MOVE COMM-CUSTNO OF DELCUS-COMMAREA  TO API-CUSTNO.
           EXIT.

      *================================================================*
      * Procedure to submit an onboarding application through ONBFUN. *
      * The customer (and any account asked for) is created later,   *
      * by ONBFUN, once the application has passed every stage.      *
      *================================================================*
       CUST-CREATE SECTION.
       CCR010.

           MOVE 'ONBFUN' TO RESPLOG-PROGRAM.

      *
      *    The application id has nowhere to go on the old, shorter
      *    commarea, and without it the caller could never follow
      *    the application up.
      *
           IF EIBCALEN < LENGTH OF DFHCOMMAREA
              MOVE 'N' TO API-SUCCESS
              MOVE 'O' TO API-FAIL-CODE
              GO TO CCR999
           END-IF.

      *
      *    A repeated idempotency key means this create already ran
      *    - hand back what it returned the first time and stop.
           PERFORM CHECK-IDEMPOTENCY-KEY.

           IF WS-IDEMP-ACTIVE AND IDEMFUN-FOUND = 'Y'
              IF IDEMFUN-OPERATION = 'O'
                 MOVE IDEMFUN-OUT-CUSTNO TO API-ONB-APP-ID
                 MOVE IDEMFUN-SORTCODE TO API-SCODE
                 MOVE IDEMFUN-OUT-SUCCESS TO API-SUCCESS
                 MOVE IDEMFUN-OUT-FAIL-CODE TO API-FAIL-CODE
              GO TO CCR999
           END-IF.

           INITIALIZE ONBFUN-COMMAREA.
           SET ONBFUN-SUBMIT TO TRUE.
           MOVE SORTCODE            TO ONBFUN-SORTCODE.
           MOVE API-ONB-CHANNEL     TO ONBFUN-CHANNEL.
           MOVE API-NAME            TO ONBFUN-NAME.
           MOVE API-ADDR            TO ONBFUN-ADDRESS.
           MOVE API-DOB             TO ONBFUN-DATE-OF-BIRTH.
           MOVE API-BRANCH-NUMBER   TO ONBFUN-BRANCH-NUMBER.
           MOVE API-ACC-TYPE        TO ONBFUN-ACC-TYPE.
           MOVE API-ACC-INT-RATE    TO ONBFUN-INT-RATE.
           MOVE API-ACC-OVERDRAFT   TO ONBFUN-OVERDRAFT.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('ONBFUN')
              COMMAREA(ONBFUN-COMMAREA)
              SYNCONRETURN
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           PERFORM RETURN-ONBOARDING-STATE.

           IF WS-IDEMP-ACTIVE
              MOVE 'O' TO IDEMFUN-OPERATION
              MOVE API-ONB-APP-ID TO IDEMFUN-OUT-CUSTNO
              MOVE 0 TO IDEMFUN-OUT-ACC-NUMBER
              PERFORM STORE-IDEMPOTENCY-KEY
           END-IF.
       CCR999.
           EXIT.

      *================================================================*
      * Procedure to follow up an onboarding application by its id.  *
      * ONBFUN takes the application as far as it can now go first, *
      * so polling for the answer is what moves it along.            *
      *================================================================*
       ONB-STATUS SECTION.
       ONS010.

           MOVE 'ONBFUN' TO RESPLOG-PROGRAM.

           IF EIBCALEN < LENGTH OF DFHCOMMAREA
              MOVE 'N' TO API-SUCCESS
              MOVE 'O' TO API-FAIL-CODE
              GO TO ONS999
           END-IF.

           INITIALIZE ONBFUN-COMMAREA.
           SET ONBFUN-PROGRESS TO TRUE.
           MOVE SORTCODE            TO ONBFUN-SORTCODE.
           MOVE API-ONB-APP-ID      TO ONBFUN-APP-ID.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('ONBFUN')
              COMMAREA(ONBFUN-COMMAREA)
              SYNCONRETURN
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           PERFORM RETURN-ONBOARDING-STATE.

       ONS999.
           EXIT.

       RETURN-ONBOARDING-STATE SECTION.
       ROS010.
           MOVE ONBFUN-APP-ID       TO API-ONB-APP-ID.
           MOVE ONBFUN-SORTCODE     TO API-SCODE.
           MOVE ONBFUN-STATUS       TO API-ONB-STATUS.
           MOVE ONBFUN-STAGE        TO API-ONB-STAGE.
           MOVE ONBFUN-REASON       TO API-ONB-REASON.
           MOVE ONBFUN-CUSTNO       TO API-CUSTNO.
           MOVE ONBFUN-ACCNO        TO API-ACC-NUMBER.
           MOVE ONBFUN-SUCCESS      TO API-SUCCESS.
           MOVE ONBFUN-FAIL-CODE    TO API-FAIL-CODE.
       ROS999.
           EXIT.

      *================================================================*
      * Procedure to link to SMSGFUN to send a customer's secure      *
      *   message to the branch that owns their account              *
      *================================================================*
       MSG-SEND SECTION.
       MSS010.

           MOVE 'SMSGFUN' TO RESPLOG-PROGRAM.

           IF EIBCALEN < LENGTH OF DFHCOMMAREA
              MOVE 'N' TO API-SUCCESS
              MOVE 'O' TO API-FAIL-CODE
              GO TO MSS999
           END-IF.

      *
      *    Messaging is between the bank and its own customer - an
      *    aggregator has no consent basis to speak for either.
      *
           IF API-THIRD-PARTY NOT = SPACES AND
              API-THIRD-PARTY NOT = LOW-VALUES
              MOVE 'N' TO API-SUCCESS
              MOVE 'K' TO API-FAIL-CODE
              GO TO MSS999
           END-IF.

           INITIALIZE SMSGFUN-COMMAREA.
           SET SMSGFUN-SEND TO TRUE.
           IF API-SCODE IS NUMERIC
              MOVE API-SCODE        TO SMSGFUN-SORTCODE
           ELSE
              MOVE SORTCODE         TO SMSGFUN-SORTCODE
           END-IF.
           MOVE API-CUSTNO          TO SMSGFUN-CUSTNO.
           MOVE API-ACC-NUMBER      TO SMSGFUN-ACCNO.
           MOVE API-MSG-CATEGORY    TO SMSGFUN-CATEGORY.
           MOVE API-MSG-SUBJECT     TO SMSGFUN-SUBJECT.
           MOVE API-MSG-TEXT        TO SMSGFUN-TEXT.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('SMSGFUN')
              COMMAREA(SMSGFUN-COMMAREA)
              SYNCONRETURN
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           MOVE SMSGFUN-ID          TO API-MSG-ID.
           MOVE SMSGFUN-CATEGORY    TO API-MSG-CATEGORY.
           MOVE SMSGFUN-STATUS      TO API-MSG-STATUS.
           MOVE SMSGFUN-SUCCESS     TO API-SUCCESS.
           MOVE SMSGFUN-FAIL-CODE   TO API-FAIL-CODE.

       MSS999.
           EXIT.

      *================================================================*
      * Procedure to link to SMSGFUN to read back one of the          *
      *   customer's secure messages with the branch's latest reply   *
      *================================================================*
       MSG-READ SECTION.
       MSR010.

           MOVE 'SMSGFUN' TO RESPLOG-PROGRAM.

           IF EIBCALEN < LENGTH OF DFHCOMMAREA
              MOVE 'N' TO API-SUCCESS
              MOVE 'O' TO API-FAIL-CODE
              GO TO MSR999
           END-IF.

           IF API-THIRD-PARTY NOT = SPACES AND
              API-THIRD-PARTY NOT = LOW-VALUES
              MOVE 'N' TO API-SUCCESS
              MOVE 'K' TO API-FAIL-CODE
              GO TO MSR999
           END-IF.

      *
      *    The customer number is always passed, so SMSGFUN will
      *    only ever hand back this customer's own message.
      *
           INITIALIZE SMSGFUN-COMMAREA.
           SET SMSGFUN-INQUIRE TO TRUE.
           MOVE API-MSG-ID          TO SMSGFUN-ID.
           MOVE API-CUSTNO          TO SMSGFUN-CUSTNO.

           IF SMSGFUN-CUSTNO = 0
              MOVE 'N' TO API-SUCCESS
              MOVE '1' TO API-FAIL-CODE
              GO TO MSR999
           END-IF.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('SMSGFUN')
              COMMAREA(SMSGFUN-COMMAREA)
              SYNCONRETURN
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           MOVE SMSGFUN-CATEGORY    TO API-MSG-CATEGORY.
           MOVE SMSGFUN-SUBJECT     TO API-MSG-SUBJECT.
           MOVE SMSGFUN-STATUS      TO API-MSG-STATUS.
           MOVE SMSGFUN-REPLY-TEXT  TO API-MSG-TEXT.
           MOVE SMSGFUN-SUCCESS     TO API-SUCCESS.
           MOVE SMSGFUN-FAIL-CODE   TO API-FAIL-CODE.

       MSR999.
           EXIT.

      *================================================================*
      * Procedure to link to CREACC program to create account record   *
      *                                                                *
       ACCT-CREATE SECTION.
       ACR010.

           MOVE 'CREACC' TO RESPLOG-PROGRAM.

      *
      *    A repeated idempotency key means this create already ran
      *    - hand back what it returned the first time and stop.
           MOVE API-BRANCH-NUMBER   TO COMM-BRANCH-NUMBER
                                        OF CREACC-COMMAREA.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('CREACC')
              COMMAREA(CREACC-COMMAREA)
              SYNCONRETURN
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           MOVE COMM-CUSTNO OF CREACC-COMMAREA    TO API-CUSTNO.
           MOVE COMM-SORTCODE OF CREACC-COMMAREA  TO API-SCODE.
       ACCT-LOOKUP SECTION.
       ALK010.

           MOVE 'INQACC' TO RESPLOG-PROGRAM.

      *
      *    A third-party caller only sees what the customer has
      *    consented to - balances for this path.
           MOVE API-SCODE       TO INQACC-SCODE.
           MOVE API-ACC-NUMBER  TO INQACC-ACCNO.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('INQACC')
              COMMAREA(INQACC-COMMAREA)
              SYNCONRETURN
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

      *
      *    INQACC resolves the account by number alone and hands
       ACCT-UPDATE SECTION.
       AUP010.

           MOVE 'UPDACC' TO RESPLOG-PROGRAM.

           INITIALIZE UPDACC-COMMAREA.
           MOVE API-CUSTNO      TO COMM-CUSTNO OF UPDACC-COMMAREA.
           MOVE API-SCODE       TO COMM-SCODE OF UPDACC-COMMAREA.
           MOVE API-ACC-OVERDRAFT
                                TO COMM-OVERDRAFT OF UPDACC-COMMAREA.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('UPDACC')
              COMMAREA(UPDACC-COMMAREA)
              SYNCONRETURN
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           MOVE COMM-ACC-TYPE OF UPDACC-COMMAREA  TO API-ACC-TYPE.
           MOVE COMM-INT-RATE OF UPDACC-COMMAREA  TO API-ACC-INT-RATE.
       ACCT-DELETE SECTION.
       ADL010.

           MOVE 'DELACC' TO RESPLOG-PROGRAM.

           INITIALIZE DELACC-COMMAREA.
           MOVE API-CUSTNO      TO DELACC-CUSTNO.
           MOVE API-SCODE       TO DELACC-SCODE.
           MOVE API-ACC-NUMBER  TO DELACC-ACCNO.
           MOVE API-ACC-CONFIRM TO DELACC-CONFIRM.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('DELACC')
              COMMAREA(DELACC-COMMAREA)
              SYNCONRETURN
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           MOVE DELACC-CUSTNO       TO API-CUSTNO.
           MOVE DELACC-SCODE        TO API-SCODE.
           MOVE API-IDEMP-KEY TO IDEMFUN-KEY.
           MOVE SORTCODE TO IDEMFUN-SORTCODE.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('IDEMFUN')
              COMMAREA(IDEMFUN-COMMAREA)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.
       CIK999.
           EXIT.

           MOVE API-SUCCESS TO IDEMFUN-OUT-SUCCESS.
           MOVE API-FAIL-CODE TO IDEMFUN-OUT-FAIL-CODE.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('IDEMFUN')
              COMMAREA(IDEMFUN-COMMAREA)
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.
       SIK999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOFH010.

           IF API-SUCCESS NOT = 'Y'
              SET RESPLOG-FAILED TO TRUE
           END-IF.
           PERFORM RECORD-RESPONSE-TIME.

           EXEC CICS RETURN
           END-EXEC.

           MOVE API-THIRD-PARTY
              TO CNSTFUN-THIRD-PARTY OF CNSTFUN-COMMAREA.

           PERFORM SERVICE-CLOCK-ON
           EXEC CICS LINK
              PROGRAM('CNSTFUN')
              COMMAREA(CNSTFUN-COMMAREA)
              SYNCONRETURN
           END-EXEC
           PERFORM SERVICE-CLOCK-OFF.

           IF CNSTFUN-ALLOWED OF CNSTFUN-COMMAREA NOT = 'Y'
              MOVE 'N' TO WS-CONSENT-OK-SW

       CTP999.
           EXIT.

      *----------------------------------------------------------------
      * Response-time logging (see RESPLOG). The clock starts as the
      * task comes in and every LINK to a data service is timed, so
      * the row shows both the whole task and the part of it spent
      * in the services that do the DB2 work.
      *----------------------------------------------------------------
       START-RESPONSE-CLOCK SECTION.
       SRC010.
           INITIALIZE RESPLOG-COMMAREA.
           MOVE SORTCODE TO RESPLOG-SORTCODE.
           MOVE EIBTRNID TO RESPLOG-TRANID.
           MOVE 'APICTRL' TO RESPLOG-PROGRAM.
           SET RESPLOG-COMPLETED TO TRUE.

           EXEC CICS ASKTIME
              ABSTIME(RESPLOG-START-TIME)
           END-EXEC.
       SRC999.
           EXIT.

       SERVICE-CLOCK-ON SECTION.
       SCN010.
           EXEC CICS ASKTIME
              ABSTIME(RESPLOG-LINK-START)
           END-EXEC.
       SCN999.
           EXIT.

       SERVICE-CLOCK-OFF SECTION.
       SCF010.
           EXEC CICS ASKTIME
              ABSTIME(RESPLOG-LINK-END)
           END-EXEC.

           COMPUTE RESPLOG-DB2-MS = RESPLOG-DB2-MS
                 + RESPLOG-LINK-END - RESPLOG-LINK-START.
       SCF999.
           EXIT.

       RECORD-RESPONSE-TIME SECTION.
       RRT010.
           EXEC CICS LINK PROGRAM('RESPLOG')
                     COMMAREA(RESPLOG-COMMAREA)
                     NOHANDLE
           END-EXEC.
       RRT999.
           EXIT.
