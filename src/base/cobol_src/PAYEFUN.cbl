      *              details and drops the payee back to pending;          *
      *              DELETE removes it; GET reads one payee; BROWSE        *
      *              lists up to 8 for the customer.                       *
      *              ADD and AMEND accept the target as an IBAN,           *
      *              checked through IBANCALC and mapped to its            *
      *              sortcode and account number before anything           *
      *              else is done with it.                                 *
      *              Every ADD is put through FRDFUN's takeover check      *
      *              once the payee is on file.                            *
      *                                                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 COPCHECK-AREA.
           COPY COPCHECK.

      * Parameter area for IBANCALC, the IBAN arithmetic routine.
       01 IBANCALC-AREA.
           COPY IBANCALC.

      * Commarea for ACCCHK, the account number check service.
       01 ACCCHK-COMMAREA.
           COPY ACCCHK.

      * Commarea for FRDFUN, the fraud rules engine.
       01 FRDFUN-COMMAREA.
           COPY FRDFUN.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY PAYEFUN.
       A010.
           MOVE 'Y' TO PAYEFUN-SUCCESS.
           MOVE SPACE TO PAYEFUN-FAIL-CODE.
           MOVE 'N' TO PAYEFUN-TAKEOVER-SW.

           PERFORM POPULATE-TIME-DATE.

      *----------------------------------------------------------------
       ADD-PAYEE SECTION.
       AP010.
           PERFORM RESOLVE-TARGET-IBAN.

           IF PAYEFUN-SUCCESS = 'N'
              GO TO AP999
           END-IF.

           PERFORM CHECK-TARGET-ACCOUNT.

           IF PAYEFUN-SUCCESS = 'N'
              GO TO AP999
           END-IF.

           PERFORM FIND-NEXT-SEQUENCE.

           IF PAYEFUN-SUCCESS = 'N'
           MOVE WS-NEXT-SEQ TO PAYEFUN-SEQ.
           MOVE 'P' TO PAYEFUN-STATUS.
           MOVE PAYEE-COP-RESULT TO PAYEFUN-COP-RESULT.

           PERFORM CHECK-FOR-TAKEOVER.
       AP999.
           EXIT.

      *----------------------------------------------------------------
      * A new payee straight after a static-data change and a PIN
      * reset is the third step of an account takeover. FRDFUN puts
      * the chain on the exception worklist; the caller is told so
      * the call-back can happen before anything is paid. A check
      * that cannot run leaves the flag down.
      *----------------------------------------------------------------
       CHECK-FOR-TAKEOVER SECTION.
       CFT010.
           MOVE 'N' TO PAYEFUN-TAKEOVER-SW.

           INITIALIZE FRDFUN-COMMAREA.
           SET FRDFUN-TAKEOVER TO TRUE.
           MOVE PAYEFUN-SORTCODE TO FRDFUN-SORTCODE.
           MOVE PAYEFUN-CUSTNO TO FRDFUN-CUSTNO.
           MOVE PAYEFUN-TARGET-SORTCODE TO FRDFUN-TARGET-SORTCODE.
           MOVE PAYEFUN-TARGET-ACCNO TO FRDFUN-TARGET-ACCNO.
           MOVE 'PAY' TO FRDFUN-SOURCE.

           EXEC CICS LINK PROGRAM('FRDFUN')
                     COMMAREA(FRDFUN-COMMAREA)
                     RESP(WS-CICS-RESP)
                     RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP = DFHRESP(NORMAL) AND FRDFUN-HELD
              MOVE 'Y' TO PAYEFUN-TAKEOVER-SW
           END-IF.
       CFT999.
           EXIT.

      *----------------------------------------------------------------
      * Walk the customer's payees to find the highest sequence in
      * use. A customer with no payees yet starts at 1.
      *----------------------------------------------------------------
       AMEND-PAYEE SECTION.
       MP010.
           PERFORM RESOLVE-TARGET-IBAN.

           IF PAYEFUN-SUCCESS = 'N'
              GO TO MP999
           END-IF.

           PERFORM CHECK-TARGET-ACCOUNT.

           IF PAYEFUN-SUCCESS = 'N'
              GO TO MP999
           END-IF.

           PERFORM READ-PAYEE-FOR-UPDATE.

           IF PAYEFUN-SUCCESS = 'N'
       MP999.
           EXIT.

      *----------------------------------------------------------------
      * A target keyed as an IBAN must be valid for its country and
      * be a sortcode IBAN - the payee book pays by sortcode and
      * account number, which the IBAN then supplies.
      *----------------------------------------------------------------
       RESOLVE-TARGET-IBAN SECTION.
       RTI010.
           IF PAYEFUN-TARGET-IBAN = SPACES
              OR PAYEFUN-TARGET-IBAN = LOW-VALUES
              GO TO RTI999
           END-IF.

           INITIALIZE IBANCALC-AREA.
           SET IBANCALC-VALIDATE TO TRUE.
           MOVE PAYEFUN-TARGET-IBAN TO IBANCALC-IBAN.

           CALL 'IBANCALC' USING IBANCALC-AREA.

           IF IBANCALC-SUCCESS NOT = 'Y'
              MOVE 'N' TO PAYEFUN-SUCCESS
              MOVE '4' TO PAYEFUN-FAIL-CODE
              GO TO RTI999
           END-IF.

           IF NOT IBANCALC-SORTCODE-IBAN
              MOVE 'N' TO PAYEFUN-SUCCESS
              MOVE '5' TO PAYEFUN-FAIL-CODE
              GO TO RTI999
           END-IF.

           MOVE IBANCALC-IBAN TO PAYEFUN-TARGET-IBAN.
           MOVE IBANCALC-SORTCODE TO PAYEFUN-TARGET-SORTCODE.
           MOVE IBANCALC-ACCNO TO PAYEFUN-TARGET-ACCNO.
       RTI999.
           EXIT.

      *----------------------------------------------------------------
      * The target account number must pass its check - our own
      * check digit for one of our sortcodes, the modulus weights
      * for another bank's - before the payee is saved. A number
      * that cannot be checked is saved as keyed.
      *----------------------------------------------------------------
       CHECK-TARGET-ACCOUNT SECTION.
       CTA010.
           INITIALIZE ACCCHK-COMMAREA.
           SET ACCCHK-CHECK TO TRUE.
           MOVE PAYEFUN-TARGET-SORTCODE TO ACCCHK-SORTCODE.
           MOVE PAYEFUN-TARGET-ACCNO TO ACCCHK-ACCNO.

           EXEC CICS LINK PROGRAM('ACCCHK')
                     COMMAREA(ACCCHK-COMMAREA)
                     RESP(WS-CICS-RESP)
                     RESP2(WS-CICS-RESP2)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              GO TO CTA999
           END-IF.

           IF ACCCHK-FAILS
              OR (ACCCHK-SUCCESS = 'N' AND ACCCHK-FAIL-CODE = '1')
              MOVE 'N' TO PAYEFUN-SUCCESS
              MOVE '6' TO PAYEFUN-FAIL-CODE
           END-IF.
       CTA999.
           EXIT.

      *----------------------------------------------------------------
       CONFIRM-PAYEE SECTION.
       CP010.
