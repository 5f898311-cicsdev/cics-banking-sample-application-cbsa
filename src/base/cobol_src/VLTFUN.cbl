      *              and the variance, mirroring the drawer          *
      *              declaration; CONFIRM confirms a forecast        *
      *              CITORDER, posting a delivery to the vault.      *
      *              Holdings are per currency: sterling and each    *
      *              foreign currency the counter deals in have      *
      *              their own VAULT row, movements and orders,      *
      *              and a foreign issue or lodgement moves the      *
      *              teller's DRAWERCCY float for that currency.     *
      *                                                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-CURRENCY                       PIC X(3).
       01 HV-AMOUNT                         PIC S9(10)V99 COMP-3.
       01 HV-BALANCE                        PIC S9(10)V99 COMP-3.
       01 HV-DECLARED                       PIC S9(10)V99 COMP-3.
       01 HV-DRAWER-ID                      PIC S9(9) COMP.
       01 HV-TELLER-ID                      PIC X(3).
       01 HV-AUTHORIZED-BY                  PIC X(3).
       01 HV-OPEN-COUNT                     PIC S9(9) COMP.

       01 HV-ORDER-ID                       PIC S9(9) COMP.
       01 HV-ORDER-DIRECTION                PIC X.
           MOVE VLTFUN-SORTCODE TO HV-SORTCODE.
           MOVE EIBOPID TO HV-AUTHORIZED-BY.

           MOVE VLTFUN-CURRENCY TO HV-CURRENCY.
           IF HV-CURRENCY = SPACES OR HV-CURRENCY = LOW-VALUES
              MOVE 'GBP' TO HV-CURRENCY
           END-IF.

           PERFORM CHECK-SUPERVISOR.

           IF VLTFUN-SUCCESS = 'N'
              INTO :HV-BALANCE, :HV-VAULT-STATUS
              FROM VAULT
              WHERE VAULT_SORTCODE = :HV-SORTCODE
                AND VAULT_CURRENCY = :HV-CURRENCY
           END-EXEC.

           EVALUATE SQLCODE
                 CONTINUE
              WHEN 100
      *
      *       First touch of a branch's vault in a currency opens
      *       its row.
      *
                 MOVE 0 TO HV-BALANCE
                 MOVE 'O' TO HV-VAULT-STATUS
                 EXEC SQL
                    INSERT INTO VAULT
                       (VAULT_SORTCODE, VAULT_CURRENCY,
                        VAULT_BALANCE, VAULT_STATUS)
                    VALUES (:HV-SORTCODE, :HV-CURRENCY, 0, 'O')
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 'N' TO VLTFUN-SUCCESS
              UPDATE VAULT
              SET VAULT_BALANCE = VAULT_BALANCE - :HV-AMOUNT
              WHERE VAULT_SORTCODE = :HV-SORTCODE
                AND VAULT_CURRENCY = :HV-CURRENCY
           END-EXEC.

           IF HV-CURRENCY = 'GBP'
              EXEC SQL
                 UPDATE DRAWER
                 SET DRAWER_FLOAT = DRAWER_FLOAT + :HV-AMOUNT
                 WHERE DRAWER_ID = :HV-DRAWER-ID
                   AND DRAWER_SORTCODE = :HV-SORTCODE
                   AND DRAWER_OPERATOR_ID = :HV-TELLER-ID
                   AND DRAWER_STATUS = 'O'
              END-EXEC
           ELSE
              PERFORM RAISE-FOREIGN-FLOAT
           END-IF.

           IF SQLCODE NOT = 0
              EXEC CICS SYNCPOINT ROLLBACK
              GO TO MTV999
           END-IF.

           IF HV-CURRENCY = 'GBP'
              EXEC SQL
                 UPDATE DRAWER
                 SET DRAWER_FLOAT = DRAWER_FLOAT - :HV-AMOUNT
                 WHERE DRAWER_ID = :HV-DRAWER-ID
                   AND DRAWER_SORTCODE = :HV-SORTCODE
                   AND DRAWER_OPERATOR_ID = :HV-TELLER-ID
                   AND DRAWER_STATUS = 'O'
              END-EXEC
           ELSE
              PERFORM LOWER-FOREIGN-FLOAT
           END-IF.

           IF SQLCODE NOT = 0
              MOVE 'N' TO VLTFUN-SUCCESS
              UPDATE VAULT
              SET VAULT_BALANCE = VAULT_BALANCE + :HV-AMOUNT
              WHERE VAULT_SORTCODE = :HV-SORTCODE
                AND VAULT_CURRENCY = :HV-CURRENCY
           END-EXEC.

           PERFORM WRITE-MOVEMENT-ROW.
       MTV999.
           EXIT.

      *----------------------------------------------------------------
      * Foreign notes issued to a teller go onto the session's
      * DRAWERCCY float for the currency - the session must be the
      * named teller's open one, and the currency's row starts at
      * nil the first time it is issued in the session.
      *----------------------------------------------------------------
       RAISE-FOREIGN-FLOAT SECTION.
       RFF010.
           PERFORM CHECK-TELLER-SESSION.

           IF SQLCODE NOT = 0
              GO TO RFF999
           END-IF.

           EXEC SQL
              UPDATE DRAWERCCY
              SET DRAWERCCY_FLOAT = DRAWERCCY_FLOAT + :HV-AMOUNT
              WHERE DRAWERCCY_DRAWER_ID = :HV-DRAWER-ID
                AND DRAWERCCY_SORTCODE = :HV-SORTCODE
                AND DRAWERCCY_CURRENCY = :HV-CURRENCY
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO DRAWERCCY
                    (DRAWERCCY_DRAWER_ID, DRAWERCCY_SORTCODE,
                     DRAWERCCY_CURRENCY, DRAWERCCY_FLOAT,
                     DRAWERCCY_CASH_IN, DRAWERCCY_CASH_OUT)
                 VALUES
                    (:HV-DRAWER-ID, :HV-SORTCODE, :HV-CURRENCY,
                     :HV-AMOUNT, 0, 0)
              END-EXEC
           END-IF.
       RFF999.
           EXIT.

      *----------------------------------------------------------------
      * Foreign notes lodged back come off the session's float for
      * the currency; a teller never issued the currency has
      * nothing to lodge.
      *----------------------------------------------------------------
       LOWER-FOREIGN-FLOAT SECTION.
       LFF010.
           PERFORM CHECK-TELLER-SESSION.

           IF SQLCODE NOT = 0
              GO TO LFF999
           END-IF.

           EXEC SQL
              UPDATE DRAWERCCY
              SET DRAWERCCY_FLOAT = DRAWERCCY_FLOAT - :HV-AMOUNT
              WHERE DRAWERCCY_DRAWER_ID = :HV-DRAWER-ID
                AND DRAWERCCY_SORTCODE = :HV-SORTCODE
                AND DRAWERCCY_CURRENCY = :HV-CURRENCY
           END-EXEC.
       LFF999.
           EXIT.

      *----------------------------------------------------------------
      * The drawer named must be the teller's open session - SQLCODE
      * is left at 100 when it is not, as the sterling update would.
      *----------------------------------------------------------------
       CHECK-TELLER-SESSION SECTION.
       CTS010.
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-OPEN-COUNT
              FROM DRAWER
              WHERE DRAWER_ID = :HV-DRAWER-ID
                AND DRAWER_SORTCODE = :HV-SORTCODE
                AND DRAWER_OPERATOR_ID = :HV-TELLER-ID
                AND DRAWER_STATUS = 'O'
           END-EXEC.

           IF SQLCODE = 0 AND HV-OPEN-COUNT = 0
              MOVE 100 TO SQLCODE
           END-IF.
       CTS999.
           EXIT.

      *----------------------------------------------------------------
       VALIDATE-MOVEMENT SECTION.
       VMV010.
                 UPDATE VAULT
                 SET VAULT_BALANCE = VAULT_BALANCE + :HV-AMOUNT
                 WHERE VAULT_SORTCODE = :HV-SORTCODE
                   AND VAULT_CURRENCY = :HV-CURRENCY
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE VAULT
                 SET VAULT_BALANCE = VAULT_BALANCE - :HV-AMOUNT
                 WHERE VAULT_SORTCODE = :HV-SORTCODE
                   AND VAULT_CURRENCY = :HV-CURRENCY
              END-EXEC
           END-IF.

                  VAULT_VARIANCE = :HV-VARIANCE,
                  VAULT_DECLARED_DATE = :WS-TODAY-YMD
              WHERE VAULT_SORTCODE = :HV-SORTCODE
                AND VAULT_CURRENCY = :HV-CURRENCY
           END-EXEC.

           IF SQLCODE NOT = 0

           EXEC SQL
              SELECT CITORDER_DIRECTION, CITORDER_AMOUNT,
                     CITORDER_STATUS, CITORDER_CURRENCY
              INTO :HV-ORDER-DIRECTION, :HV-ORDER-AMOUNT,
                   :HV-ORDER-STATUS, :HV-CURRENCY
              FROM CITORDER
              WHERE CITORDER_ID = :HV-ORDER-ID
                AND CITORDER_SORTCODE = :HV-SORTCODE

           EXEC SQL
              INSERT INTO VAULTMVT
                 (VAULTMVT_ID, VAULTMVT_SORTCODE, VAULTMVT_CURRENCY,
                  VAULTMVT_DIRECTION, VAULTMVT_AMOUNT,
                  VAULTMVT_DRAWER_ID, VAULTMVT_TELLER_ID,
                  VAULTMVT_AUTHORIZED_BY, VAULTMVT_DATE,
                  VAULTMVT_TIME)
              VALUES
                 (:HV-MVT-ID, :HV-SORTCODE, :HV-CURRENCY,
                  :HV-DIRECTION,
                  :HV-AMOUNT, :HV-DRAWER-ID, :HV-TELLER-ID,
                  :HV-AUTHORIZED-BY, :WS-TODAY-YMD, :WS-TIME-NOW)
           END-EXEC.
