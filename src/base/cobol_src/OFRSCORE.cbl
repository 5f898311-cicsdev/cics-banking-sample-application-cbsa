      *              expire 60 days out. OFRACCPT is the accepting      *
      *              side. This replaces branch staff guessing          *
      *              limits inconsistently.                             *
      *              A customer in a connected-party group with a       *
      *              limit (CPGDB2) is never offered more than the      *
      *              group has left under it: the group's exposure      *
      *              in the base currency, worked out as LGEXRPT        *
      *              does, plus the uplift on the group's open offers,  *
      *              is taken from the limit and the offer is cut to    *
      *              what remains (rounded down to the nearest 100),    *
      *              or withheld when nothing does.                     *
      *              An offer is marketing, so none is made to a        *
      *              customer who has not consented to marketing on     *
      *              at least one channel (MKTCONS) to hear of it.      *
      *                                                                 *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the run date (defaults to today).           *
           EXEC SQL INCLUDE BALSNAP END-EXEC.
           EXEC SQL INCLUDE OFRDB2 END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE CPGDB2 END-EXEC.
           EXEC SQL INCLUDE MKTCDB2 END-EXEC.
           EXEC SQL INCLUDE XRATE END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-OFFER-LIMIT                    PIC S9(9) COMP.
       01 HV-OFFER-EXPIRY                   PIC X(8).
       01 HV-OPEN-OFFERS                    PIC S9(9) COMP.
       01 HV-CONSENTS                       PIC S9(9) COMP.

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR              PIC X(40).
       01 HV-BASE-CURRENCY                  PIC X(3).

       01 HV-GROUP-ID                       PIC S9(9) COMP.
       01 HV-GROUP-LIMIT                    PIC S9(10)V99 COMP-3.
       01 HV-GROUP-EXPOSURE                 PIC S9(12)V99 COMP-3.
       01 HV-PENDING-UPLIFT                 PIC S9(9) COMP.

       01 WS-CUSTOMER-STATUS                PIC XX.
          88 WS-CUSTOMER-OK                 VALUE '00'.
       01 WS-NEW-LIMIT                      PIC S9(9) COMP.
       01 WS-HEADROOM-FLOOR                 PIC S9(12)V99.

       01 WS-GROUP-EOF-SW                   PIC X VALUE 'N'.
          88 WS-GROUP-EOF                   VALUE 'Y'.
       01 WS-INCREASE                       PIC S9(9) COMP.
       01 WS-GROUP-ROOM                     PIC S9(12)V99.
       01 WS-CAPPING-GROUP                  PIC S9(9) COMP.

       01 WS-OFFERS-WRITTEN                 PIC 9(6) VALUE 0.
       01 WS-ACCTS-SCORED                   PIC 9(6) VALUE 0.
       01 WS-ACCTS-INELIGIBLE               PIC 9(6) VALUE 0.
       01 WS-OFFERS-GROUP-CAPPED            PIC 9(6) VALUE 0.
       01 WS-OFFERS-NO-CONSENT              PIC 9(6) VALUE 0.

       01 WS-PRINT-LIMIT                    PIC Z(8)9.
       01 WS-PRINT-GROUP                    PIC 9(8).

       LINKAGE SECTION.
       01 PARM-BUFFER.

           PERFORM GET-OFFER-CEILING.

           PERFORM GET-BASE-CURRENCY.

      *
      *    The scoring window: BALSNAP rows in the last 90 days,
      *    and the expiry: 60 days out. BALSNAP_DATE is YYYYMMDD.
               WS-OFFERS-WRITTEN DELIMITED BY SIZE
               ' INELIGIBLE=' DELIMITED BY SIZE
               WS-ACCTS-INELIGIBLE DELIMITED BY SIZE
               ' GROUP CAPPED=' DELIMITED BY SIZE
               WS-OFFERS-GROUP-CAPPED DELIMITED BY SIZE
               ' NO MARKETING CONSENT=' DELIMITED BY SIZE
               WS-OFFERS-NO-CONSENT DELIMITED BY SIZE
               INTO OFRS-REPORT-LINE
           END-STRING
           WRITE OFRS-REPORT-LINE.
       GOC999.
           EXIT.

       GET-BASE-CURRENCY SECTION.
       GBC010.
           MOVE 'BASE-CURRENCY' TO HV-CONTROL-NAME.
           MOVE 'GBP' TO HV-BASE-CURRENCY.

           EXEC SQL
              SELECT CONTROL_VALUE_STR
              INTO :HV-CONTROL-VALUE-STR
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-VALUE-STR(1:3) NOT = SPACES
              MOVE HV-CONTROL-VALUE-STR(1:3) TO HV-BASE-CURRENCY
           END-IF.
       GBC999.
           EXIT.

      *----------------------------------------------------------------
       SCORE-CURRENT-ACCOUNTS SECTION.
       SCA010.
              GO TO SOA999
           END-IF.

      *
      *    The customer must have agreed to hear from us on some
      *    channel - no consent row, or a failed read, is none.
      *
           EXEC SQL
              SELECT COUNT(*)
              INTO :HV-CONSENTS
              FROM MKTCONS
              WHERE MKTCONS_SORTCODE = :HV-SORTCODE
                AND MKTCONS_CUSTNO = :HV-ACC-CUST-NO
                AND MKTCONS_STATUS = 'Y'
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-CONSENTS = 0
              ADD 1 TO WS-OFFERS-NO-CONSENT
              GO TO SOA999
           END-IF.

           EXEC SQL
              SELECT AVG(BALSNAP_ACTUAL_BALANCE),
                     MIN(BALSNAP_ACTUAL_BALANCE), COUNT(*)
              GO TO SOA999
           END-IF.

           PERFORM APPLY-GROUP-LIMITS.

           IF WS-NEW-LIMIT <= HV-ACC-OVERDRAFT
              ADD 1 TO WS-ACCTS-INELIGIBLE
              GO TO SOA999
           END-IF.

           PERFORM WRITE-ONE-OFFER.
       SOA999.
           EXIT.

      *----------------------------------------------------------------
      * Every limited group the customer is in: the increase this
      * offer gives may not be more than the room the tightest of
      * them has left. A group whose figures cannot be read is
      * treated as having no room.
      *----------------------------------------------------------------
       APPLY-GROUP-LIMITS SECTION.
       AGL010.
           COMPUTE WS-INCREASE = WS-NEW-LIMIT - HV-ACC-OVERDRAFT.
           MOVE WS-INCREASE TO WS-GROUP-ROOM.
           MOVE 0 TO WS-CAPPING-GROUP.

           EXEC SQL
              DECLARE CPG_CSR CURSOR FOR
                 SELECT G.CPGROUP_ID, G.CPGROUP_LIMIT
                 FROM CPGROUP G, CPMEMBER M
                 WHERE M.CPMEMBER_SORTCODE = :HV-SORTCODE
                   AND M.CPMEMBER_CUSTNO = :HV-ACC-CUST-NO
                   AND G.CPGROUP_SORTCODE = M.CPMEMBER_SORTCODE
                   AND G.CPGROUP_ID = M.CPMEMBER_GROUP_ID
                   AND G.CPGROUP_LIMIT > 0
           END-EXEC.

           EXEC SQL OPEN CPG_CSR END-EXEC.

           MOVE 'N' TO WS-GROUP-EOF-SW.

           PERFORM FETCH-NEXT-CPGROUP.

           PERFORM UNTIL WS-GROUP-EOF
              PERFORM MEASURE-ONE-GROUP
              PERFORM FETCH-NEXT-CPGROUP
           END-PERFORM.

           EXEC SQL CLOSE CPG_CSR END-EXEC.

           IF WS-CAPPING-GROUP = 0
              GO TO AGL999
           END-IF.

      *
      *    Cut to what the group has left, to the nearest 100 below.
      *
           ADD 1 TO WS-OFFERS-GROUP-CAPPED.

           IF WS-GROUP-ROOM < 100
              MOVE HV-ACC-OVERDRAFT TO WS-NEW-LIMIT
           ELSE
              COMPUTE WS-INCREASE = WS-GROUP-ROOM / 100
              COMPUTE WS-INCREASE = WS-INCREASE * 100
              COMPUTE WS-NEW-LIMIT = HV-ACC-OVERDRAFT + WS-INCREASE
           END-IF.

           MOVE WS-CAPPING-GROUP TO WS-PRINT-GROUP.
           MOVE WS-NEW-LIMIT TO WS-PRINT-LIMIT.
           MOVE SPACES TO OFRS-REPORT-LINE
           STRING 'GROUP CAP ACCOUNT=' DELIMITED BY SIZE
               HV-ACC-NUMBER DELIMITED BY SIZE
               ' CUSTOMER=' DELIMITED BY SIZE
               HV-ACC-CUST-NO DELIMITED BY SIZE
               ' GROUP=' DELIMITED BY SIZE
               WS-PRINT-GROUP DELIMITED BY SIZE
               ' LIMIT=' DELIMITED BY SIZE
               WS-PRINT-LIMIT DELIMITED BY SIZE
               INTO OFRS-REPORT-LINE
           END-STRING
           WRITE OFRS-REPORT-LINE.
       AGL999.
           EXIT.

       FETCH-NEXT-CPGROUP SECTION.
       FNC010.
           EXEC SQL
              FETCH CPG_CSR
              INTO :HV-GROUP-ID, :HV-GROUP-LIMIT
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-GROUP-EOF-SW
           END-IF.
       FNC999.
           EXIT.

      *----------------------------------------------------------------
      * One group's exposure - converted the way LGEXRPT converts
      * it, an account with no current rate left out - and the
      * uplift its members' open offers would add if accepted.
      * Offers written earlier in this run are already on OFFER.
      *----------------------------------------------------------------
       MEASURE-ONE-GROUP SECTION.
       MOG010.
           EXEC SQL
              SELECT COALESCE(SUM(
                        CASE WHEN A.ACCOUNT_TYPE = 'CREDCARD'
                             THEN A.ACCOUNT_OVERDRAFT_LIMIT
                             WHEN A.ACCOUNT_TYPE IN ('LOAN    ',
                                     'MORTGAGE')
                              AND A.ACCOUNT_ACTUAL_BALANCE < 0
                             THEN 0 - A.ACCOUNT_ACTUAL_BALANCE
                             WHEN A.ACCOUNT_TYPE IN ('LOAN    ',
                                     'MORTGAGE')
                             THEN 0
                             ELSE A.ACCOUNT_OVERDRAFT_LIMIT
                        END *
                        CASE WHEN A.ACCOUNT_CURRENCY_CODE IS NULL
                               OR A.ACCOUNT_CURRENCY_CODE IN
                                  (:HV-BASE-CURRENCY, '   ')
                             THEN 1
                             WHEN X.XRATE_RATE > 0
                             THEN X.XRATE_RATE
                             ELSE 0
                        END), 0)
              INTO :HV-GROUP-EXPOSURE
              FROM ACCOUNT A
              LEFT OUTER JOIN XRATE X
                 ON X.XRATE_FROM_CCY = A.ACCOUNT_CURRENCY_CODE
                AND X.XRATE_TO_CCY = :HV-BASE-CURRENCY
                AND X.XRATE_EFFECTIVE_DATE >= :HV-RUN-DATE
              WHERE A.ACCOUNT_SORTCODE = :HV-SORTCODE
                AND A.ACCOUNT_CUSTOMER_NUMBER IN
                    (SELECT CPMEMBER_CUSTNO
                     FROM CPMEMBER
                     WHERE CPMEMBER_SORTCODE = :HV-SORTCODE
                       AND CPMEMBER_GROUP_ID = :HV-GROUP-ID)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO WS-GROUP-ROOM
              MOVE HV-GROUP-ID TO WS-CAPPING-GROUP
              GO TO MOG999
           END-IF.

           EXEC SQL
              SELECT COALESCE(SUM(O.OFFER_LIMIT -
                                  A.ACCOUNT_OVERDRAFT_LIMIT), 0)
              INTO :HV-PENDING-UPLIFT
              FROM OFFER O
              INNER JOIN ACCOUNT A
                 ON A.ACCOUNT_SORTCODE = O.OFFER_SORTCODE
                AND A.ACCOUNT_NUMBER = O.OFFER_ACCNO
              WHERE O.OFFER_SORTCODE = :HV-SORTCODE
                AND O.OFFER_STATUS = 'O'
                AND O.OFFER_EXPIRY_DATE >= :HV-RUN-DATE
                AND O.OFFER_LIMIT > A.ACCOUNT_OVERDRAFT_LIMIT
                AND O.OFFER_CUSTNO IN
                    (SELECT CPMEMBER_CUSTNO
                     FROM CPMEMBER
                     WHERE CPMEMBER_SORTCODE = :HV-SORTCODE
                       AND CPMEMBER_GROUP_ID = :HV-GROUP-ID)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO WS-GROUP-ROOM
              MOVE HV-GROUP-ID TO WS-CAPPING-GROUP
              GO TO MOG999
           END-IF.

           IF HV-GROUP-LIMIT - HV-GROUP-EXPOSURE - HV-PENDING-UPLIFT
                 < WS-GROUP-ROOM
              COMPUTE WS-GROUP-ROOM = HV-GROUP-LIMIT -
                 HV-GROUP-EXPOSURE - HV-PENDING-UPLIFT
              MOVE HV-GROUP-ID TO WS-CAPPING-GROUP
           END-IF.
       MOG999.
           EXIT.

      *----------------------------------------------------------------
      * The risk-segment factor: low risk gets half the average
      * balance, medium a quarter, everyone else nothing. Deceased
