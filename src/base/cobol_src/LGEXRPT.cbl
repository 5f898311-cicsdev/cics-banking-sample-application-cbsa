      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: LGEXRPT                                                 *
      *                                                                *
      * Description: Monthly large-exposures report. Every connected-  *
      *              party group on CPGROUP/CPMEMBER (CPGDB2) has its  *
      *              exposure added up across its members' accounts -  *
      *              overdraft limits, loans and mortgages outstanding *
      *              and credit card limits, in the base currency      *
      *              (CONTROL value BASE-CURRENCY, default GBP) - and  *
      *              the groups whose exposure reaches the CONTROL     *
      *              value LARGE-EXPOSURE-PCT per cent (default 10) of *
      *              the capital held, CONTROL value CAPITAL-HELD, are *
      *              listed with their members, largest first. A group *
      *              over its own limit is marked. As in CPGFUN, an    *
      *              account whose currency has no current XRATE rate  *
      *              is left out and counted. With no CAPITAL-HELD set *
      *              there is nothing to measure against, so the run   *
      *              says so and ends with return code 4.              *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the business date (defaults to today).     *
      *                                                                *
      * Output: Sequential report LGEXRPT.                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGEXRPT.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LGEX-REPORT
                  ASSIGN TO LGEXRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LGEX-REPORT.
       01  LGEX-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE CPGDB2 END-EXEC.
           EXEC SQL INCLUDE ACCDB2 END-EXEC.
           EXEC SQL INCLUDE XRATE END-EXEC.
           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).

       01 HV-CONTROL-NAME                   PIC X(32).
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.
       01 HV-CONTROL-VALUE-STR              PIC X(40).
       01 HV-BASE-CURRENCY                  PIC X(3).

       01 HV-GROUP-ID                       PIC S9(9) COMP.
       01 HV-GROUP-NAME                     PIC X(40).
       01 HV-GROUP-LIMIT                    PIC S9(10)V99 COMP-3.
       01 HV-MEMBER-COUNT                   PIC S9(9) COMP.
       01 HV-OVERDRAFT-TOTAL                PIC S9(12)V99 COMP-3.
       01 HV-LOAN-TOTAL                     PIC S9(12)V99 COMP-3.
       01 HV-CARD-TOTAL                     PIC S9(12)V99 COMP-3.
       01 HV-UNCONVERTED                    PIC S9(9) COMP.

       01 HV-CUSTNO                         PIC X(10).
       01 HV-REL-TYPE                       PIC X(4).
       01 HV-REASON                         PIC X(60).

       01 WS-TODAY                          PIC 9(8).

       01 WS-CAPITAL-HELD                   PIC S9(9) COMP VALUE 0.
       01 WS-LARGE-PCT                      PIC S9(9) COMP VALUE 10.
       01 WS-THRESHOLD                      PIC S9(12)V99.
       01 WS-EXPOSURE-TOTAL                 PIC S9(12)V99.
       01 WS-PCT-OF-CAPITAL                 PIC S9(5)V99.

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.
       01 WS-MEMBER-EOF-SW                  PIC X VALUE 'N'.
          88 WS-MEMBER-EOF                  VALUE 'Y'.

       01 WS-GROUPS-READ                    PIC 9(6) VALUE 0.
       01 WS-GROUPS-LISTED                  PIC 9(6) VALUE 0.
       01 WS-GROUPS-OVER-LIMIT              PIC 9(6) VALUE 0.
       01 WS-LARGE-TOTAL                    PIC S9(12)V99 VALUE 0.

       01 WS-PRINT-GROUP                    PIC 9(8).
       01 WS-PRINT-MEMBERS                  PIC ZZ9.
       01 WS-PRINT-OVERDRAFT                PIC Z(9)9.
       01 WS-PRINT-LOANS                    PIC Z(9)9.
       01 WS-PRINT-CARDS                    PIC Z(9)9.
       01 WS-PRINT-TOTAL                    PIC Z(9)9.
       01 WS-PRINT-LIMIT                    PIC Z(9)9.
       01 WS-PRINT-PCT                      PIC ZZ9.99.
       01 WS-PRINT-UNCONVERTED              PIC ZZ9.
       01 WS-PRINT-CAPITAL                  PIC Z(9)9.
       01 WS-PRINT-THRESHOLD                PIC Z(9)9.
       01 WS-PRINT-LARGE-PCT                PIC ZZ9.
       01 WS-OVER-FLAG                      PIC X(10).

      * Run-control registration (see RUNCTL) - every overnight
      * program records its run and honours the sequencing rules.
       01 RUNCTL-AREA.
           COPY RUNCTLA.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
           05 PARM                          PIC X(256).

       PROCEDURE DIVISION USING PARM-BUFFER.
       PREMIERE SECTION.
       A010.
           OPEN OUTPUT LGEX-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO LGEX-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO LGEX-REPORT-LINE
              END-STRING
              WRITE LGEX-REPORT-LINE
              CLOSE LGEX-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM GET-CONTROL-VALUES.

           MOVE SPACES TO LGEX-REPORT-LINE
           STRING 'LARGE EXPOSURES - SORTCODE ' DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               ' CURRENCY ' DELIMITED BY SIZE
               HV-BASE-CURRENCY DELIMITED BY SIZE
               INTO LGEX-REPORT-LINE
           END-STRING
           WRITE LGEX-REPORT-LINE.

           IF WS-CAPITAL-HELD <= 0
              MOVE 'CAPITAL-HELD IS NOT SET ON CONTROL - NO THRESHOLD TO
      -            ' REPORT AGAINST' TO LGEX-REPORT-LINE
              WRITE LGEX-REPORT-LINE
              CLOSE LGEX-REPORT
              MOVE 4 TO RETURN-CODE
              PERFORM REGISTER-RUN-END
              GOBACK
           END-IF.

      *
      *    The threshold, in the base currency.
      *
           COMPUTE WS-THRESHOLD =
              WS-CAPITAL-HELD * WS-LARGE-PCT / 100.

           MOVE WS-CAPITAL-HELD TO WS-PRINT-CAPITAL.
           MOVE WS-LARGE-PCT TO WS-PRINT-LARGE-PCT.
           MOVE WS-THRESHOLD TO WS-PRINT-THRESHOLD.

           MOVE SPACES TO LGEX-REPORT-LINE
           STRING 'CAPITAL HELD ' DELIMITED BY SIZE
               WS-PRINT-CAPITAL DELIMITED BY SIZE
               '  THRESHOLD ' DELIMITED BY SIZE
               WS-PRINT-LARGE-PCT DELIMITED BY SIZE
               '% = ' DELIMITED BY SIZE
               WS-PRINT-THRESHOLD DELIMITED BY SIZE
               INTO LGEX-REPORT-LINE
           END-STRING
           WRITE LGEX-REPORT-LINE.

           PERFORM REPORT-LARGE-EXPOSURES.

           MOVE WS-LARGE-TOTAL TO WS-PRINT-TOTAL.

           MOVE SPACES TO LGEX-REPORT-LINE
           STRING 'GROUPS=' DELIMITED BY SIZE
               WS-GROUPS-READ DELIMITED BY SIZE
               ' LARGE EXPOSURES=' DELIMITED BY SIZE
               WS-GROUPS-LISTED DELIMITED BY SIZE
               ' OVER GROUP LIMIT=' DELIMITED BY SIZE
               WS-GROUPS-OVER-LIMIT DELIMITED BY SIZE
               ' TOTAL LARGE EXPOSURE=' DELIMITED BY SIZE
               WS-PRINT-TOTAL DELIMITED BY SIZE
               INTO LGEX-REPORT-LINE
           END-STRING
           WRITE LGEX-REPORT-LINE.

           CLOSE LGEX-REPORT.

           MOVE 0 TO RETURN-CODE.

           PERFORM REGISTER-RUN-END.

           GOBACK.

       A999.
           EXIT.

      *----------------------------------------------------------------
      * Register this run on the RUNCTL ledger and honour its
      * sequencing rules - see RUNCTL for the two refusals.
      *----------------------------------------------------------------
       REGISTER-RUN-START SECTION.
       RRS010.
           INITIALIZE RUNCTL-AREA.
           SET RUNCTL-START TO TRUE.
           MOVE 'LGEXRPT' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RRS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RRE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-GROUPS-LISTED TO RUNCTL-RECORD-COUNT.
           MOVE RETURN-CODE TO RUNCTL-RETURN-CODE.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RRE999.
           EXIT.

      *----------------------------------------------------------------
       GET-RUN-PARMS SECTION.
       GRP010.
           MOVE SPACES TO HV-SORTCODE HV-RUN-DATE.

           IF PARM-LENGTH > 0
              UNSTRING PARM(1:PARM-LENGTH) DELIMITED BY ','
                 INTO HV-SORTCODE HV-RUN-DATE
           END-IF.

           IF HV-RUN-DATE = SPACES OR HV-RUN-DATE = LOW-VALUES
              ACCEPT WS-TODAY FROM DATE YYYYMMDD
              MOVE WS-TODAY TO HV-RUN-DATE
           END-IF.
       GRP999.
           EXIT.

      *----------------------------------------------------------------
      * CAPITAL-HELD, LARGE-EXPOSURE-PCT and BASE-CURRENCY.
      *----------------------------------------------------------------
       GET-CONTROL-VALUES SECTION.
       GCV010.
           MOVE 'CAPITAL-HELD' TO HV-CONTROL-NAME.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-CAPITAL-HELD
           END-IF.

           MOVE 'LARGE-EXPOSURE-PCT' TO HV-CONTROL-NAME.

           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-LARGE-PCT
           END-IF.

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
       GCV999.
           EXIT.

      *----------------------------------------------------------------
      * One row per group with its exposure already split three
      * ways and converted: the rate factor is 1 for base-currency
      * accounts, the XRATE rate where there is a current one, and
      * 0 - left out, and counted - where there is not.
      *----------------------------------------------------------------
       REPORT-LARGE-EXPOSURES SECTION.
       RLE010.
           MOVE 'GROUP    NAME                          MEMBERS OVERDRAF
      -         'TS       LOANS       CARDS       TOTAL  %CAP  GROUP LIM
      -         'IT' TO LGEX-REPORT-LINE.
           WRITE LGEX-REPORT-LINE.

           EXEC SQL
              DECLARE LGEX_CSR CURSOR FOR
                 SELECT G.CPGROUP_ID, G.CPGROUP_NAME, G.CPGROUP_LIMIT,
                        COUNT(DISTINCT M.CPMEMBER_CUSTNO),
                        COALESCE(SUM(
                           CASE WHEN A.ACCOUNT_TYPE IN ('LOAN    ',
                                        'MORTGAGE', 'CREDCARD')
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
                           END), 0),
                        COALESCE(SUM(
                           CASE WHEN A.ACCOUNT_TYPE IN ('LOAN    ',
                                        'MORTGAGE')
                                 AND A.ACCOUNT_ACTUAL_BALANCE < 0
                                THEN 0 - A.ACCOUNT_ACTUAL_BALANCE
                                ELSE 0
                           END *
                           CASE WHEN A.ACCOUNT_CURRENCY_CODE IS NULL
                                  OR A.ACCOUNT_CURRENCY_CODE IN
                                     (:HV-BASE-CURRENCY, '   ')
                                THEN 1
                                WHEN X.XRATE_RATE > 0
                                THEN X.XRATE_RATE
                                ELSE 0
                           END), 0),
                        COALESCE(SUM(
                           CASE WHEN A.ACCOUNT_TYPE = 'CREDCARD'
                                THEN A.ACCOUNT_OVERDRAFT_LIMIT
                                ELSE 0
                           END *
                           CASE WHEN A.ACCOUNT_CURRENCY_CODE IS NULL
                                  OR A.ACCOUNT_CURRENCY_CODE IN
                                     (:HV-BASE-CURRENCY, '   ')
                                THEN 1
                                WHEN X.XRATE_RATE > 0
                                THEN X.XRATE_RATE
                                ELSE 0
                           END), 0),
                        COALESCE(SUM(
                           CASE WHEN A.ACCOUNT_CURRENCY_CODE IS NULL
                                  OR A.ACCOUNT_CURRENCY_CODE IN
                                     (:HV-BASE-CURRENCY, '   ')
                                  OR X.XRATE_RATE > 0
                                THEN 0
                                ELSE 1
                           END), 0)
                 FROM CPGROUP G
                 INNER JOIN CPMEMBER M
                    ON M.CPMEMBER_SORTCODE = G.CPGROUP_SORTCODE
                   AND M.CPMEMBER_GROUP_ID = G.CPGROUP_ID
                 LEFT OUTER JOIN ACCOUNT A
                    ON A.ACCOUNT_SORTCODE = M.CPMEMBER_SORTCODE
                   AND A.ACCOUNT_CUSTOMER_NUMBER = M.CPMEMBER_CUSTNO
                 LEFT OUTER JOIN XRATE X
                    ON X.XRATE_FROM_CCY = A.ACCOUNT_CURRENCY_CODE
                   AND X.XRATE_TO_CCY = :HV-BASE-CURRENCY
                   AND X.XRATE_EFFECTIVE_DATE >= :HV-RUN-DATE
                 WHERE G.CPGROUP_SORTCODE = :HV-SORTCODE
                 GROUP BY G.CPGROUP_ID, G.CPGROUP_NAME,
                          G.CPGROUP_LIMIT
                 ORDER BY 5 + 6 + 7 DESC, 1
           END-EXEC.

           EXEC SQL OPEN LGEX_CSR END-EXEC.

           MOVE 'N' TO WS-EOF-SW.

           PERFORM FETCH-NEXT-GROUP.

           PERFORM UNTIL WS-EOF
              PERFORM REPORT-ONE-GROUP
              PERFORM FETCH-NEXT-GROUP
           END-PERFORM.

           EXEC SQL CLOSE LGEX_CSR END-EXEC.
       RLE999.
           EXIT.

       FETCH-NEXT-GROUP SECTION.
       FNG010.
           EXEC SQL
              FETCH LGEX_CSR
              INTO :HV-GROUP-ID, :HV-GROUP-NAME, :HV-GROUP-LIMIT,
                   :HV-MEMBER-COUNT, :HV-OVERDRAFT-TOTAL,
                   :HV-LOAN-TOTAL, :HV-CARD-TOTAL, :HV-UNCONVERTED
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EOF-SW
           END-IF.
       FNG999.
           EXIT.

      *----------------------------------------------------------------
      * A group at or above the threshold: one line for the group,
      * then one per member with the relationship and the reason.
      *----------------------------------------------------------------
       REPORT-ONE-GROUP SECTION.
       ROG010.
           ADD 1 TO WS-GROUPS-READ.

           COMPUTE WS-EXPOSURE-TOTAL =
              HV-OVERDRAFT-TOTAL + HV-LOAN-TOTAL + HV-CARD-TOTAL.

           IF WS-EXPOSURE-TOTAL < WS-THRESHOLD
              GO TO ROG999
           END-IF.

           ADD 1 TO WS-GROUPS-LISTED.
           ADD WS-EXPOSURE-TOTAL TO WS-LARGE-TOTAL.

           COMPUTE WS-PCT-OF-CAPITAL ROUNDED =
              WS-EXPOSURE-TOTAL * 100 / WS-CAPITAL-HELD.

           MOVE SPACES TO WS-OVER-FLAG.

           IF HV-GROUP-LIMIT > 0 AND
              WS-EXPOSURE-TOTAL > HV-GROUP-LIMIT
              MOVE 'OVER LIMIT' TO WS-OVER-FLAG
              ADD 1 TO WS-GROUPS-OVER-LIMIT
           END-IF.

           MOVE HV-GROUP-ID TO WS-PRINT-GROUP.
           MOVE HV-MEMBER-COUNT TO WS-PRINT-MEMBERS.
           MOVE HV-OVERDRAFT-TOTAL TO WS-PRINT-OVERDRAFT.
           MOVE HV-LOAN-TOTAL TO WS-PRINT-LOANS.
           MOVE HV-CARD-TOTAL TO WS-PRINT-CARDS.
           MOVE WS-EXPOSURE-TOTAL TO WS-PRINT-TOTAL.
           MOVE WS-PCT-OF-CAPITAL TO WS-PRINT-PCT.
           MOVE HV-GROUP-LIMIT TO WS-PRINT-LIMIT.

           MOVE SPACES TO LGEX-REPORT-LINE
           STRING WS-PRINT-GROUP DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-GROUP-NAME(1:30) DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               WS-PRINT-MEMBERS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-OVERDRAFT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PRINT-LOANS DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PRINT-CARDS DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PRINT-TOTAL DELIMITED BY SIZE
               WS-PRINT-PCT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PRINT-LIMIT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-OVER-FLAG DELIMITED BY SIZE
               INTO LGEX-REPORT-LINE
           END-STRING
           WRITE LGEX-REPORT-LINE.

           IF HV-UNCONVERTED > 0
              MOVE HV-UNCONVERTED TO WS-PRINT-UNCONVERTED
              MOVE SPACES TO LGEX-REPORT-LINE
              STRING '         ' DELIMITED BY SIZE
                  WS-PRINT-UNCONVERTED DELIMITED BY SIZE
                  ' ACCOUNT(S) LEFT OUT - NO CURRENT EXCHANGE RATE'
                     DELIMITED BY SIZE
                  INTO LGEX-REPORT-LINE
              END-STRING
              WRITE LGEX-REPORT-LINE
           END-IF.

           PERFORM LIST-THE-MEMBERS.
       ROG999.
           EXIT.

       LIST-THE-MEMBERS SECTION.
       LTM010.
           EXEC SQL
              DECLARE MEMBER_CSR CURSOR FOR
                 SELECT CPMEMBER_CUSTNO, CPMEMBER_REL_TYPE,
                        CPMEMBER_REASON
                 FROM CPMEMBER
                 WHERE CPMEMBER_SORTCODE = :HV-SORTCODE
                   AND CPMEMBER_GROUP_ID = :HV-GROUP-ID
                 ORDER BY CPMEMBER_CUSTNO
           END-EXEC.

           EXEC SQL OPEN MEMBER_CSR END-EXEC.

           MOVE 'N' TO WS-MEMBER-EOF-SW.

           PERFORM FETCH-NEXT-MEMBER.

           PERFORM UNTIL WS-MEMBER-EOF
              MOVE SPACES TO LGEX-REPORT-LINE
              STRING '         CUSTOMER ' DELIMITED BY SIZE
                  HV-CUSTNO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HV-REL-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HV-REASON DELIMITED BY SIZE
                  INTO LGEX-REPORT-LINE
              END-STRING
              WRITE LGEX-REPORT-LINE
              PERFORM FETCH-NEXT-MEMBER
           END-PERFORM.

           EXEC SQL CLOSE MEMBER_CSR END-EXEC.
       LTM999.
           EXIT.

       FETCH-NEXT-MEMBER SECTION.
       FNM010.
           EXEC SQL
              FETCH MEMBER_CSR
              INTO :HV-CUSTNO, :HV-REL-TYPE, :HV-REASON
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-MEMBER-EOF-SW
           END-IF.
       FNM999.
           EXIT.
