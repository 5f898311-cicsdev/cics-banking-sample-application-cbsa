      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      * Title: IBANCALC                                                *
      *                                                                *
      * Description: IBAN arithmetic, CALLed with the IBANCALC        *
      *              parameter area. Pure computation - no datastore  *
      *              and no CICS - so the online services (INQACC,    *
      *              PAYEFUN, XFRFUN) and the batch runs (STMTGEN,    *
      *              CERTPRNT, IBANGEN) all share the one copy of     *
      *              the rules:                                       *
      *                - GENERATE builds our own GB IBAN from the     *
      *                  bank code in the sortcode's BIC, the         *
      *                  sortcode and the account number, with        *
      *                  check digits worked out by ISO 7064          *
      *                  mod 97-10;                                   *
      *                - VALIDATE checks a keyed IBAN's length for    *
      *                  its country and its check digits, and maps   *
      *                  a GB IBAN back to sortcode and account.      *
      *              The remainder is carried one character at a     *
      *              time, so no intermediate number is ever wider   *
      *              than four digits.                               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBANCALC.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

      *
      *    IBAN length by issuing country, from the IBAN registry.
      *    A country not in the table does not issue IBANs.
      *
       01 WS-COUNTRY-TABLE-VALUES.
          03 FILLER                         PIC X(40) VALUE
             'AD24AE23AL28AT20AZ28BA20BE16BG22BH22BR29'.
          03 FILLER                         PIC X(40) VALUE
             'CH21CR22CY28CZ24DE22DK18DO28EE20ES24FI18'.
          03 FILLER                         PIC X(40) VALUE
             'FO18FR27GB22GE22GI23GL18GR27GT28HR21HU28'.
          03 FILLER                         PIC X(40) VALUE
             'IE22IL23IS26IT27JO30KW30KZ20LB28LI21LT20'.
          03 FILLER                         PIC X(40) VALUE
             'LU20LV21MC27MD24ME22MK19MR27MT31MU30NL18'.
          03 FILLER                         PIC X(40) VALUE
             'NO15PK24PL28PS29PT25QA29RO24RS22SA24SE24'.
          03 FILLER                         PIC X(32) VALUE
             'SI19SK24SM27TN24TR26UA29VG24XK20'.
       01 WS-COUNTRY-TABLE REDEFINES WS-COUNTRY-TABLE-VALUES.
          03 WS-COUNTRY-ENTRY OCCURS 68 TIMES.
             05 WS-CT-COUNTRY               PIC X(2).
             05 WS-CT-LENGTH                PIC 99.
       01 WS-COUNTRY-COUNT                  PIC S9(4) COMP VALUE +68.
       01 WS-CT-SUB                         PIC S9(4) COMP.
       01 WS-EXPECTED-LENGTH                PIC S9(4) COMP.

       01 WS-LETTERS                        PIC X(26)
             VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-LOWER-LETTERS                  PIC X(26)
             VALUE 'abcdefghijklmnopqrstuvwxyz'.

       01 WS-BANK-CODE                      PIC X(4).
       01 WS-SPACE-COUNT                    PIC S9(4) COMP.

       01 WS-WORK-IBAN                      PIC X(36).
       01 WS-WORK-LEN                       PIC S9(4) COMP.
       01 WS-BBAN-LEN                       PIC S9(4) COMP.
       01 WS-IN-SUB                         PIC S9(4) COMP.
       01 WS-PRINT-POS                      PIC S9(4) COMP.

       01 WS-REARRANGED                     PIC X(34).
       01 WS-REARR-LEN                      PIC S9(4) COMP.
       01 WS-CHAR-SUB                       PIC S9(4) COMP.

       01 WS-ONE-CHAR                       PIC X.
       01 WS-ONE-DIGIT REDEFINES WS-ONE-CHAR PIC 9.
       01 WS-LETTER-INDEX                   PIC S9(4) COMP.

       01 WS-DIVIDEND                       PIC S9(6) COMP.
       01 WS-QUOTIENT                       PIC S9(6) COMP.
       01 WS-REMAINDER                      PIC S9(4) COMP.
       01 WS-CHECK-DIGITS                   PIC 99.

       01 WS-BAD-CHAR-SW                    PIC X.
          88 WS-BAD-CHAR-FOUND              VALUE 'Y'.

       LINKAGE SECTION.
       01 IBANCALC-AREA.
           COPY IBANCALC.

       PROCEDURE DIVISION USING IBANCALC-AREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO IBANCALC-SUCCESS.
           MOVE SPACE TO IBANCALC-FAIL-CODE.
           MOVE 'N' TO IBANCALC-MAPPED.
           MOVE SPACES TO IBANCALC-IBAN-PRINT.

           EVALUATE TRUE
              WHEN IBANCALC-GENERATE
                 PERFORM GENERATE-IBAN
              WHEN IBANCALC-VALIDATE
                 PERFORM VALIDATE-IBAN
              WHEN OTHER
                 MOVE 'N' TO IBANCALC-SUCCESS
                 MOVE '9' TO IBANCALC-FAIL-CODE
           END-EVALUATE.

           GOBACK.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * GB IBAN: GB, two check digits, the four-letter bank code,
      * then the sortcode and account number as they stand. The
      * check digits are 98 less the mod 97 of the BBAN followed by
      * 'GB00'.
      *----------------------------------------------------------------
       GENERATE-IBAN SECTION.
       GI010.
           MOVE SPACES TO IBANCALC-IBAN.
           MOVE SPACES TO IBANCALC-COUNTRY.
           MOVE IBANCALC-BIC(1:4) TO WS-BANK-CODE.

           MOVE 0 TO WS-SPACE-COUNT.
           INSPECT WS-BANK-CODE TALLYING WS-SPACE-COUNT
              FOR ALL SPACE.

           IF WS-BANK-CODE NOT ALPHABETIC-UPPER
              OR WS-SPACE-COUNT > 0
              MOVE 'N' TO IBANCALC-SUCCESS
              MOVE '5' TO IBANCALC-FAIL-CODE
              GO TO GI999
           END-IF.

           MOVE SPACES TO WS-REARRANGED.
           STRING WS-BANK-CODE IBANCALC-SORTCODE IBANCALC-ACCNO
                  'GB00'
              DELIMITED BY SIZE
              INTO WS-REARRANGED.
           MOVE 22 TO WS-REARR-LEN.

           PERFORM COMPUTE-MOD-97.

           COMPUTE WS-CHECK-DIGITS = 98 - WS-REMAINDER.

           STRING 'GB' WS-CHECK-DIGITS WS-BANK-CODE
                  IBANCALC-SORTCODE IBANCALC-ACCNO
              DELIMITED BY SIZE
              INTO IBANCALC-IBAN.

           MOVE 'GB' TO IBANCALC-COUNTRY.
           MOVE 'Y' TO IBANCALC-MAPPED.
           MOVE IBANCALC-IBAN TO WS-WORK-IBAN.
           MOVE 22 TO WS-WORK-LEN.
           PERFORM FORMAT-FOR-PRINT.
       GI999.
           EXIT.

      *----------------------------------------------------------------
      * Spaces are dropped and lower case raised before anything is
      * checked - customers copy IBANs in the printed groups of four.
      * The check moves the country code and check digits to the
      * end; the whole must then come to 1 mod 97.
      *----------------------------------------------------------------
       VALIDATE-IBAN SECTION.
       VI010.
           MOVE SPACES TO WS-WORK-IBAN.
           MOVE 0 TO WS-WORK-LEN.
           MOVE SPACES TO IBANCALC-COUNTRY.

           PERFORM COMPACT-ONE-CHAR
              VARYING WS-IN-SUB FROM 1 BY 1
              UNTIL WS-IN-SUB > 34.

           INSPECT WS-WORK-IBAN CONVERTING WS-LOWER-LETTERS
              TO WS-LETTERS.

           IF WS-WORK-LEN < 5
              MOVE 'N' TO IBANCALC-SUCCESS
              MOVE '2' TO IBANCALC-FAIL-CODE
              GO TO VI999
           END-IF.

           MOVE 'N' TO WS-BAD-CHAR-SW.
           PERFORM CHECK-ONE-CHAR
              VARYING WS-IN-SUB FROM 1 BY 1
              UNTIL WS-IN-SUB > WS-WORK-LEN.

           IF WS-BAD-CHAR-FOUND
              MOVE 'N' TO IBANCALC-SUCCESS
              MOVE '4' TO IBANCALC-FAIL-CODE
              GO TO VI999
           END-IF.

           MOVE WS-WORK-IBAN(1:2) TO IBANCALC-COUNTRY.
           MOVE 0 TO WS-EXPECTED-LENGTH.
           PERFORM FIND-COUNTRY
              VARYING WS-CT-SUB FROM 1 BY 1
              UNTIL WS-CT-SUB > WS-COUNTRY-COUNT
                 OR WS-EXPECTED-LENGTH > 0.

           IF WS-EXPECTED-LENGTH = 0
              MOVE 'N' TO IBANCALC-SUCCESS
              MOVE '1' TO IBANCALC-FAIL-CODE
              GO TO VI999
           END-IF.

           IF WS-WORK-LEN NOT = WS-EXPECTED-LENGTH
              MOVE 'N' TO IBANCALC-SUCCESS
              MOVE '2' TO IBANCALC-FAIL-CODE
              GO TO VI999
           END-IF.

           IF WS-WORK-IBAN(3:2) NOT NUMERIC
              MOVE 'N' TO IBANCALC-SUCCESS
              MOVE '3' TO IBANCALC-FAIL-CODE
              GO TO VI999
           END-IF.

           MOVE SPACES TO WS-REARRANGED.
           COMPUTE WS-BBAN-LEN = WS-WORK-LEN - 4.
           MOVE WS-WORK-IBAN(5:WS-BBAN-LEN)
              TO WS-REARRANGED(1:WS-BBAN-LEN).
           MOVE WS-WORK-IBAN(1:4)
              TO WS-REARRANGED(WS-BBAN-LEN + 1:4).
           MOVE WS-WORK-LEN TO WS-REARR-LEN.

           PERFORM COMPUTE-MOD-97.

           IF WS-REMAINDER NOT = 1
              MOVE 'N' TO IBANCALC-SUCCESS
              MOVE '3' TO IBANCALC-FAIL-CODE
              GO TO VI999
           END-IF.

           MOVE WS-WORK-IBAN TO IBANCALC-IBAN.
           PERFORM FORMAT-FOR-PRINT.

      *
      *    A GB IBAN carries the sortcode and account number whole;
      *    anything else is a valid IBAN with no sortcode behind it.
      *
           IF IBANCALC-COUNTRY = 'GB'
              AND WS-WORK-IBAN(9:14) NUMERIC
              MOVE WS-WORK-IBAN(9:6) TO IBANCALC-SORTCODE
              MOVE WS-WORK-IBAN(15:8) TO IBANCALC-ACCNO
              MOVE 'Y' TO IBANCALC-MAPPED
           END-IF.
       VI999.
           EXIT.

       COMPACT-ONE-CHAR SECTION.
       COC010.
           IF IBANCALC-IBAN(WS-IN-SUB:1) NOT = SPACE
              ADD 1 TO WS-WORK-LEN
              MOVE IBANCALC-IBAN(WS-IN-SUB:1)
                 TO WS-WORK-IBAN(WS-WORK-LEN:1)
           END-IF.
       COC999.
           EXIT.

       CHECK-ONE-CHAR SECTION.
       CKC010.
           MOVE WS-WORK-IBAN(WS-IN-SUB:1) TO WS-ONE-CHAR.

           IF WS-ONE-CHAR NUMERIC
              GO TO CKC999
           END-IF.

           MOVE 0 TO WS-LETTER-INDEX.
           INSPECT WS-LETTERS TALLYING WS-LETTER-INDEX
              FOR CHARACTERS BEFORE INITIAL WS-ONE-CHAR.

           IF WS-LETTER-INDEX > 25
              MOVE 'Y' TO WS-BAD-CHAR-SW
           END-IF.
       CKC999.
           EXIT.

       FIND-COUNTRY SECTION.
       FCY010.
           IF WS-CT-COUNTRY(WS-CT-SUB) = IBANCALC-COUNTRY
              MOVE WS-CT-LENGTH(WS-CT-SUB) TO WS-EXPECTED-LENGTH
           END-IF.
       FCY999.
           EXIT.

      *----------------------------------------------------------------
      * Mod 97 of WS-REARRANGED(1:WS-REARR-LEN) read as one long
      * number, each letter standing for two digits (A=10 ... Z=35).
      *----------------------------------------------------------------
       COMPUTE-MOD-97 SECTION.
       CM97010.
           MOVE 0 TO WS-REMAINDER.

           PERFORM MOD-97-ONE-CHAR
              VARYING WS-CHAR-SUB FROM 1 BY 1
              UNTIL WS-CHAR-SUB > WS-REARR-LEN.
       CM97999.
           EXIT.

       MOD-97-ONE-CHAR SECTION.
       M1C010.
           MOVE WS-REARRANGED(WS-CHAR-SUB:1) TO WS-ONE-CHAR.

           IF WS-ONE-CHAR NUMERIC
              COMPUTE WS-DIVIDEND = WS-REMAINDER * 10 + WS-ONE-DIGIT
           ELSE
              MOVE 0 TO WS-LETTER-INDEX
              INSPECT WS-LETTERS TALLYING WS-LETTER-INDEX
                 FOR CHARACTERS BEFORE INITIAL WS-ONE-CHAR
              COMPUTE WS-DIVIDEND =
                 WS-REMAINDER * 100 + WS-LETTER-INDEX + 10
           END-IF.

           DIVIDE WS-DIVIDEND BY 97
              GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
       M1C999.
           EXIT.

      *----------------------------------------------------------------
      * The IBAN in groups of four, the way it is printed and shown.
      *----------------------------------------------------------------
       FORMAT-FOR-PRINT SECTION.
       FFP010.
           MOVE SPACES TO IBANCALC-IBAN-PRINT.
           MOVE 1 TO WS-PRINT-POS.

           PERFORM FORMAT-ONE-GROUP
              VARYING WS-IN-SUB FROM 1 BY 4
              UNTIL WS-IN-SUB > WS-WORK-LEN.
       FFP999.
           EXIT.

       FORMAT-ONE-GROUP SECTION.
       FOG010.
           MOVE WS-WORK-IBAN(WS-IN-SUB:4)
              TO IBANCALC-IBAN-PRINT(WS-PRINT-POS:4).
           ADD 5 TO WS-PRINT-POS.
       FOG999.
           EXIT.
