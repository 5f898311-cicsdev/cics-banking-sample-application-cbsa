      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: MASKFUN                                                 *
      *                                                                *
      * Description: Personal-data masking rules, CALLed by anything  *
      *              that copies production data out of production    *
      *              (see MASKFUNA for the classes). Every rule is    *
      *              here and nowhere else.                           *
      *                                                                *
      *              Each value is reduced to a keyed hash - the       *
      *              CONTROL value MASK-SALT (a default is used if it *
      *              is not held) folded with every character of the  *
      *              value - and the hash picks the fake: a name from *
      *              the lists below, a house number and street, a    *
      *              fictional-range telephone number, an example     *
      *              email address, and so on. The hash is the only   *
      *              thing carried over, so a fake cannot be turned   *
      *              back into the real value without the salt, and   *
      *              the same value always gets the same fake.        *
      *                                                                *
      *              Awkward shapes are kept: a long name masks to a  *
      *              long (double-barrelled) name, a date of birth    *
      *              keeps its year so ages stay true, and initials   *
      *              keep their count.                                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKFUN.
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

           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-CONTROL-NAME                   PIC X(32)
             VALUE 'MASK-SALT'.
       01 HV-CONTROL-VALUE-NUM              PIC S9(9) COMP.

       01 WS-SALT                           PIC 9(9) VALUE 7919.
       01 WS-SALT-LOADED-SW                 PIC X VALUE 'N'.
          88 WS-SALT-LOADED                 VALUE 'Y'.

       01 WS-HASH                           PIC 9(18).
       01 WS-HASH-PART                      PIC 9(18).
       01 WS-PICK                           PIC 9(4) COMP.
       01 WS-PICK2                          PIC 9(4) COMP.
       01 WS-IN-LEN                         PIC 9(4) COMP.
       01 WS-SUB                            PIC 9(4) COMP.
       01 WS-OUT-SUB                        PIC 9(4) COMP.
       01 WS-ATTEMPT                        PIC 9(4) COMP.

       01 WS-NUM-2                          PIC 9(2).
       01 WS-NUM-3                          PIC 9(3).
       01 WS-NUM-4                          PIC 9(4).
       01 WS-NUM-5                          PIC 9(5).
       01 WS-NUM-6                          PIC 9(6).
       01 WS-NUM-9                          PIC 9(9).

       01 WS-DATE-IN                        PIC X(8).
       01 WS-DATE-IN-GROUP REDEFINES WS-DATE-IN.
          03 WS-DATE-IN-DD                  PIC 99.
          03 WS-DATE-IN-MM                  PIC 99.
          03 WS-DATE-IN-YYYY                PIC 9(4).
       01 WS-DATE-OUT.
          03 WS-DATE-OUT-DD                 PIC 99.
          03 WS-DATE-OUT-MM                 PIC 99.
          03 WS-DATE-OUT-YYYY               PIC 9(4).

       01 WS-PART-1                         PIC X(30).
       01 WS-PART-2                         PIC X(30).

       01 WS-LETTERS                        PIC X(26)
             VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01 WS-GIVEN-LIST.
          03 FILLER PIC X(12) VALUE 'ALEX'.
          03 FILLER PIC X(12) VALUE 'BEATRICE'.
          03 FILLER PIC X(12) VALUE 'CALLUM'.
          03 FILLER PIC X(12) VALUE 'DELYTH'.
          03 FILLER PIC X(12) VALUE 'EDWARD'.
          03 FILLER PIC X(12) VALUE 'FIONA'.
          03 FILLER PIC X(12) VALUE 'GARETH'.
          03 FILLER PIC X(12) VALUE 'HANNAH'.
          03 FILLER PIC X(12) VALUE 'IWAN'.
          03 FILLER PIC X(12) VALUE 'JOANNA'.
          03 FILLER PIC X(12) VALUE 'KRZYSZTOF'.
          03 FILLER PIC X(12) VALUE 'LUCY'.
          03 FILLER PIC X(12) VALUE 'MOHAMMED'.
          03 FILLER PIC X(12) VALUE 'NIAMH'.
          03 FILLER PIC X(12) VALUE 'OLIVER'.
          03 FILLER PIC X(12) VALUE 'PRIYA'.
          03 FILLER PIC X(12) VALUE 'QUENTIN'.
          03 FILLER PIC X(12) VALUE 'RHIANNON'.
          03 FILLER PIC X(12) VALUE 'SAMUEL'.
          03 FILLER PIC X(12) VALUE 'TERESA'.
          03 FILLER PIC X(12) VALUE 'UMAR'.
          03 FILLER PIC X(12) VALUE 'VALERIE'.
          03 FILLER PIC X(12) VALUE 'WOJCIECH'.
          03 FILLER PIC X(12) VALUE 'YASMIN'.
       01 WS-GIVEN-TABLE REDEFINES WS-GIVEN-LIST.
          03 WS-GIVEN-NAME                  PIC X(12) OCCURS 24.

       01 WS-FAMILY-LIST.
          03 FILLER PIC X(12) VALUE 'ABERNETHY'.
          03 FILLER PIC X(12) VALUE 'BRZEZINSKI'.
          03 FILLER PIC X(12) VALUE 'CADWALADR'.
          03 FILLER PIC X(12) VALUE 'DOHERTY'.
          03 FILLER PIC X(12) VALUE 'ELLINGHAM'.
          03 FILLER PIC X(12) VALUE 'FAIRWEATHER'.
          03 FILLER PIC X(12) VALUE 'GREENHALGH'.
          03 FILLER PIC X(12) VALUE 'HUSSAIN'.
          03 FILLER PIC X(12) VALUE 'IRVINE'.
          03 FILLER PIC X(12) VALUE 'JENKINS'.
          03 FILLER PIC X(12) VALUE 'KOWALCZYK'.
          03 FILLER PIC X(12) VALUE 'LLEWELLYN'.
          03 FILLER PIC X(12) VALUE 'MACKINTOSH'.
          03 FILLER PIC X(12) VALUE 'NWOSU'.
          03 FILLER PIC X(12) VALUE 'O''SULLIVAN'.
          03 FILLER PIC X(12) VALUE 'PENHALIGON'.
          03 FILLER PIC X(12) VALUE 'QUIGLEY'.
          03 FILLER PIC X(12) VALUE 'RAMASWAMY'.
          03 FILLER PIC X(12) VALUE 'STRACHAN'.
          03 FILLER PIC X(12) VALUE 'TREVELYAN'.
          03 FILLER PIC X(12) VALUE 'UNDERHILL'.
          03 FILLER PIC X(12) VALUE 'VAUGHAN'.
          03 FILLER PIC X(12) VALUE 'WHITTAKER'.
          03 FILLER PIC X(12) VALUE 'YEARDLEY'.
       01 WS-FAMILY-TABLE REDEFINES WS-FAMILY-LIST.
          03 WS-FAMILY-NAME                 PIC X(12) OCCURS 24.

       01 WS-STREET-LIST.
          03 FILLER PIC X(12) VALUE 'ACACIA'.
          03 FILLER PIC X(12) VALUE 'BLACKTHORN'.
          03 FILLER PIC X(12) VALUE 'CHAPEL'.
          03 FILLER PIC X(12) VALUE 'DERWENT'.
          03 FILLER PIC X(12) VALUE 'ELMFIELD'.
          03 FILLER PIC X(12) VALUE 'FOUNDRY'.
          03 FILLER PIC X(12) VALUE 'GLEBE'.
          03 FILLER PIC X(12) VALUE 'HARBOUR'.
          03 FILLER PIC X(12) VALUE 'KINGFISHER'.
          03 FILLER PIC X(12) VALUE 'LARKSPUR'.
          03 FILLER PIC X(12) VALUE 'MILLBROOK'.
          03 FILLER PIC X(12) VALUE 'ORCHARD'.
       01 WS-STREET-TABLE REDEFINES WS-STREET-LIST.
          03 WS-STREET-NAME                 PIC X(12) OCCURS 12.

       01 WS-SUFFIX-LIST.
          03 FILLER PIC X(8) VALUE 'ROAD'.
          03 FILLER PIC X(8) VALUE 'STREET'.
          03 FILLER PIC X(8) VALUE 'LANE'.
          03 FILLER PIC X(8) VALUE 'AVENUE'.
          03 FILLER PIC X(8) VALUE 'CLOSE'.
          03 FILLER PIC X(8) VALUE 'CRESCENT'.
       01 WS-SUFFIX-TABLE REDEFINES WS-SUFFIX-LIST.
          03 WS-STREET-SUFFIX               PIC X(8) OCCURS 6.

       01 WS-TOWN-LIST.
          03 FILLER PIC X(16) VALUE 'AMBRIDGE'.
          03 FILLER PIC X(16) VALUE 'BARCHESTER'.
          03 FILLER PIC X(16) VALUE 'CASTERBRIDGE'.
          03 FILLER PIC X(16) VALUE 'DIBLEY'.
          03 FILLER PIC X(16) VALUE 'EMMERDALE'.
          03 FILLER PIC X(16) VALUE 'FULCHESTER'.
          03 FILLER PIC X(16) VALUE 'GLENBOGLE'.
          03 FILLER PIC X(16) VALUE 'HOLBY'.
          03 FILLER PIC X(16) VALUE 'LLAREGGUB'.
          03 FILLER PIC X(16) VALUE 'MIDSOMER'.
          03 FILLER PIC X(16) VALUE 'PORTWENN'.
          03 FILLER PIC X(16) VALUE 'WALMINGTON'.
       01 WS-TOWN-TABLE REDEFINES WS-TOWN-LIST.
          03 WS-TOWN-NAME                   PIC X(16) OCCURS 12.

       01 WS-ORG-LIST.
          03 FILLER PIC X(16) VALUE 'ACME'.
          03 FILLER PIC X(16) VALUE 'BRIGHTWATER'.
          03 FILLER PIC X(16) VALUE 'COPPERLEAF'.
          03 FILLER PIC X(16) VALUE 'DOVETAIL'.
          03 FILLER PIC X(16) VALUE 'EVERGREEN'.
          03 FILLER PIC X(16) VALUE 'FIELDSTONE'.
          03 FILLER PIC X(16) VALUE 'GRANITE'.
          03 FILLER PIC X(16) VALUE 'HIGHMOOR'.
       01 WS-ORG-TABLE REDEFINES WS-ORG-LIST.
          03 WS-ORG-NAME                    PIC X(16) OCCURS 8.

       01 WS-ORG-SUFFIX-LIST.
          03 FILLER PIC X(16) VALUE 'TRADING LTD'.
          03 FILLER PIC X(16) VALUE 'HOLDINGS LTD'.
          03 FILLER PIC X(16) VALUE 'AND PARTNERS'.
          03 FILLER PIC X(16) VALUE 'SOCIAL CLUB'.
       01 WS-ORG-SUFFIX-TABLE REDEFINES WS-ORG-SUFFIX-LIST.
          03 WS-ORG-SUFFIX                  PIC X(16) OCCURS 4.

       LINKAGE SECTION.
       01 MASKFUN-AREA.
           COPY MASKFUNA.

       PROCEDURE DIVISION USING MASKFUN-AREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO MASK-SUCCESS.
           MOVE SPACES TO MASK-VALUE-OUT.

           IF NOT WS-SALT-LOADED
              PERFORM LOAD-THE-SALT
           END-IF.

           IF MASK-VALUE-IN = SPACES OR MASK-VALUE-IN = LOW-VALUES
              GOBACK
           END-IF.

           PERFORM MEASURE-THE-VALUE.

           MOVE 0 TO WS-ATTEMPT.

       A020.
           PERFORM HASH-THE-VALUE.

           EVALUATE MASK-CLASS
              WHEN 'G'
                 PERFORM MASK-GIVEN-NAME
              WHEN 'F'
                 PERFORM MASK-FAMILY-NAME
              WHEN 'I'
                 PERFORM MASK-INITIALS
              WHEN 'Y'
                 PERFORM MASK-WHOLE-NAME
              WHEN 'O'
                 PERFORM MASK-ORGANISATION
              WHEN 'R'
                 PERFORM MASK-REGISTRATION
              WHEN 'S'
                 PERFORM MASK-STREET
              WHEN 'W'
                 PERFORM MASK-TOWN
              WHEN 'P'
                 PERFORM MASK-POSTCODE
              WHEN 'B'
                 PERFORM MASK-DATE-OF-BIRTH
              WHEN 'N'
                 PERFORM MASK-PHONE
              WHEN 'E'
                 PERFORM MASK-EMAIL
              WHEN OTHER
                 MOVE 'N' TO MASK-SUCCESS
                 MOVE 'MASKED' TO MASK-VALUE-OUT
                 GOBACK
           END-EVALUATE.

      *
      *    A real value that happens to be on one of the lists could
      *    pick itself. Hash again from the next attempt until it
      *    does not; as a last resort the value is simply blotted.
      *
           IF MASK-VALUE-OUT = MASK-VALUE-IN
              ADD 1 TO WS-ATTEMPT
              IF WS-ATTEMPT < 4
                 GO TO A020
              END-IF
              MOVE 'MASKED' TO MASK-VALUE-OUT
           END-IF.

           GOBACK.
       A999.
           EXIT.

      *----------------------------------------------------------------
       LOAD-THE-SALT SECTION.
       LTS010.
           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.

           IF SQLCODE = 0 AND HV-CONTROL-VALUE-NUM > 0
              MOVE HV-CONTROL-VALUE-NUM TO WS-SALT
           END-IF.

           MOVE 'Y' TO WS-SALT-LOADED-SW.
       LTS999.
           EXIT.

      *----------------------------------------------------------------
      * Trailing spaces are not part of the value.
      *----------------------------------------------------------------
       MEASURE-THE-VALUE SECTION.
       MTV010.
           MOVE 60 TO WS-IN-LEN.

           PERFORM UNTIL WS-IN-LEN = 0
                      OR MASK-VALUE-IN(WS-IN-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-IN-LEN
           END-PERFORM.
       MTV999.
           EXIT.

       HASH-THE-VALUE SECTION.
       HTV010.
           COMPUTE WS-HASH = WS-SALT + WS-ATTEMPT * 131
                           + FUNCTION ORD(MASK-CLASS).

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-IN-LEN
              COMPUTE WS-HASH = FUNCTION MOD(
                 WS-HASH * 31
                 + FUNCTION ORD(MASK-VALUE-IN(WS-SUB:1)),
                 999999937)
           END-PERFORM.
       HTV999.
           EXIT.

      *----------------------------------------------------------------
      * WS-PICK = the hash reduced to 1 .. WS-PICK (the list size),
      * and the hash moved on so the next pick is independent.
      *----------------------------------------------------------------
       PICK-FROM-HASH SECTION.
       PFH010.
           DIVIDE WS-HASH BY WS-PICK GIVING WS-HASH-PART
              REMAINDER WS-SUB.
           MOVE WS-HASH-PART TO WS-HASH.
           COMPUTE WS-PICK = WS-SUB + 1.
       PFH999.
           EXIT.

       MASK-GIVEN-NAME SECTION.
       MGN010.
           MOVE 24 TO WS-PICK.
           PERFORM PICK-FROM-HASH.
           MOVE WS-GIVEN-NAME(WS-PICK) TO WS-PART-1.

           IF WS-IN-LEN > 12
              MOVE 24 TO WS-PICK
              PERFORM PICK-FROM-HASH
              STRING WS-PART-1 DELIMITED BY SPACE
                     '-' DELIMITED BY SIZE
                     WS-GIVEN-NAME(WS-PICK) DELIMITED BY SPACE
                     INTO MASK-VALUE-OUT
              END-STRING
           ELSE
              MOVE WS-PART-1 TO MASK-VALUE-OUT
           END-IF.
       MGN999.
           EXIT.

       MASK-FAMILY-NAME SECTION.
       MFN010.
           MOVE 24 TO WS-PICK.
           PERFORM PICK-FROM-HASH.
           MOVE WS-FAMILY-NAME(WS-PICK) TO WS-PART-1.

           IF WS-IN-LEN > 12
              MOVE 24 TO WS-PICK
              PERFORM PICK-FROM-HASH
              STRING WS-PART-1 DELIMITED BY SPACE
                     '-' DELIMITED BY SIZE
                     WS-FAMILY-NAME(WS-PICK) DELIMITED BY SPACE
                     INTO MASK-VALUE-OUT
              END-STRING
           ELSE
              MOVE WS-PART-1 TO MASK-VALUE-OUT
           END-IF.
       MFN999.
           EXIT.

      *----------------------------------------------------------------
      * One letter for every letter given, spacing kept.
      *----------------------------------------------------------------
       MASK-INITIALS SECTION.
       MIN010.
           PERFORM VARYING WS-OUT-SUB FROM 1 BY 1
                   UNTIL WS-OUT-SUB > WS-IN-LEN
              IF MASK-VALUE-IN(WS-OUT-SUB:1) IS ALPHABETIC
                 AND MASK-VALUE-IN(WS-OUT-SUB:1) NOT = SPACE
                 MOVE 26 TO WS-PICK
                 PERFORM PICK-FROM-HASH
                 MOVE WS-LETTERS(WS-PICK:1)
                    TO MASK-VALUE-OUT(WS-OUT-SUB:1)
              ELSE
                 MOVE MASK-VALUE-IN(WS-OUT-SUB:1)
                    TO MASK-VALUE-OUT(WS-OUT-SUB:1)
              END-IF
           END-PERFORM.
       MIN999.
           EXIT.

       MASK-WHOLE-NAME SECTION.
       MWN010.
           MOVE 24 TO WS-PICK.
           PERFORM PICK-FROM-HASH.
           MOVE WS-GIVEN-NAME(WS-PICK) TO WS-PART-1.
           MOVE 24 TO WS-PICK.
           PERFORM PICK-FROM-HASH.
           MOVE WS-FAMILY-NAME(WS-PICK) TO WS-PART-2.

           STRING WS-PART-1 DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-PART-2 DELIMITED BY SPACE
                  INTO MASK-VALUE-OUT
           END-STRING.
       MWN999.
           EXIT.

       MASK-ORGANISATION SECTION.
       MOR010.
           MOVE 8 TO WS-PICK.
           PERFORM PICK-FROM-HASH.
           MOVE WS-ORG-NAME(WS-PICK) TO WS-PART-1.
           MOVE 4 TO WS-PICK.
           PERFORM PICK-FROM-HASH.
           MOVE WS-ORG-SUFFIX(WS-PICK) TO WS-PART-2.
           DIVIDE WS-HASH BY 10000 GIVING WS-HASH-PART
              REMAINDER WS-NUM-4.

           STRING WS-PART-1 DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-NUM-4 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PART-2 DELIMITED BY '  '
                  INTO MASK-VALUE-OUT
           END-STRING.
       MOR999.
           EXIT.

       MASK-REGISTRATION SECTION.
       MRG010.
           DIVIDE WS-HASH BY 1000000 GIVING WS-HASH-PART
              REMAINDER WS-NUM-6.

           STRING 'ZZ' DELIMITED BY SIZE
                  WS-NUM-6 DELIMITED BY SIZE
                  INTO MASK-VALUE-OUT
           END-STRING.
       MRG999.
           EXIT.

       MASK-STREET SECTION.
       MST010.
           DIVIDE WS-HASH BY 199 GIVING WS-HASH-PART
              REMAINDER WS-NUM-3.
           MOVE WS-HASH-PART TO WS-HASH.
           ADD 1 TO WS-NUM-3.
           MOVE 12 TO WS-PICK.
           PERFORM PICK-FROM-HASH.
           MOVE WS-STREET-NAME(WS-PICK) TO WS-PART-1.
           MOVE 6 TO WS-PICK.
           PERFORM PICK-FROM-HASH.
           MOVE WS-STREET-SUFFIX(WS-PICK) TO WS-PART-2.

           STRING WS-NUM-3 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PART-1 DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-PART-2 DELIMITED BY SPACE
                  INTO MASK-VALUE-OUT
           END-STRING.
       MST999.
           EXIT.

       MASK-TOWN SECTION.
       MTW010.
           MOVE 12 TO WS-PICK.
           PERFORM PICK-FROM-HASH.
           MOVE WS-TOWN-NAME(WS-PICK) TO MASK-VALUE-OUT.
       MTW999.
           EXIT.

      *----------------------------------------------------------------
      * ZZ is not a UK postcode area, so a masked postcode can never
      * be a real address.
      *----------------------------------------------------------------
       MASK-POSTCODE SECTION.
       MPC010.
           DIVIDE WS-HASH BY 100 GIVING WS-HASH-PART
              REMAINDER WS-NUM-2.
           MOVE WS-HASH-PART TO WS-HASH.
           MOVE 26 TO WS-PICK.
           PERFORM PICK-FROM-HASH.
           MOVE 26 TO WS-PICK2.
           DIVIDE WS-HASH BY WS-PICK2 GIVING WS-HASH-PART
              REMAINDER WS-SUB.
           COMPUTE WS-PICK2 = WS-SUB + 1.

           STRING 'ZZ' DELIMITED BY SIZE
                  WS-NUM-2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NUM-2(2:1) DELIMITED BY SIZE
                  WS-LETTERS(WS-PICK:1) DELIMITED BY SIZE
                  WS-LETTERS(WS-PICK2:1) DELIMITED BY SIZE
                  INTO MASK-VALUE-OUT
           END-STRING.
       MPC999.
           EXIT.

      *----------------------------------------------------------------
      * Day and month from the hash, the year kept - ages, age bands
      * and youth-account conversions still come out as they would.
      * Day 1 to 28 is a real date in every month.
      *----------------------------------------------------------------
       MASK-DATE-OF-BIRTH SECTION.
       MDB010.
           MOVE MASK-VALUE-IN(1:8) TO WS-DATE-IN.

           MOVE 28 TO WS-PICK.
           PERFORM PICK-FROM-HASH.
           MOVE WS-PICK TO WS-DATE-OUT-DD.
           MOVE 12 TO WS-PICK.
           PERFORM PICK-FROM-HASH.
           MOVE WS-PICK TO WS-DATE-OUT-MM.

           IF WS-DATE-IN-YYYY IS NUMERIC
              MOVE WS-DATE-IN-YYYY TO WS-DATE-OUT-YYYY
           ELSE
              MOVE 1970 TO WS-DATE-OUT-YYYY
           END-IF.

           MOVE WS-DATE-OUT TO MASK-VALUE-OUT.
       MDB999.
           EXIT.

      *----------------------------------------------------------------
      * 07700 900000 - 07700 999999 is set aside for drama and test
      * use and is never issued.
      *----------------------------------------------------------------
       MASK-PHONE SECTION.
       MPH010.
           DIVIDE WS-HASH BY 100000 GIVING WS-HASH-PART
              REMAINDER WS-NUM-5.

           STRING '077009' DELIMITED BY SIZE
                  WS-NUM-5 DELIMITED BY SIZE
                  INTO MASK-VALUE-OUT
           END-STRING.
       MPH999.
           EXIT.

      *----------------------------------------------------------------
      * example.invalid can never deliver mail.
      *----------------------------------------------------------------
       MASK-EMAIL SECTION.
       MEM010.
           DIVIDE WS-HASH BY 1000000000 GIVING WS-HASH-PART
              REMAINDER WS-NUM-9.

           STRING 'CUST' DELIMITED BY SIZE
                  WS-NUM-9 DELIMITED BY SIZE
                  '@EXAMPLE.INVALID' DELIMITED BY SIZE
                  INTO MASK-VALUE-OUT
           END-STRING.
       MEM999.
           EXIT.
