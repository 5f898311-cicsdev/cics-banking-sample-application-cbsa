       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      * Title: ACCCHK                                                  *
      *                                                                *
      * Description: Account number check service, LINKed with the     *
      *              ACCCHK commarea:                                  *
      *                - CHECK tests a keyed sortcode and account      *
      *                  number before anything is looked up with      *
      *                  it - against our own check digit where the    *
      *                  sortcode is one of ours, and against the      *
      *                  MODWGHT modulus weights otherwise;            *
      *                - GENERATE gives CREACC the next account        *
      *                  number to issue, check digit included.        *
      *              Our numbers issued before check digits came in    *
      *              are below the sortcode's ACCOUNT-CHKD-FROM        *
      *              control row and come back unchecked, as does a    *
      *              sortcode the weights do not cover.                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCCHK.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
      * Copyright statement as a literal to go into the load module
       77 FILLER PIC X(34) VALUE 'Copyright contributors to the CICS'.
       77 FILLER PIC X(34) VALUE 'Banking Sample Application (CBSA)'.
       77 FILLER PIC X(8)  VALUE ' project'.

           EXEC SQL INCLUDE CONTDB2 END-EXEC.
           EXEC SQL INCLUDE MODWDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * CONTROL Host variables for DB2
       01 HOST-CONTROL-ROW.
           03 HV-CONTROL-NAME                  PIC X(32).
           03 HV-CONTROL-VALUE-NUM             PIC S9(9) COMP.
           03 HV-CONTROL-VALUE-STR             PIC X(40).

      * MODWGHT Host variables for DB2
       01 HOST-MODWGHT-ROW.
           03 HV-MODWGHT-SORTCODE              PIC X(6).
           03 HV-MODWGHT-METHOD                PIC X(5).
           03 HV-MODWGHT-WEIGHTS               PIC X(28).
           03 HV-MODWGHT-EXCEPTION             PIC X(2).

           EXEC SQL DECLARE MODW_CSR CURSOR FOR
              SELECT MODWGHT_METHOD, MODWGHT_WEIGHTS,
                     MODWGHT_EXCEPTION
              FROM MODWGHT
              WHERE MODWGHT_SORT_FROM <= :HV-MODWGHT-SORTCODE
                AND MODWGHT_SORT_TO >= :HV-MODWGHT-SORTCODE
           END-EXEC.

      * The account number a digit at a time, and the weights our
      * own check digit uses - the eighth weight only when checking
       01 WS-ACCNO                          PIC 9(8).
       01 WS-ACCNO-DIGITS REDEFINES WS-ACCNO.
          03 WS-ACCNO-DIGIT                 PIC 9 OCCURS 8.
       01 WS-ACCNO-SERIAL-VIEW REDEFINES WS-ACCNO.
          03 WS-ACCNO-SERIAL                PIC 9(7).
          03 WS-ACCNO-CHECK                 PIC 9.

       01 WS-OWN-WEIGHT-VALUES              PIC X(8) VALUE '87654321'.
       01 WS-OWN-WEIGHTS REDEFINES WS-OWN-WEIGHT-VALUES.
          03 WS-OWN-WEIGHT                  PIC 9 OCCURS 8.

      * Sortcode and account number together for the modulus checks
       01 WS-MODULUS-NUMBER.
          03 WS-MODULUS-SORTCODE            PIC 9(6).
          03 WS-MODULUS-ACCNO               PIC 9(8).
       01 WS-MODULUS-DIGITS REDEFINES WS-MODULUS-NUMBER.
          03 WS-MODULUS-DIGIT               PIC 9 OCCURS 14.

       01 WS-MODULUS-WEIGHT-VALUES          PIC X(28).
       01 WS-MODULUS-WEIGHTS REDEFINES WS-MODULUS-WEIGHT-VALUES.
          03 WS-MODULUS-WEIGHT              PIC 99 OCCURS 14.

       01 WS-SUB                            PIC S9(4) COMP.
       01 WS-WEIGHTED-SUM                   PIC S9(7) COMP.
       01 WS-PRODUCT                        PIC S9(5) COMP.
       01 WS-QUOTIENT                       PIC S9(7) COMP.
       01 WS-REMAINDER                      PIC S9(4) COMP.
       01 WS-DIVISOR                        PIC S9(4) COMP.
       01 WS-CHECK-DIGIT                    PIC S9(4) COMP.
       01 WS-NEXT-SERIAL                    PIC 9(8).
       01 WS-CHECKED-FROM                   PIC 9(8).

       01 WS-ROWS-READ                      PIC S9(4) COMP.
       01 WS-MODULUS-RESULT                 PIC X.

       01 WS-MODW-EOF-SW                    PIC X VALUE 'N'.
          88 WS-MODW-EOF                    VALUE 'Y'.
       01 WS-SERIAL-FOUND-SW                PIC X VALUE 'N'.
          88 WS-SERIAL-FOUND                VALUE 'Y'.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY ACCCHK.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO ACCCHK-SUCCESS.
           MOVE SPACE TO ACCCHK-FAIL-CODE.
           MOVE SPACE TO ACCCHK-RESULT.
           MOVE SPACE TO ACCCHK-SCHEME.

           IF ACCCHK-ACCNO NOT NUMERIC
              OR ACCCHK-SORTCODE NOT NUMERIC
              MOVE 'N' TO ACCCHK-SUCCESS
              MOVE '1' TO ACCCHK-FAIL-CODE
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           EVALUATE TRUE
              WHEN ACCCHK-CHECK
                 PERFORM CHECK-ACCOUNT-NUMBER
              WHEN ACCCHK-GENERATE
                 PERFORM GENERATE-ACCOUNT-NUMBER
              WHEN OTHER
                 MOVE 'N' TO ACCCHK-SUCCESS
                 MOVE '9' TO ACCCHK-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * A sortcode is one of ours when it has an ACCOUNT-LAST counter
      * in CONTROL - the same row CREACC issues numbers from - so a
      * multi-branch installation needs nothing further set up.
      *----------------------------------------------------------------
       CHECK-ACCOUNT-NUMBER SECTION.
       CAN010.
           MOVE ACCCHK-ACCNO TO WS-ACCNO.

           MOVE SPACES TO HV-CONTROL-NAME.
           STRING ACCCHK-SORTCODE DELIMITED BY SIZE
                  '-ACCOUNT-LAST' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.

           PERFORM READ-CONTROL-ROW.

           EVALUATE SQLCODE
              WHEN 0
                 SET ACCCHK-OWN-SCHEME TO TRUE
                 PERFORM CHECK-OWN-NUMBER
              WHEN 100
                 SET ACCCHK-MODULUS-SCHEME TO TRUE
                 PERFORM CHECK-MODULUS-NUMBER
              WHEN OTHER
                 MOVE 'N' TO ACCCHK-SUCCESS
                 MOVE '2' TO ACCCHK-FAIL-CODE
           END-EVALUATE.
       CAN999.
           EXIT.

      *----------------------------------------------------------------
       CHECK-OWN-NUMBER SECTION.
       CON010.
           MOVE SPACES TO HV-CONTROL-NAME.
           STRING ACCCHK-SORTCODE DELIMITED BY SIZE
                  '-ACCOUNT-CHKD-FROM' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.

           PERFORM READ-CONTROL-ROW.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-CONTROL-VALUE-NUM TO WS-CHECKED-FROM
              WHEN 100
                 SET ACCCHK-UNCHECKED TO TRUE
                 GO TO CON999
              WHEN OTHER
                 MOVE 'N' TO ACCCHK-SUCCESS
                 MOVE '2' TO ACCCHK-FAIL-CODE
                 GO TO CON999
           END-EVALUATE.

           IF WS-ACCNO < WS-CHECKED-FROM
              SET ACCCHK-UNCHECKED TO TRUE
              GO TO CON999
           END-IF.

           MOVE ZERO TO WS-WEIGHTED-SUM.
           PERFORM ADD-OWN-WEIGHTED-DIGIT
              VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8.

           DIVIDE WS-WEIGHTED-SUM BY 11 GIVING WS-QUOTIENT
              REMAINDER WS-REMAINDER.

           IF WS-REMAINDER = 0
              SET ACCCHK-PASSES TO TRUE
           ELSE
              SET ACCCHK-FAILS TO TRUE
           END-IF.
       CON999.
           EXIT.

      *----------------------------------------------------------------
       ADD-OWN-WEIGHTED-DIGIT SECTION.
       AOWD010.
           COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
              + WS-ACCNO-DIGIT(WS-SUB) * WS-OWN-WEIGHT(WS-SUB).
       AOWD999.
           EXIT.

      *----------------------------------------------------------------
      * Every MODWGHT row for the sortcode's range must pass. No row,
      * or a row carrying an exception code, leaves the number
      * unchecked.
      *----------------------------------------------------------------
       CHECK-MODULUS-NUMBER SECTION.
       CMN010.
           MOVE ACCCHK-SORTCODE TO HV-MODWGHT-SORTCODE.
           MOVE ACCCHK-SORTCODE TO WS-MODULUS-SORTCODE.
           MOVE ACCCHK-ACCNO TO WS-MODULUS-ACCNO.
           MOVE ZERO TO WS-ROWS-READ.
           MOVE 'V' TO WS-MODULUS-RESULT.
           MOVE 'N' TO WS-MODW-EOF-SW.

           EXEC SQL
              OPEN MODW_CSR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'ACCCHK UNABLE TO OPEN MODW_CSR SQLCODE='
                 SQLCODE-DISPLAY
              MOVE 'N' TO ACCCHK-SUCCESS
              MOVE '2' TO ACCCHK-FAIL-CODE
              GO TO CMN999
           END-IF.

           PERFORM APPLY-MODULUS-ROW
              UNTIL WS-MODW-EOF.

           EXEC SQL
              CLOSE MODW_CSR
           END-EXEC.

           IF ACCCHK-SUCCESS = 'N'
              GO TO CMN999
           END-IF.

           IF WS-ROWS-READ = 0
              MOVE 'U' TO WS-MODULUS-RESULT
           END-IF.

           MOVE WS-MODULUS-RESULT TO ACCCHK-RESULT.
       CMN999.
           EXIT.

      *----------------------------------------------------------------
       APPLY-MODULUS-ROW SECTION.
       AMR010.
           EXEC SQL
              FETCH MODW_CSR
              INTO :HV-MODWGHT-METHOD, :HV-MODWGHT-WEIGHTS,
                   :HV-MODWGHT-EXCEPTION
           END-EXEC.

           IF SQLCODE = 100
              SET WS-MODW-EOF TO TRUE
              GO TO AMR999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'ACCCHK UNABLE TO FETCH MODW_CSR SQLCODE='
                 SQLCODE-DISPLAY
              MOVE 'N' TO ACCCHK-SUCCESS
              MOVE '2' TO ACCCHK-FAIL-CODE
              SET WS-MODW-EOF TO TRUE
              GO TO AMR999
           END-IF.

           ADD 1 TO WS-ROWS-READ.

           IF HV-MODWGHT-EXCEPTION NOT = SPACES
              MOVE 'U' TO WS-MODULUS-RESULT
              SET WS-MODW-EOF TO TRUE
              GO TO AMR999
           END-IF.

           MOVE HV-MODWGHT-WEIGHTS TO WS-MODULUS-WEIGHT-VALUES.

           IF WS-MODULUS-WEIGHT-VALUES NOT NUMERIC
              MOVE 'U' TO WS-MODULUS-RESULT
              SET WS-MODW-EOF TO TRUE
              GO TO AMR999
           END-IF.

           EVALUATE HV-MODWGHT-METHOD
              WHEN 'MOD10'
                 MOVE 10 TO WS-DIVISOR
              WHEN 'MOD11'
                 MOVE 11 TO WS-DIVISOR
              WHEN 'DBLAL'
                 MOVE 10 TO WS-DIVISOR
              WHEN OTHER
                 MOVE 'U' TO WS-MODULUS-RESULT
                 SET WS-MODW-EOF TO TRUE
                 GO TO AMR999
           END-EVALUATE.

           MOVE ZERO TO WS-WEIGHTED-SUM.
           PERFORM ADD-MODULUS-WEIGHTED-DIGIT
              VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 14.

           DIVIDE WS-WEIGHTED-SUM BY WS-DIVISOR GIVING WS-QUOTIENT
              REMAINDER WS-REMAINDER.

           IF WS-REMAINDER NOT = 0
              MOVE 'F' TO WS-MODULUS-RESULT
           END-IF.
       AMR999.
           EXIT.

      *----------------------------------------------------------------
      * Double alternate adds the digits of each product, not the
      * product itself - 2 x 7 counts as 1 + 4.
      *----------------------------------------------------------------
       ADD-MODULUS-WEIGHTED-DIGIT SECTION.
       AMWD010.
           COMPUTE WS-PRODUCT = WS-MODULUS-DIGIT(WS-SUB)
              * WS-MODULUS-WEIGHT(WS-SUB).

           IF HV-MODWGHT-METHOD = 'DBLAL'
              DIVIDE WS-PRODUCT BY 10 GIVING WS-QUOTIENT
                 REMAINDER WS-REMAINDER
              COMPUTE WS-PRODUCT = WS-QUOTIENT + WS-REMAINDER
           END-IF.

           ADD WS-PRODUCT TO WS-WEIGHTED-SUM.
       AMWD999.
           EXIT.

      *----------------------------------------------------------------
      * The next serial follows the serial of the last number issued,
      * whether that carried a check digit or (before check digits)
      * was a plain sequence number. The first number issued with a
      * check digit at a sortcode is recorded as its ACCOUNT-CHKD-FROM
      * so the older numbers are known for what they are.
      *----------------------------------------------------------------
       GENERATE-ACCOUNT-NUMBER SECTION.
       GAN010.
           DIVIDE ACCCHK-ACCNO BY 10 GIVING WS-NEXT-SERIAL.
           MOVE 'N' TO WS-SERIAL-FOUND-SW.

           PERFORM TRY-NEXT-SERIAL
              UNTIL WS-SERIAL-FOUND
                 OR ACCCHK-SUCCESS = 'N'.

           IF ACCCHK-SUCCESS = 'N'
              GO TO GAN999
           END-IF.

           MOVE WS-ACCNO TO ACCCHK-ACCNO.
           SET ACCCHK-OWN-SCHEME TO TRUE.
           SET ACCCHK-PASSES TO TRUE.

           MOVE SPACES TO HV-CONTROL-NAME.
           STRING ACCCHK-SORTCODE DELIMITED BY SIZE
                  '-ACCOUNT-CHKD-FROM' DELIMITED BY SIZE
                  INTO HV-CONTROL-NAME
           END-STRING.

           PERFORM READ-CONTROL-ROW.

           IF SQLCODE = 100
              MOVE WS-ACCNO TO HV-CONTROL-VALUE-NUM
              MOVE SPACES TO HV-CONTROL-VALUE-STR
              EXEC SQL
                 INSERT INTO CONTROL
                    (CONTROL_NAME, CONTROL_VALUE_NUM,
                     CONTROL_VALUE_STR)
                 VALUES
                    (:HV-CONTROL-NAME, :HV-CONTROL-VALUE-NUM,
                     :HV-CONTROL-VALUE-STR)
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'ACCCHK UNABLE TO RECORD ' HV-CONTROL-NAME
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO ACCCHK-SUCCESS
              MOVE '2' TO ACCCHK-FAIL-CODE
           END-IF.
       GAN999.
           EXIT.

      *----------------------------------------------------------------
       TRY-NEXT-SERIAL SECTION.
       TNS010.
           ADD 1 TO WS-NEXT-SERIAL.

           IF WS-NEXT-SERIAL > 9999999
              MOVE 'N' TO ACCCHK-SUCCESS
              MOVE '3' TO ACCCHK-FAIL-CODE
              GO TO TNS999
           END-IF.

           MOVE WS-NEXT-SERIAL TO WS-ACCNO-SERIAL.
           MOVE ZERO TO WS-ACCNO-CHECK.

           MOVE ZERO TO WS-WEIGHTED-SUM.
           PERFORM ADD-OWN-WEIGHTED-DIGIT
              VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7.

           DIVIDE WS-WEIGHTED-SUM BY 11 GIVING WS-QUOTIENT
              REMAINDER WS-REMAINDER.

           IF WS-REMAINDER = 0
              MOVE 0 TO WS-CHECK-DIGIT
           ELSE
              COMPUTE WS-CHECK-DIGIT = 11 - WS-REMAINDER
           END-IF.

      *    A check digit of 10 cannot be written - skip the serial
           IF WS-CHECK-DIGIT = 10
              GO TO TNS999
           END-IF.

           MOVE WS-CHECK-DIGIT TO WS-ACCNO-CHECK.
           SET WS-SERIAL-FOUND TO TRUE.
       TNS999.
           EXIT.

      *----------------------------------------------------------------
       READ-CONTROL-ROW SECTION.
       RCR010.
           EXEC SQL
              SELECT CONTROL_VALUE_NUM
              INTO :HV-CONTROL-VALUE-NUM
              FROM CONTROL
              WHERE CONTROL_NAME = :HV-CONTROL-NAME
           END-EXEC.
       RCR999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.
           EXEC CICS RETURN
           END-EXEC.

           GOBACK.
       GMOOH999.
           EXIT.
