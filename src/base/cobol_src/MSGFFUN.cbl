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
      * Title: MSGFFUN                                                 *
      *                                                                *
      * Description: Settlement message format register, LINKed with  *
      *              the MSGFFUN commarea, over the MSGFMT table:      *
      *                - SET books a counterparty sortcode onto the    *
      *                  ISO 20022 credit transfer format (or back     *
      *                  onto the old fixed layout) from a date;       *
      *                - INQUIRE returns the format on record.         *
      *              XFRDSPCH reads the register for every item it     *
      *              dispatches, so the migration moves one            *
      *              counterparty at a time and can be stepped back    *
      *              the same way.                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGFFUN.
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

           EXEC SQL INCLUDE MSGFDB2 END-EXEC.
           EXEC SQL INCLUDE RTDRDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-CPTY-SORTCODE                  PIC X(6).
       01 HV-FORMAT                         PIC X.
       01 HV-EFFECTIVE-FROM                 PIC X(8).
       01 HV-CHANGED-DATE                   PIC X(8).
       01 HV-CHANGED-BY                     PIC X(3).
       01 HV-INSTITUTION                    PIC X(40).

       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-TODAY-YMD                      PIC X(8).

       01 WS-DATE-CHECK                     PIC X(8).
       01 WS-DATE-CHECK-X REDEFINES WS-DATE-CHECK.
          03 WS-DATE-CHECK-YYYY             PIC 9(4).
          03 WS-DATE-CHECK-MM               PIC 99.
             88 WS-DATE-CHECK-MM-OK         VALUE 1 THRU 12.
          03 WS-DATE-CHECK-DD               PIC 99.
             88 WS-DATE-CHECK-DD-OK         VALUE 1 THRU 31.

       01 WS-CLASS-WANTED                   PIC X.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY MSGFFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO MSGFFUN-SUCCESS.
           MOVE SPACE TO MSGFFUN-FAIL-CODE.

           PERFORM POPULATE-TIME-DATE.

           MOVE MSGFFUN-CPTY-SORTCODE TO HV-CPTY-SORTCODE.

           EVALUATE TRUE
              WHEN MSGFFUN-SET
                 PERFORM SET-COUNTERPARTY-FORMAT
              WHEN MSGFFUN-INQUIRE
                 PERFORM INQUIRE-COUNTERPARTY
              WHEN OTHER
                 MOVE 'N' TO MSGFFUN-SUCCESS
                 MOVE '9' TO MSGFFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * Book a counterparty onto a format from a date. Only a
      * sortcode the routing directory knows can be booked - the
      * dispatcher would hold anything else for routing anyway.
      *----------------------------------------------------------------
       SET-COUNTERPARTY-FORMAT SECTION.
       SCF010.
           MOVE 'S' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF MSGFFUN-SUCCESS = 'N'
              GO TO SCF999
           END-IF.

           IF NOT MSGFFUN-LEGACY AND NOT MSGFFUN-ISO20022
              MOVE 'N' TO MSGFFUN-SUCCESS
              MOVE '1' TO MSGFFUN-FAIL-CODE
              GO TO SCF999
           END-IF.

           IF MSGFFUN-EFFECTIVE-FROM = SPACES
              OR MSGFFUN-EFFECTIVE-FROM = LOW-VALUES
              OR MSGFFUN-EFFECTIVE-FROM = '00000000'
              MOVE WS-TODAY-YMD TO MSGFFUN-EFFECTIVE-FROM
           END-IF.

           MOVE MSGFFUN-EFFECTIVE-FROM TO WS-DATE-CHECK.

           IF WS-DATE-CHECK NOT NUMERIC
              OR NOT WS-DATE-CHECK-MM-OK
              OR NOT WS-DATE-CHECK-DD-OK
              MOVE 'N' TO MSGFFUN-SUCCESS
              MOVE '4' TO MSGFFUN-FAIL-CODE
              GO TO SCF999
           END-IF.

           PERFORM GET-INSTITUTION.

           IF MSGFFUN-SUCCESS = 'N'
              GO TO SCF999
           END-IF.

           MOVE MSGFFUN-FORMAT TO HV-FORMAT.
           MOVE MSGFFUN-EFFECTIVE-FROM TO HV-EFFECTIVE-FROM.
           MOVE WS-TODAY-YMD TO HV-CHANGED-DATE.
           MOVE EIBOPID TO HV-CHANGED-BY.

           EXEC SQL
              UPDATE MSGFMT
              SET MSGFMT_FORMAT = :HV-FORMAT,
                  MSGFMT_EFFECTIVE_FROM = :HV-EFFECTIVE-FROM,
                  MSGFMT_CHANGED_DATE = :HV-CHANGED-DATE,
                  MSGFMT_CHANGED_BY = :HV-CHANGED-BY
              WHERE MSGFMT_SORTCODE = :HV-CPTY-SORTCODE
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO MSGFMT
                    (MSGFMT_SORTCODE, MSGFMT_FORMAT,
                     MSGFMT_EFFECTIVE_FROM, MSGFMT_CHANGED_DATE,
                     MSGFMT_CHANGED_BY)
                 VALUES
                    (:HV-CPTY-SORTCODE, :HV-FORMAT,
                     :HV-EFFECTIVE-FROM, :HV-CHANGED-DATE,
                     :HV-CHANGED-BY)
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'MSGFFUN UNABLE TO RECORD FORMAT FOR '
                 HV-CPTY-SORTCODE ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO MSGFFUN-SUCCESS
              MOVE '2' TO MSGFFUN-FAIL-CODE
              GO TO SCF999
           END-IF.

           MOVE HV-CHANGED-DATE TO MSGFFUN-CHANGED-DATE.
           MOVE HV-CHANGED-BY TO MSGFFUN-CHANGED-BY.
       SCF999.
           EXIT.

      *----------------------------------------------------------------
      * A counterparty never booked is on the old layout.
      *----------------------------------------------------------------
       INQUIRE-COUNTERPARTY SECTION.
       ICP010.
           MOVE 'I' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF MSGFFUN-SUCCESS = 'N'
              GO TO ICP999
           END-IF.

           PERFORM GET-INSTITUTION.

           IF MSGFFUN-SUCCESS = 'N'
              GO TO ICP999
           END-IF.

           EXEC SQL
              SELECT MSGFMT_FORMAT, MSGFMT_EFFECTIVE_FROM,
                     MSGFMT_CHANGED_DATE, MSGFMT_CHANGED_BY
              INTO :HV-FORMAT, :HV-EFFECTIVE-FROM,
                   :HV-CHANGED-DATE, :HV-CHANGED-BY
              FROM MSGFMT
              WHERE MSGFMT_SORTCODE = :HV-CPTY-SORTCODE
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-FORMAT TO MSGFFUN-FORMAT
                 MOVE HV-EFFECTIVE-FROM TO MSGFFUN-EFFECTIVE-FROM
                 MOVE HV-CHANGED-DATE TO MSGFFUN-CHANGED-DATE
                 MOVE HV-CHANGED-BY TO MSGFFUN-CHANGED-BY
              WHEN 100
                 SET MSGFFUN-LEGACY TO TRUE
                 MOVE SPACES TO MSGFFUN-EFFECTIVE-FROM
                 MOVE SPACES TO MSGFFUN-CHANGED-DATE
                 MOVE SPACES TO MSGFFUN-CHANGED-BY
              WHEN OTHER
                 MOVE 'N' TO MSGFFUN-SUCCESS
                 MOVE '2' TO MSGFFUN-FAIL-CODE
           END-EVALUATE.
       ICP999.
           EXIT.

      *----------------------------------------------------------------
       GET-INSTITUTION SECTION.
       GIN010.
           EXEC SQL
              SELECT ROUTEDIR_INSTITUTION
              INTO :HV-INSTITUTION
              FROM ROUTEDIR
              WHERE ROUTEDIR_SORTCODE = :HV-CPTY-SORTCODE
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-INSTITUTION TO MSGFFUN-INSTITUTION
              WHEN 100
                 MOVE 'N' TO MSGFFUN-SUCCESS
                 MOVE '3' TO MSGFFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO MSGFFUN-SUCCESS
                 MOVE '2' TO MSGFFUN-FAIL-CODE
           END-EVALUATE.
       GIN999.
           EXIT.

      *----------------------------------------------------------------
       CHECK-ENTITLEMENT SECTION.
       CEN010.
           INITIALIZE ENTLFUN-COMMAREA.
           SET ENTLFUN-CHECK TO TRUE.
           MOVE MSGFFUN-SORTCODE TO ENTLFUN-SORTCODE.
           MOVE WS-CLASS-WANTED TO ENTLFUN-CLASS.

           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC.

           IF ENTLFUN-ALLOWED NOT = 'Y'
              MOVE 'N' TO MSGFFUN-SUCCESS
              MOVE 'S' TO MSGFFUN-FAIL-CODE
           END-IF.
       CEN999.
           EXIT.

       POPULATE-TIME-DATE SECTION.
       PTD010.
           EXEC CICS ASKTIME
              ABSTIME(WS-U-TIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     YYYYMMDD(WS-TODAY-YMD)
           END-EXEC.
       PTD999.
           EXIT.

       GET-ME-OUT-OF-HERE SECTION.
       GMOOH010.
           EXEC CICS RETURN
           END-EXEC.

           GOBACK.
       GMOOH999.
           EXIT.
