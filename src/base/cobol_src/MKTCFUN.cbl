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
      * Title: MKTCFUN                                                 *
      *                                                                *
      * Description: Marketing consent service, LINKed with the       *
      *              MKTCFUN commarea, over the MKTCONS and MKTCHIST   *
      *              tables:                                           *
      *                - GRANT records the customer's consent to      *
      *                  marketing on one channel;                     *
      *                - WITHDRAW takes it away on one channel, or on  *
      *                  every channel at once;                        *
      *                - INQUIRE returns the standing position on all  *
      *                  four channels.                                *
      *              Every grant and withdrawal is kept on MKTCHIST    *
      *              with its date, source and operator; MKTCONS       *
      *              carries only the latest. STMTGEN and OFRSCORE     *
      *              read MKTCONS directly before marketing to a       *
      *              customer, MKTCSUPP loads opt-outs from the        *
      *              suppression file and MKTCRPT summarises the       *
      *              register monthly.                                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MKTCFUN.
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

           EXEC SQL INCLUDE MKTCDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-CUSTNO                         PIC X(10).
       01 HV-OPERATOR                       PIC X(3).
       01 HV-CHANNEL                        PIC X.
       01 HV-STATUS                         PIC X.
       01 HV-ACTION                         PIC X.
       01 HV-SOURCE                         PIC X.
       01 HV-CHANGED-DATE                   PIC X(8).

       01 WS-CICS-WORK-AREA.
          05 WS-CICS-RESP                   PIC S9(8) COMP.
          05 WS-CICS-RESP2                  PIC S9(8) COMP.

       01 WS-CUSTOMER-AREA.
           COPY CUSTOMER.

       01 ENTLFUN-COMMAREA.
           COPY ENTLFUN.

       01 WS-U-TIME                         PIC S9(15) COMP-3.
       01 WS-TODAY-YMD                      PIC X(8).

       01 WS-CLASS-WANTED                   PIC X.

      * The four channels, in the order INQUIRE returns them.
       01 WS-CHANNEL-LIST                   PIC X(4) VALUE 'PEST'.
       01 WS-CHANNEL-LIST-R REDEFINES WS-CHANNEL-LIST.
          05 WS-CHANNEL-CODE                PIC X OCCURS 4.
       01 WS-CH-SUB                         PIC S9(4) COMP.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY MKTCFUN.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       A010.
           MOVE 'Y' TO MKTCFUN-SUCCESS.
           MOVE SPACE TO MKTCFUN-FAIL-CODE.

           PERFORM POPULATE-TIME-DATE.

           MOVE MKTCFUN-SORTCODE TO HV-SORTCODE.
           MOVE MKTCFUN-CUSTNO TO HV-CUSTNO.
           MOVE EIBOPID TO HV-OPERATOR.

           EVALUATE TRUE
              WHEN MKTCFUN-GRANT
                 PERFORM GRANT-THE-CONSENT
              WHEN MKTCFUN-WITHDRAW
                 PERFORM WITHDRAW-THE-CONSENT
              WHEN MKTCFUN-INQUIRE
                 PERFORM INQUIRE-THE-CUSTOMER
              WHEN OTHER
                 MOVE 'N' TO MKTCFUN-SUCCESS
                 MOVE '9' TO MKTCFUN-FAIL-CODE
           END-EVALUATE.

           PERFORM GET-ME-OUT-OF-HERE.
       A999.
           EXIT.

      *----------------------------------------------------------------
      * Consent given on one channel - never on all at once, the
      * customer must agree to each channel they want.
      *----------------------------------------------------------------
       GRANT-THE-CONSENT SECTION.
       GTC010.
           MOVE 'M' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF MKTCFUN-SUCCESS = 'N'
              GO TO GTC999
           END-IF.

           IF NOT MKTCFUN-CHANNEL-VALID
              MOVE 'N' TO MKTCFUN-SUCCESS
              MOVE '3' TO MKTCFUN-FAIL-CODE
              GO TO GTC999
           END-IF.

           IF NOT MKTCFUN-SOURCE-VALID
              MOVE 'N' TO MKTCFUN-SUCCESS
              MOVE '4' TO MKTCFUN-FAIL-CODE
              GO TO GTC999
           END-IF.

           PERFORM READ-THE-CUSTOMER.

           IF MKTCFUN-SUCCESS = 'N'
              GO TO GTC999
           END-IF.

           MOVE MKTCFUN-CHANNEL TO HV-CHANNEL.
           MOVE 'Y' TO HV-STATUS.
           MOVE 'G' TO HV-ACTION.
           MOVE MKTCFUN-SOURCE TO HV-SOURCE.

           PERFORM RECORD-THE-CHANGE.
       GTC999.
           EXIT.

      *----------------------------------------------------------------
      * Consent withdrawn on one channel, or on every channel when
      * the customer asks to hear nothing more. A withdrawal on a
      * channel never consented on is still recorded - it stands
      * as the customer's stated wish should a grant be keyed in
      * error later.
      *----------------------------------------------------------------
       WITHDRAW-THE-CONSENT SECTION.
       WTC010.
           MOVE 'M' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF MKTCFUN-SUCCESS = 'N'
              GO TO WTC999
           END-IF.

           IF NOT MKTCFUN-CHANNEL-VALID AND NOT MKTCFUN-ALL-CHANNELS
              MOVE 'N' TO MKTCFUN-SUCCESS
              MOVE '3' TO MKTCFUN-FAIL-CODE
              GO TO WTC999
           END-IF.

           IF NOT MKTCFUN-SOURCE-VALID
              MOVE 'N' TO MKTCFUN-SUCCESS
              MOVE '4' TO MKTCFUN-FAIL-CODE
              GO TO WTC999
           END-IF.

           PERFORM READ-THE-CUSTOMER.

           IF MKTCFUN-SUCCESS = 'N'
              GO TO WTC999
           END-IF.

           MOVE 'N' TO HV-STATUS.
           MOVE 'W' TO HV-ACTION.
           MOVE MKTCFUN-SOURCE TO HV-SOURCE.

           IF MKTCFUN-ALL-CHANNELS
              PERFORM WITHDRAW-ONE-CHANNEL
                 VARYING WS-CH-SUB FROM 1 BY 1
                 UNTIL WS-CH-SUB > 4
                    OR MKTCFUN-SUCCESS = 'N'
           ELSE
              MOVE MKTCFUN-CHANNEL TO HV-CHANNEL
              PERFORM RECORD-THE-CHANGE
           END-IF.
       WTC999.
           EXIT.

       WITHDRAW-ONE-CHANNEL SECTION.
       WOC010.
           MOVE WS-CHANNEL-CODE(WS-CH-SUB) TO HV-CHANNEL.
           PERFORM RECORD-THE-CHANGE.
       WOC999.
           EXIT.

      *----------------------------------------------------------------
      * The standing position on each channel. A channel with no
      * MKTCONS row was never consented on and reads as 'N'.
      *----------------------------------------------------------------
       INQUIRE-THE-CUSTOMER SECTION.
       ITC010.
           MOVE 'I' TO WS-CLASS-WANTED.
           PERFORM CHECK-ENTITLEMENT.

           IF MKTCFUN-SUCCESS = 'N'
              GO TO ITC999
           END-IF.

           PERFORM INQUIRE-ONE-CHANNEL
              VARYING WS-CH-SUB FROM 1 BY 1
              UNTIL WS-CH-SUB > 4
                 OR MKTCFUN-SUCCESS = 'N'.
       ITC999.
           EXIT.

       INQUIRE-ONE-CHANNEL SECTION.
       IOC010.
           MOVE WS-CHANNEL-CODE(WS-CH-SUB) TO HV-CHANNEL.
           MOVE HV-CHANNEL TO MKTCFUN-CH-CHANNEL(WS-CH-SUB).
           MOVE 'N' TO MKTCFUN-CH-STATUS(WS-CH-SUB).
           MOVE SPACES TO MKTCFUN-CH-CHANGED-DATE(WS-CH-SUB).
           MOVE SPACE TO MKTCFUN-CH-SOURCE(WS-CH-SUB).

           EXEC SQL
              SELECT MKTCONS_STATUS, MKTCONS_CHANGED_DATE,
                     MKTCONS_SOURCE
              INTO :HV-STATUS, :HV-CHANGED-DATE, :HV-SOURCE
              FROM MKTCONS
              WHERE (MKTCONS_SORTCODE = :HV-SORTCODE AND
                     MKTCONS_CUSTNO = :HV-CUSTNO AND
                     MKTCONS_CHANNEL = :HV-CHANNEL)
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-STATUS TO MKTCFUN-CH-STATUS(WS-CH-SUB)
                 MOVE HV-CHANGED-DATE
                    TO MKTCFUN-CH-CHANGED-DATE(WS-CH-SUB)
                 MOVE HV-SOURCE TO MKTCFUN-CH-SOURCE(WS-CH-SUB)
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE 'N' TO MKTCFUN-SUCCESS
                 MOVE '2' TO MKTCFUN-FAIL-CODE
           END-EVALUATE.
       IOC999.
           EXIT.

      *----------------------------------------------------------------
      * HV-CHANNEL moves to HV-STATUS: the standing row is replaced
      * (or written, the first time the channel is touched) and the
      * change goes on the history.
      *----------------------------------------------------------------
       RECORD-THE-CHANGE SECTION.
       RTCH010.
           EXEC SQL
              UPDATE MKTCONS
              SET MKTCONS_STATUS = :HV-STATUS,
                  MKTCONS_CHANGED_DATE = :WS-TODAY-YMD,
                  MKTCONS_SOURCE = :HV-SOURCE,
                  MKTCONS_CHANGED_BY = :HV-OPERATOR
              WHERE (MKTCONS_SORTCODE = :HV-SORTCODE AND
                     MKTCONS_CUSTNO = :HV-CUSTNO AND
                     MKTCONS_CHANNEL = :HV-CHANNEL)
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO MKTCONS
                    (MKTCONS_SORTCODE, MKTCONS_CUSTNO,
                     MKTCONS_CHANNEL, MKTCONS_STATUS,
                     MKTCONS_CHANGED_DATE, MKTCONS_SOURCE,
                     MKTCONS_CHANGED_BY)
                 VALUES
                    (:HV-SORTCODE, :HV-CUSTNO,
                     :HV-CHANNEL, :HV-STATUS,
                     :WS-TODAY-YMD, :HV-SOURCE,
                     :HV-OPERATOR)
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'MKTCFUN UNABLE TO WRITE MKTCONS ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO MKTCFUN-SUCCESS
              MOVE '2' TO MKTCFUN-FAIL-CODE
              GO TO RTCH999
           END-IF.

           EXEC SQL
              INSERT INTO MKTCHIST
                 (MKTCHIST_SORTCODE, MKTCHIST_CUSTNO,
                  MKTCHIST_CHANNEL, MKTCHIST_ACTION,
                  MKTCHIST_ACTION_DATE, MKTCHIST_SOURCE,
                  MKTCHIST_OPERATOR)
              VALUES
                 (:HV-SORTCODE, :HV-CUSTNO,
                  :HV-CHANNEL, :HV-ACTION,
                  :WS-TODAY-YMD, :HV-SOURCE,
                  :HV-OPERATOR)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'MKTCFUN UNABLE TO INSERT MKTCHIST ROW'
                 ' SQLCODE=' SQLCODE-DISPLAY
              MOVE 'N' TO MKTCFUN-SUCCESS
              MOVE '2' TO MKTCFUN-FAIL-CODE
           END-IF.
       RTCH999.
           EXIT.

      *----------------------------------------------------------------
       CHECK-ENTITLEMENT SECTION.
       CEN010.
           INITIALIZE ENTLFUN-COMMAREA.
           SET ENTLFUN-CHECK TO TRUE.
           MOVE MKTCFUN-SORTCODE TO ENTLFUN-SORTCODE.
           MOVE WS-CLASS-WANTED TO ENTLFUN-CLASS.

           EXEC CICS LINK PROGRAM('ENTLFUN')
                     COMMAREA(ENTLFUN-COMMAREA)
           END-EXEC.

           IF ENTLFUN-ALLOWED NOT = 'Y'
              MOVE 'N' TO MKTCFUN-SUCCESS
              MOVE 'S' TO MKTCFUN-FAIL-CODE
           END-IF.
       CEN999.
           EXIT.

      *----------------------------------------------------------------
       READ-THE-CUSTOMER SECTION.
       RTC010.
           MOVE MKTCFUN-SORTCODE TO CUSTOMER-SORTCODE.
           MOVE MKTCFUN-CUSTNO TO CUSTOMER-NUMBER.

           EXEC CICS READ FILE('CUSTOMER')
              INTO(WS-CUSTOMER-AREA)
              RIDFLD(CUSTOMER-KEY)
              RESP(WS-CICS-RESP)
              RESP2(WS-CICS-RESP2)
           END-EXEC.

           EVALUATE WS-CICS-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'N' TO MKTCFUN-SUCCESS
                 MOVE '1' TO MKTCFUN-FAIL-CODE
              WHEN OTHER
                 MOVE 'N' TO MKTCFUN-SUCCESS
                 MOVE '2' TO MKTCFUN-FAIL-CODE
           END-EVALUATE.
       RTC999.
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
