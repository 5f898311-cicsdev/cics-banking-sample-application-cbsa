      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
       CBL SQL

      ******************************************************************
      *                                                                *
      * Title: PEPLOAD                                                 *
      *                                                                *
      * Description: Load of the politically exposed persons list     *
      *              distribution into the PEPLIST table, kept apart   *
      *              from the WATCHLST sanctions list. The             *
      *              distribution is a full replacement, so the load   *
      *              clears the table and inserts every record on the  *
      *              PEPIN file, names upper-cased the way SCRNFUN     *
      *              screens them; a file that cannot be opened, or    *
      *              an empty one, leaves the existing list untouched. *
      *                                                                *
      * Input: PEP list file PEPIN, one 101-byte record per entry:     *
      *        list source (4), entry id (8), family name (20),        *
      *        given name (20), date of birth DDMMYYYY (8, zeros       *
      *        when unknown), category (1, see PEPDB2), position       *
      *        held (40).                                              *
      *                                                                *
      * Output: Sequential report PEPLRPT.                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEPLOAD.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEP-FILE
                  ASSIGN TO PEPIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PEP-STATUS.

           SELECT PEPL-REPORT
                  ASSIGN TO PEPLRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PEP-FILE.
       01  PEP-RECORD.
           03 PEP-SOURCE                     PIC X(4).
           03 PEP-ENTRY-ID                   PIC X(8).
           03 PEP-FAMILY-NAME                PIC X(20).
           03 PEP-GIVEN-NAME                 PIC X(20).
           03 PEP-DATE-OF-BIRTH              PIC X(8).
           03 PEP-CATEGORY                   PIC X.
              88 PEP-CATEGORY-VALID          VALUE 'D' 'F' 'I'
                                                   'R' 'A'.
           03 PEP-POSITION                   PIC X(40).

       FD  PEPL-REPORT.
       01  PEPL-REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

           EXEC SQL INCLUDE PEPDB2 END-EXEC.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 HV-PEPLIST-SOURCE                 PIC X(4).
       01 HV-PEPLIST-ENTRY-ID               PIC X(8).
       01 HV-PEPLIST-FAMILY-NAME            PIC X(20).
       01 HV-PEPLIST-GIVEN-NAME             PIC X(20).
       01 HV-PEPLIST-DATE-OF-BIRTH          PIC X(8).
       01 HV-PEPLIST-CATEGORY               PIC X.
       01 HV-PEPLIST-POSITION               PIC X(40).

       01 WS-PEP-STATUS                     PIC XX.
          88 WS-PEP-OK                      VALUE '00'.

       01 WS-EOF-SW                         PIC X VALUE 'N'.
          88 WS-EOF                         VALUE 'Y'.

       01 WS-RECORDS-LOADED                 PIC 9(8) VALUE 0.
       01 WS-RECORDS-BAD                    PIC 9(8) VALUE 0.

       01 SQLCODE-DISPLAY                   PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01 PARM-BUFFER.
           05 PARM-LENGTH                   PIC 9(4) BINARY.
           05 PARM                          PIC X(256).

       PROCEDURE DIVISION USING PARM-BUFFER.
       PREMIERE SECTION.
       A010.
           OPEN OUTPUT PEPL-REPORT.

           OPEN INPUT PEP-FILE.

           IF NOT WS-PEP-OK
              MOVE SPACES TO PEPL-REPORT-LINE
              STRING 'UNABLE TO OPEN PEPIN, FILE STATUS='
                  DELIMITED BY SIZE
                  WS-PEP-STATUS DELIMITED BY SIZE
                  ' - PEP LIST LEFT UNTOUCHED' DELIMITED BY SIZE
                  INTO PEPL-REPORT-LINE
              END-STRING
              WRITE PEPL-REPORT-LINE
              CLOSE PEPL-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *
      *    Nothing is cleared until the first record has been read
      *    - an empty distribution must not wipe the list.
      *
           PERFORM READ-PEP-RECORD.

           IF WS-EOF
              MOVE 'PEPIN IS EMPTY - PEP LIST LEFT UNTOUCHED' TO
                 PEPL-REPORT-LINE
              WRITE PEPL-REPORT-LINE
              CLOSE PEP-FILE PEPL-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           EXEC SQL
              DELETE FROM PEPLIST
           END-EXEC.

           IF SQLCODE < 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              MOVE SPACES TO PEPL-REPORT-LINE
              STRING 'UNABLE TO CLEAR PEPLIST, SQLCODE='
                  DELIMITED BY SIZE
                  SQLCODE-DISPLAY DELIMITED BY SIZE
                  INTO PEPL-REPORT-LINE
              END-STRING
              WRITE PEPL-REPORT-LINE
              CLOSE PEP-FILE PEPL-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM LOAD-ONE-RECORD
              UNTIL WS-EOF.

           CLOSE PEP-FILE.

           MOVE SPACES TO PEPL-REPORT-LINE
           STRING 'PEP LIST LOADED=' DELIMITED BY SIZE
               WS-RECORDS-LOADED DELIMITED BY SIZE
               ' REJECTED=' DELIMITED BY SIZE
               WS-RECORDS-BAD DELIMITED BY SIZE
               INTO PEPL-REPORT-LINE
           END-STRING
           WRITE PEPL-REPORT-LINE.

           CLOSE PEPL-REPORT.

           MOVE 0 TO RETURN-CODE.

           GOBACK.

       A999.
           EXIT.

      *----------------------------------------------------------------
       READ-PEP-RECORD SECTION.
       RPR010.
           READ PEP-FILE
              AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
       RPR999.
           EXIT.

      *----------------------------------------------------------------
      * One list entry. An entry with no family name to screen on,
      * or a category PEPDB2 does not know, is counted and reported
      * rather than loaded. A date of birth that is not a number is
      * taken as unknown.
      *----------------------------------------------------------------
       LOAD-ONE-RECORD SECTION.
       LOR010.
           IF PEP-FAMILY-NAME = SPACES
              OR NOT PEP-CATEGORY-VALID
              ADD 1 TO WS-RECORDS-BAD
              MOVE SPACES TO PEPL-REPORT-LINE
              STRING 'REJECTED ' DELIMITED BY SIZE
                  PEP-SOURCE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PEP-ENTRY-ID DELIMITED BY SIZE
                  ' CATEGORY=' DELIMITED BY SIZE
                  PEP-CATEGORY DELIMITED BY SIZE
                  INTO PEPL-REPORT-LINE
              END-STRING
              WRITE PEPL-REPORT-LINE
              GO TO LOR900
           END-IF.

           MOVE PEP-SOURCE TO HV-PEPLIST-SOURCE.
           MOVE PEP-ENTRY-ID TO HV-PEPLIST-ENTRY-ID.
           MOVE FUNCTION UPPER-CASE(PEP-FAMILY-NAME)
              TO HV-PEPLIST-FAMILY-NAME.
           MOVE FUNCTION UPPER-CASE(PEP-GIVEN-NAME)
              TO HV-PEPLIST-GIVEN-NAME.

           IF PEP-DATE-OF-BIRTH IS NUMERIC
              MOVE PEP-DATE-OF-BIRTH TO HV-PEPLIST-DATE-OF-BIRTH
           ELSE
              MOVE '00000000' TO HV-PEPLIST-DATE-OF-BIRTH
           END-IF.

           MOVE PEP-CATEGORY TO HV-PEPLIST-CATEGORY.
           MOVE PEP-POSITION TO HV-PEPLIST-POSITION.

           EXEC SQL
              INSERT INTO PEPLIST
                 (PEPLIST_SOURCE, PEPLIST_ENTRY_ID,
                  PEPLIST_FAMILY_NAME, PEPLIST_GIVEN_NAME,
                  PEPLIST_DATE_OF_BIRTH, PEPLIST_CATEGORY,
                  PEPLIST_POSITION)
              VALUES
                 (:HV-PEPLIST-SOURCE, :HV-PEPLIST-ENTRY-ID,
                  :HV-PEPLIST-FAMILY-NAME, :HV-PEPLIST-GIVEN-NAME,
                  :HV-PEPLIST-DATE-OF-BIRTH, :HV-PEPLIST-CATEGORY,
                  :HV-PEPLIST-POSITION)
           END-EXEC.

           IF SQLCODE NOT = 0
              ADD 1 TO WS-RECORDS-BAD
           ELSE
              ADD 1 TO WS-RECORDS-LOADED
           END-IF.
       LOR900.
           PERFORM READ-PEP-RECORD.
       LOR999.
           EXIT.
