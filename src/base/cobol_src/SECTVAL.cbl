      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      * Title: SECTVAL                                                 *
      *                                                                *
      * Description: Statistical sector validation, run before each   *
      *              month-end STATRTN. Every customer on the sort     *
      *              code is checked for a usable CUSTOMER-SECTOR:     *
      *              an unclassified customer (spaces - a record from  *
      *              before the field existed) is listed with the      *
      *              sector CRECUST would derive for it, and any value *
      *              that is not a sector at all is listed as invalid. *
      *              Organisations still on the derived default are    *
      *              listed for review as well - only an operator can  *
      *              say a company is a financial corporation or a     *
      *              body is part of government. Corrections are made  *
      *              through UPDCUST; this run changes nothing. The    *
      *              report closes with the count in each sector.      *
      *                                                                *
      * Input: parm='ssssss,yyyymmdd' where ssssss is the sort code    *
      *        and yyyymmdd the run date (defaults to today).          *
      *                                                                *
      * Output: Sequential report SECTRPT. Return code 4 when any      *
      *         customer is unclassified or invalid.                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTVAL.
       AUTHOR. CBSA MAINTENANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       OBJECT-COMPUTER. MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
                  ASSIGN TO VSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CUSTOMER-KEY
                  ALTERNATE RECORD KEY IS CUSTOMER-FAMILY-NAME
                     WITH DUPLICATES
                  FILE STATUS  IS WS-CUSTOMER-STATUS.

           SELECT SECT-REPORT
                  ASSIGN TO SECTRPT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD-STRUCTURE.
           COPY CUSTOMER.

       FD  SECT-REPORT.
       01  SECT-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 FILLER PIC X(24) VALUE 'Copyright IBM Corp. 2026'.

       01 HV-SORTCODE                       PIC X(6).
       01 HV-RUN-DATE                       PIC X(8).

       01 WS-CUSTOMER-STATUS                PIC XX.
          88 WS-CUSTOMER-OK                 VALUE '00'.

       01 WS-TODAY                          PIC 9(8).

       01 WS-READING-SW                     PIC X VALUE 'Y'.
          88 WS-STILL-READING               VALUE 'Y'.

       01 WS-SUGGESTED-SECTOR               PIC X.
       01 WS-FINDING                        PIC X(30).

       01 WS-CUSTOMERS-SCANNED              PIC 9(8) VALUE 0.
       01 WS-SECTOR-HOUSEHOLD               PIC 9(8) VALUE 0.
       01 WS-SECTOR-NONFIN-CORP             PIC 9(8) VALUE 0.
       01 WS-SECTOR-FINANCIAL               PIC 9(8) VALUE 0.
       01 WS-SECTOR-GOVERNMENT              PIC 9(8) VALUE 0.
       01 WS-UNCLASSIFIED                   PIC 9(8) VALUE 0.
       01 WS-INVALID                        PIC 9(8) VALUE 0.
       01 WS-FOR-REVIEW                     PIC 9(8) VALUE 0.

       01 WS-PRINT-CUST-NO                  PIC 9(10).

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
           OPEN OUTPUT SECT-REPORT.

           PERFORM GET-RUN-PARMS.

           PERFORM REGISTER-RUN-START.

           IF RUNCTL-ALLOWED NOT = 'Y'
              MOVE SPACES TO SECT-REPORT-LINE
              STRING 'RUN REFUSED BY RUN CONTROL - REASON '
                  DELIMITED BY SIZE
                  RUNCTL-FAIL-CODE DELIMITED BY SIZE
                  INTO SECT-REPORT-LINE
              END-STRING
              WRITE SECT-REPORT-LINE
              CLOSE SECT-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO SECT-REPORT-LINE
           STRING 'STATISTICAL SECTOR VALIDATION - SORTCODE '
               DELIMITED BY SIZE
               HV-SORTCODE DELIMITED BY SIZE
               ' DATE ' DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               INTO SECT-REPORT-LINE
           END-STRING
           WRITE SECT-REPORT-LINE.

           OPEN INPUT CUSTOMER-FILE.

           PERFORM VALIDATE-CUSTOMERS.

           CLOSE CUSTOMER-FILE.

           PERFORM PRINT-SECTOR-COUNTS.

           CLOSE SECT-REPORT.

           IF WS-UNCLASSIFIED > 0 OR WS-INVALID > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

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
           MOVE 'SECTVAL ' TO RUNCTL-PROGRAM.
           MOVE HV-SORTCODE TO RUNCTL-SORTCODE.
           MOVE HV-RUN-DATE TO RUNCTL-BUSINESS-DATE.
           MOVE '        ' TO RUNCTL-PREDECESSOR.

           CALL 'RUNCTL' USING RUNCTL-AREA.
       RRS999.
           EXIT.

       REGISTER-RUN-END SECTION.
       RRE010.
           SET RUNCTL-END TO TRUE.
           MOVE WS-CUSTOMERS-SCANNED TO RUNCTL-RECORD-COUNT.
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
      * Position at the first customer for this sort code and read
      * forward until the sort code changes or the file ends.
      *----------------------------------------------------------------
       VALIDATE-CUSTOMERS SECTION.
       VC010.
           MOVE HV-SORTCODE   TO CUSTOMER-SORTCODE.
           MOVE LOW-VALUES    TO CUSTOMER-NUMBER.

           START CUSTOMER-FILE KEY IS NOT LESS THAN CUSTOMER-KEY
              INVALID KEY
                 MOVE 'N' TO WS-READING-SW
           END-START.

           IF WS-STILL-READING
              PERFORM READ-NEXT-CUSTOMER
              PERFORM UNTIL NOT WS-STILL-READING
                 PERFORM CHECK-ONE-CUSTOMER
                 PERFORM READ-NEXT-CUSTOMER
              END-PERFORM
           END-IF.
       VC999.
           EXIT.

       READ-NEXT-CUSTOMER SECTION.
       RNC010.
           READ CUSTOMER-FILE NEXT RECORD
              AT END
                 MOVE 'N' TO WS-READING-SW
           END-READ.

           IF WS-STILL-READING
              AND CUSTOMER-SORTCODE NOT = HV-SORTCODE
                 MOVE 'N' TO WS-READING-SW
           END-IF.
       RNC999.
           EXIT.

      *----------------------------------------------------------------
      * The suggestion is the sector CRECUST derives: a limited
      * company is a non-financial corporation, everyone else sits
      * with households.
      *----------------------------------------------------------------
       CHECK-ONE-CUSTOMER SECTION.
       COC010.
           ADD 1 TO WS-CUSTOMERS-SCANNED.

           IF CUSTOMER-LIMITED-COMPANY
              MOVE 'N' TO WS-SUGGESTED-SECTOR
           ELSE
              MOVE 'H' TO WS-SUGGESTED-SECTOR
           END-IF.

           EVALUATE TRUE
              WHEN CUSTOMER-SECTOR = ' '
                 ADD 1 TO WS-UNCLASSIFIED
                 MOVE 'UNCLASSIFIED' TO WS-FINDING
                 PERFORM PRINT-ONE-FINDING
                 GO TO COC999
              WHEN NOT CUSTOMER-SECTOR-VALID
                 ADD 1 TO WS-INVALID
                 MOVE 'INVALID SECTOR' TO WS-FINDING
                 PERFORM PRINT-ONE-FINDING
                 GO TO COC999
              WHEN CUSTOMER-SECTOR-HOUSEHOLD
                 ADD 1 TO WS-SECTOR-HOUSEHOLD
              WHEN CUSTOMER-SECTOR-NONFIN-CORP
                 ADD 1 TO WS-SECTOR-NONFIN-CORP
              WHEN CUSTOMER-SECTOR-FINANCIAL
                 ADD 1 TO WS-SECTOR-FINANCIAL
              WHEN CUSTOMER-SECTOR-GOVERNMENT
                 ADD 1 TO WS-SECTOR-GOVERNMENT
           END-EVALUATE.

           IF CUSTOMER-ORGANISATION
              AND NOT CUSTOMER-SECTOR-MANUAL
              ADD 1 TO WS-FOR-REVIEW
              MOVE 'ORGANISATION ON DERIVED SECTOR' TO WS-FINDING
              PERFORM PRINT-ONE-FINDING
           END-IF.
       COC999.
           EXIT.

       PRINT-ONE-FINDING SECTION.
       POF010.
           MOVE CUSTOMER-NUMBER TO WS-PRINT-CUST-NO.

           MOVE SPACES TO SECT-REPORT-LINE
           STRING 'CUSTOMER=' DELIMITED BY SIZE
               WS-PRINT-CUST-NO DELIMITED BY SIZE
               ' TYPE=' DELIMITED BY SIZE
               CUSTOMER-ENTITY-TYPE DELIMITED BY SIZE
               ' NAME=' DELIMITED BY SIZE
               CUSTOMER-NAME DELIMITED BY SIZE
               ' SECTOR=' DELIMITED BY SIZE
               CUSTOMER-SECTOR DELIMITED BY SIZE
               ' SUGGESTED=' DELIMITED BY SIZE
               WS-SUGGESTED-SECTOR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FINDING DELIMITED BY SIZE
               INTO SECT-REPORT-LINE
           END-STRING
           WRITE SECT-REPORT-LINE.
       POF999.
           EXIT.

      *----------------------------------------------------------------
       PRINT-SECTOR-COUNTS SECTION.
       PSC010.
           MOVE SPACES TO SECT-REPORT-LINE
           STRING 'CUSTOMERS SCANNED=' DELIMITED BY SIZE
               WS-CUSTOMERS-SCANNED DELIMITED BY SIZE
               ' UNCLASSIFIED=' DELIMITED BY SIZE
               WS-UNCLASSIFIED DELIMITED BY SIZE
               ' INVALID=' DELIMITED BY SIZE
               WS-INVALID DELIMITED BY SIZE
               ' FOR REVIEW=' DELIMITED BY SIZE
               WS-FOR-REVIEW DELIMITED BY SIZE
               INTO SECT-REPORT-LINE
           END-STRING
           WRITE SECT-REPORT-LINE.

           MOVE SPACES TO SECT-REPORT-LINE
           STRING 'HOUSEHOLDS=' DELIMITED BY SIZE
               WS-SECTOR-HOUSEHOLD DELIMITED BY SIZE
               ' NON-FINANCIAL CORPS=' DELIMITED BY SIZE
               WS-SECTOR-NONFIN-CORP DELIMITED BY SIZE
               ' FINANCIAL CORPS=' DELIMITED BY SIZE
               WS-SECTOR-FINANCIAL DELIMITED BY SIZE
               ' GOVERNMENT=' DELIMITED BY SIZE
               WS-SECTOR-GOVERNMENT DELIMITED BY SIZE
               INTO SECT-REPORT-LINE
           END-STRING
           WRITE SECT-REPORT-LINE.
       PSC999.
           EXIT.
