      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * One record of a CUSTOMER file backup, as CUSTBKUP writes it
      * and CUSTRSTR reads it back. A backup is a header, then every
      * CUSTOMER record in key order (the control record included),
      * then a trailer:
      *   'H' - the business date and time the backup was taken
      *   'D' - one CUSTOMER record, byte for byte
      *   'T' - the number of 'D' records and the two hash totals:
      *         CUSTOMER-NUMBER summed over every record, and the
      *         financial total - each customer's credit score and
      *         score review date, and the control record's customer
      *         count and last customer number - summed the same way.
      * The same three figures are held on the CUSTBKUP row for the
      * backup, so a file and its catalogue entry each check the
      * other.
      ******************************************************************
           03 CUSTBKR-TYPE                    PIC X.
              88 CUSTBKR-HEADER               VALUE 'H'.
              88 CUSTBKR-DETAIL               VALUE 'D'.
              88 CUSTBKR-TRAILER              VALUE 'T'.
           03 CUSTBKR-DATA                    PIC X(499).
           03 CUSTBKR-HEADER-DATA REDEFINES CUSTBKR-DATA.
              05 CUSTBKR-HDR-DATE             PIC X(8).
              05 CUSTBKR-HDR-TIME             PIC X(6).
              05 FILLER                       PIC X(485).
           03 CUSTBKR-TRAILER-DATA REDEFINES CUSTBKR-DATA.
              05 CUSTBKR-TRL-RECORDS          PIC 9(10).
              05 CUSTBKR-TRL-HASH-CUSTNO      PIC 9(18).
              05 CUSTBKR-TRL-HASH-FINANCIAL   PIC 9(18).
              05 FILLER                       PIC X(453).
