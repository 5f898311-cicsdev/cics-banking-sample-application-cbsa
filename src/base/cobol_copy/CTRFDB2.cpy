      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Number-counter repair log. CTRFIX is one row per counter
      * advanced through CTRCHK's REPAIR function: the sortcode,
      * which counter ('A' the <sortcode>-ACCOUNT-LAST row on
      * CONTROL, 'C' LAST-CUSTOMER-NUMBER on the CUSTOMER control
      * record), its value before and after, the highest number
      * found on file at the time, the supervisor's reason, and who
      * made the change, from where and when (FIX_DATE YYYYMMDD,
      * FIX_TIME HHMMSS).
      ******************************************************************
           EXEC SQL DECLARE CTRFIX TABLE
              ( CTRFIX_SORTCODE              CHAR(6)      NOT NULL,
                CTRFIX_COUNTER               CHAR(1)      NOT NULL,
                CTRFIX_OLD_VALUE             DECIMAL(10, 0) NOT NULL,
                CTRFIX_NEW_VALUE             DECIMAL(10, 0) NOT NULL,
                CTRFIX_HIGHEST               DECIMAL(10, 0) NOT NULL,
                CTRFIX_REASON                CHAR(40)     NOT NULL,
                CTRFIX_OPERATOR              CHAR(3)      NOT NULL,
                CTRFIX_TERMID                CHAR(4)      NOT NULL,
                CTRFIX_FIX_DATE              CHAR(8)      NOT NULL,
                CTRFIX_FIX_TIME              CHAR(6)      NOT NULL )
           END-EXEC.
