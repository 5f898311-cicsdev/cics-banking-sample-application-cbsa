      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Online response-time statistics. RESPTIME is one row per
      * task of a BNK1 screen or of a commarea program reached
      * through APICTRL, written by RESPLOG as the task ends:
      * TRANID is the CICS transaction, PROGRAM the screen or (for
      * APICTRL) the program the request was passed to. LOG_DATE
      * and LOG_HOUR/LOG_TIME are when the task started (YYYYMMDD,
      * HH, HHMMSS). ELAPSED_MS is the task's elapsed time in
      * milliseconds from entry to return; DB2_MS the part of it
      * spent in the LINKed data services, which do all of the
      * task's DB2 work - the screens and APICTRL issue no SQL of
      * their own. OUTCOME 'S' completed, 'F' the service refused
      * or failed the request, 'A' the task abended.
      *
      * RESPHOUR is the hourly summary built from RESPTIME by
      * RESPSUMM: per sort code, transaction, program and hour the
      * count of tasks, of failures and of abends, and the mean,
      * 95th percentile and worst elapsed and DB2 times. RESPSLA
      * compares the day's hours with the targets held in CONTROL.
      ******************************************************************
           EXEC SQL DECLARE RESPTIME TABLE
              ( RESPTIME_SORTCODE            CHAR(6)      NOT NULL,
                RESPTIME_TRANID              CHAR(4)      NOT NULL,
                RESPTIME_PROGRAM             CHAR(8)      NOT NULL,
                RESPTIME_TASKNO              INTEGER      NOT NULL,
                RESPTIME_TERMID              CHAR(4)      NOT NULL,
                RESPTIME_OPERATOR            CHAR(3)      NOT NULL,
                RESPTIME_LOG_DATE            CHAR(8)      NOT NULL,
                RESPTIME_LOG_HOUR            CHAR(2)      NOT NULL,
                RESPTIME_LOG_TIME            CHAR(6)      NOT NULL,
                RESPTIME_ELAPSED_MS          INTEGER      NOT NULL,
                RESPTIME_DB2_MS              INTEGER      NOT NULL,
                RESPTIME_OUTCOME             CHAR(1)      NOT NULL )
           END-EXEC.

           EXEC SQL DECLARE RESPHOUR TABLE
              ( RESPHOUR_SORTCODE            CHAR(6)      NOT NULL,
                RESPHOUR_TRANID              CHAR(4)      NOT NULL,
                RESPHOUR_PROGRAM             CHAR(8)      NOT NULL,
                RESPHOUR_LOG_DATE            CHAR(8)      NOT NULL,
                RESPHOUR_LOG_HOUR            CHAR(2)      NOT NULL,
                RESPHOUR_TXN_COUNT           INTEGER      NOT NULL,
                RESPHOUR_FAIL_COUNT          INTEGER      NOT NULL,
                RESPHOUR_ABEND_COUNT         INTEGER      NOT NULL,
                RESPHOUR_AVG_MS              INTEGER      NOT NULL,
                RESPHOUR_P95_MS              INTEGER      NOT NULL,
                RESPHOUR_MAX_MS              INTEGER      NOT NULL,
                RESPHOUR_AVG_DB2_MS          INTEGER      NOT NULL,
                RESPHOUR_P95_DB2_MS          INTEGER      NOT NULL )
           END-EXEC.
