      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Our net position at the interbank settlement system, one
      * row per sortcode, business date (YYYYMMDD) and settlement
      * cycle. Each XFRDSPCH run is one cycle: it releases outbound
      * items into the cycle that is open ('O') and closes it ('C'),
      * opening the next; XFRRECV adds the value of every inbound
      * item it takes in to whichever cycle is open at the time,
      * opening cycle 1 of the day if there is none yet. A cycle's
      * net debit is OUTBOUND less INBOUND and may not exceed the
      * cap in force when it was run - CONTROL <sortcode>-NET-DEBIT-
      * CAP, whole pounds, zero or absent meaning no cap - recorded
      * in SETLPOS_CAP. SETLPOS_QUEUED_COUNT/VALUE are the items the
      * cap held back to the next cycle when this one closed.
      * CONTROL <sortcode>-SETTLE-CYCLES is the number of cycles the
      * scheme runs in a day (default 3); an item held back in the
      * last of them misses the day's settlement altogether. NETPFUN
      * shows treasury the position.
      ******************************************************************
           EXEC SQL DECLARE SETLPOS TABLE
              ( SETLPOS_SORTCODE             CHAR(6)      NOT NULL,
                SETLPOS_DATE                 CHAR(8)      NOT NULL,
                SETLPOS_CYCLE                INTEGER      NOT NULL,
                SETLPOS_STATUS               CHAR(1)      NOT NULL,
                SETLPOS_INBOUND              DECIMAL(14,2) NOT NULL,
                SETLPOS_OUTBOUND             DECIMAL(14,2) NOT NULL,
                SETLPOS_CAP                  DECIMAL(14,2) NOT NULL,
                SETLPOS_QUEUED_COUNT         INTEGER      NOT NULL,
                SETLPOS_QUEUED_VALUE         DECIMAL(14,2) NOT NULL )
           END-EXEC.
