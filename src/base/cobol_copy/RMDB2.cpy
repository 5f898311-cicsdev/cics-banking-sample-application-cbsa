      ******************************************************************
      *                                                                *
      *  Copyright contributors to the CICS Banking Sample Application *
      * (CBSA) project                                                 *
      *                                                                *
      ******************************************************************
      * Relationship manager assignment. CUSTRM holds one row per
      * customer who has a named relationship manager (premier and
      * business customers; everybody else has no row): the RM is
      * an operator id, validated against ENTITLE through ENTLFUN
      * when it is stored, so an RM who leaves is found simply by
      * their id. RMFUN is the only writer. RMAUDIT records every
      * change - 'A' a customer assigned or moved to an RM, 'U' a
      * customer's RM removed, 'R' a bulk reassignment of every
      * customer from one RM to another (RMAUDIT_CUSTNO blank and
      * RMAUDIT_CUST_COUNT the number moved) - with the operator
      * who made it. RMPORT reports each RM's portfolio monthly and
      * EXCPFUN shows the owning RM on exception queue items.
      * Dates are plain YYYYMMDD.
      ******************************************************************
           EXEC SQL DECLARE CUSTRM TABLE
              ( CUSTRM_SORTCODE              CHAR(6)      NOT NULL,
                CUSTRM_CUSTNO                CHAR(10)     NOT NULL,
                CUSTRM_RM_ID                 CHAR(3)      NOT NULL,
                CUSTRM_ASSIGNED_DATE         CHAR(8)      NOT NULL,
                CUSTRM_ASSIGNED_BY           CHAR(3)      NOT NULL )
           END-EXEC.

           EXEC SQL DECLARE RMAUDIT TABLE
              ( RMAUDIT_SORTCODE             CHAR(6)      NOT NULL,
                RMAUDIT_DATE                 CHAR(8)      NOT NULL,
                RMAUDIT_TIME                 CHAR(6)      NOT NULL,
                RMAUDIT_OPERATOR             CHAR(3)      NOT NULL,
                RMAUDIT_ACTION               CHAR(1)      NOT NULL,
                RMAUDIT_CUSTNO               CHAR(10)     NOT NULL,
                RMAUDIT_FROM_RM              CHAR(3)      NOT NULL,
                RMAUDIT_TO_RM                CHAR(3)      NOT NULL,
                RMAUDIT_CUST_COUNT           INTEGER      NOT NULL )
           END-EXEC.
