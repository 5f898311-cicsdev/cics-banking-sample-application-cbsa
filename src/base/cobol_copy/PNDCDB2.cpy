      * reported. CHANGE_TYPE: ACCCHNG (type/rate/limit, the new
      * values packed type(8) rate(6) limit(8)), CUSTADDR (the
      * whole address), CUSTCONT (phone(15) mobile(15) email(40)
      * preference(1)), RATEOVRD (a negotiated rate override from
      * RTOVFUN: rate(6) start(8) expiry(8) reason(40), the
      * account's standard rate(6) as the old value).
      ******************************************************************
           EXEC SQL DECLARE PENDCHG TABLE
              ( PENDCHG_ID                   INTEGER      NOT NULL,
