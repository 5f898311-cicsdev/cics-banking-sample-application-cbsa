      *         account's own average debit (out of pattern)
      *   NEW - a payment over THRESHOLD to a payee confirmed
      *         within the last WINDOW_UNITS days (cooling off)
      *   ATO - account takeover: a payment over THRESHOLD to a
      *         payee added after the customer's static data was
      *         changed (CUSTHIST/CONTHIST) and then their PIN was
      *         reset (CREDFL), each step in that order and within
      *         the last WINDOW_UNITS days. The hold is for call-back
      *         verification, and the event chain also goes onto
      *         the EXCPTION worklist.
      * THRESHOLD carries the count, amount or multiplier as the
      * type needs; WINDOW_UNITS the days where relevant.
      *
