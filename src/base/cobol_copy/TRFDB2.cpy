      * type. TARIFF_TRIGGER says what the fee bites on: 'M' a flat
      * monthly account maintenance fee, 'T' a charge per transfer
      * (PROCTRAN type TFR) posted in the month, 'R' a charge per
      * returned item (type CHR), 'L' a late-payment fee on a
      * credit card whose minimum payment was missed - raised by
      * CCCOLL on the due date, not by the monthly assessment.
      * A non-zero TARIFF_PCT charges
      * that percentage of the month's triggering value instead of
      * the flat TARIFF_AMOUNT per event. FEEASSES assesses the
      * tariff monthly; FEEADVC holds each assessed fee from the
      * regulator-required fourteen-day pre-advice ('A') through
      * collection ('C') as PROCTRAN type FEE. A cooling-off
      * cancellation through COOLFUN waives ('W') fees still only
      * advised and refunds ('R') those collected since opening.
      * A fee assessed while the account holder has an active
      * vulnerability indicator (VULNIND) is booked referred ('V')
      * instead of advised: no pre-advice goes, it is never
      * collected, and the specialist team decides its fate.
      ******************************************************************
           EXEC SQL DECLARE TARIFF TABLE
              ( TARIFF_FEE_CODE              CHAR(4)      NOT NULL,
