      * PROMOCHKW - working-storage fields for the shared
      * promotional-rate eligibility check in PROMOCHKP.  copy this
      * into WORKING-STORAGE SECTION and PROMOCHKP into PROCEDURE
      * DIVISION in any program that replays a PRODCAT product's
      * schedule.  with the product's PROD-RECORD read, callers
      * MOVE the account's origination date (zero when the record
      * carries none) to PROMO-CHK-OPEN-DATE and PERFORM
      * CHECK-PROMO-ELIGIBLE, then test PROMO-CHK-APPLIES.
       01  PROMO-CHK-OPEN-DATE          PIC 9(08).
       01  PROMO-CHK-SW                 PIC X(01) VALUE 'N'.
           88  PROMO-CHK-APPLIES                VALUE 'Y'.
