           05 FILLER                   PIC X(21) VALUE
               'ACCOUNTS NOT MODELED '.
           05 RPT-SKIP-COUNT           PIC Z(4)9.
           05 FILLER                   PIC X(54) VALUE
               ' - TIERED, FLOATING, PROMO, BASIS, OR PARTIAL WD TERMS'.

       PROCEDURE DIVISION.
           PERFORM WRITE-RUNLOG-START.
                               AND PROD-TIER-COUNT > ZERO)
                               OR PROD-BASIS-CD = 'A'
                               OR PROD-BASIS-CD = 'T'
                               OR PROD-INDEX-CD = 'S'
                               OR PROD-INDEX-CD = 'P'
                               OR (PROD-PROMO-PERIODS IS NUMERIC
                                   AND PROD-PROMO-PERIODS > ZERO)
                           SET PRODUCT-NOT-MODELED TO TRUE
                           DISPLAY 'CI-REPRICE-IMPACT: PRODUCT '
                               RPP-PROD-CODE ' CARRIES TIERED, '
                               'FLOATING-RATE, PROMOTIONAL, OR '
                               'NON-PERIODIC-BASIS TERMS THIS RUN '
                               'DOES NOT MODEL - ITS ACCOUNTS ARE '
                               'SKIPPED'
               PERFORM UNTIL WS-PARM-STATUS NOT = '00'
                   IF CIP-PRODUCT-CD = RPP-PROD-CODE
                           AND CIP-OVERRIDE-SW NOT = 'Y'
      * terms the impact schedule does not model - the product's tiers,
      * index-linked rate, promotion, or day-count basis, or a partial
      * withdrawal on the record - are flagged and skipped rather than
      * priced off a simpler schedule than the statement's
                       IF PRODUCT-NOT-MODELED
                               OR (CIP-PARTIAL-WD-PERIOD IS NUMERIC
                                   AND CIP-PARTIAL-WD-PERIOD
