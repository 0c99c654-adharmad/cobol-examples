      * PROMOCHKP - paragraph text for the shared promotional-rate
      * eligibility check.  an account originated inside the
      * product's campaign window - PROD-PROMO-START through
      * PROD-PROMO-END, a zero end leaving the campaign open - runs
      * its first PROD-PROMO-PERIODS periods at the promotional
      * rate.  an account with no origination date cannot be placed
      * outside the window, so on a product running a promotion it
      * is taken as eligible; a catalog entry cut before the
      * promotion fields existed runs no promotion.
       CHECK-PROMO-ELIGIBLE.
           MOVE 'N' TO PROMO-CHK-SW.
           IF PROD-PROMO-PERIODS IS NUMERIC
                   AND PROD-PROMO-START IS NUMERIC
                   AND PROD-PROMO-END IS NUMERIC
               IF PROD-PROMO-PERIODS > ZERO
                       AND PROD-PROMO-START > ZEROS
                   IF PROMO-CHK-OPEN-DATE = ZEROS
                       SET PROMO-CHK-APPLIES TO TRUE
                   ELSE
                       IF PROMO-CHK-OPEN-DATE NOT < PROD-PROMO-START
                               AND (PROD-PROMO-END = ZEROS
                                   OR PROMO-CHK-OPEN-DATE NOT >
                                       PROD-PROMO-END)
                           SET PROMO-CHK-APPLIES TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
