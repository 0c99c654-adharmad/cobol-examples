       01  REPLAY-EXTRA-PMT-AMT PIC 9(8)V99.
       01  REPLAY-TIER-COUNT PIC 9(1).
       01  REPLAY-BASIS-CD PIC X(01).
       01  REPLAY-INDEX-CD PIC X(01).
       01  REPLAY-PROMO-SW PIC X(01).
       01  REPLAY-PARTIAL-PERIOD PIC 9(4).

       01  WS-TOLERANCE PIC 9(4)V99 VALUE 0.01.
           05 FILLER PIC X(15) VALUE '  FOR REVIEW = '.
           05 RPT-REVIEW-COUNT PIC Z(4)9.

           COPY PROMOCHKW.

       PROCEDURE DIVISION.
           PERFORM MAIN-PROCEDURE.
           STOP RUN.

           PERFORM RESOLVE-REPLAY-TERMS.

      * terms this replay does not model - a tiered, floating-rate, or
      * promotional-rate product, a non-periodic day-count basis, or a
      * partial withdrawal on the record - are flagged rather than
      * replayed, so the statement's figures are never contradicted by a
      * simpler schedule than the one that produced them
           MOVE ZEROS TO REPLAY-PARTIAL-PERIOD.
           IF CIP-PARTIAL-WD-PERIOD IS NUMERIC
               MOVE CIP-PARTIAL-WD-PERIOD TO REPLAY-PARTIAL-PERIOD
           IF REPLAY-TIER-COUNT > ZERO
                   OR (REPLAY-BASIS-CD NOT = 'P'
                       AND REPLAY-BASIS-CD NOT = SPACE)
                   OR REPLAY-INDEX-CD NOT = SPACE
                   OR REPLAY-PROMO-SW = 'Y'
                   OR REPLAY-PARTIAL-PERIOD > ZERO
               MOVE 'N' TO SC-REPLAY-SW(WS-CASE-COUNT)
               DISPLAY 'INTEREST-POSTING-RECON: ACCOUNT '
                   CIP-ACCT-NR ' NOT REPLAYED - TIERED, '
                   'FLOATING-RATE, PROMOTIONAL, NON-PERIODIC BASIS, '
                   'OR PARTIAL WITHDRAWAL'
           END-IF.

           IF SC-REPLAY-SW(WS-CASE-COUNT) = 'Y'
           MOVE CIP-EXTRA-PMT-AMT TO REPLAY-EXTRA-PMT-AMT.
           MOVE ZEROS TO REPLAY-TIER-COUNT.
           MOVE 'P' TO REPLAY-BASIS-CD.
           MOVE SPACE TO REPLAY-INDEX-CD.
           MOVE 'N' TO REPLAY-PROMO-SW.

           IF CIP-PRODUCT-CD = SPACES OR CIP-OVERRIDE-SW = 'Y'
               CONTINUE
                           IF PROD-BASIS-CD = 'A' OR 'T'
                               MOVE PROD-BASIS-CD TO REPLAY-BASIS-CD
                           END-IF
                           IF PROD-INDEX-CD = 'S' OR 'P'
                               MOVE PROD-INDEX-CD TO REPLAY-INDEX-CD
                           END-IF
                           MOVE ZEROS TO PROMO-CHK-OPEN-DATE
                           IF CIP-START-DATE IS NUMERIC
                               MOVE CIP-START-DATE TO
                                   PROMO-CHK-OPEN-DATE
                           END-IF
                           PERFORM CHECK-PROMO-ELIGIBLE
                           IF PROMO-CHK-APPLIES
                               MOVE 'Y' TO REPLAY-PROMO-SW
                           END-IF
                   END-READ
                   CLOSE PROD-CAT-FILE
               END-IF
                   END-IF
           END-EVALUATE.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.

           COPY PROMOCHKP.
