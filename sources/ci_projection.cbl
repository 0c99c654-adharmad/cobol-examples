           05 FILLER                   PIC X(34) VALUE
               ' - SEE RUN LOG, SIZE THESE BY HAND'.

           COPY PROMOCHKW.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CI-PROJECTION' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           PERFORM GET-PROJECTION-HORIZON.
           PERFORM LABEL-MONTH-BUCKETS.

       PROJECT-ONE-ACCOUNT.
           PERFORM RESOLVE-ACCOUNT-TERMS.

      * terms this projection does not model - a tiered, floating-rate,
      * or promotional-rate product, a non-periodic day-count basis, or
      * a partial withdrawal on the record - are flagged and skipped
      * rather than projected off a simpler schedule than the
      * statement's; the forecast footnotes how many accounts treasury
      * must size by hand
           IF TERMS-UNSUPPORTED
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'CI-PROJECTION: ACCOUNT ' CIP-ACCT-NR
                   ' SKIPPED - TIERED, FLOATING-RATE, PROMOTIONAL, '
                   'NON-PERIODIC BASIS, OR PARTIAL WITHDRAWAL TERMS'
           ELSE
               PERFORM RESOLVE-MONTHS-LEFT
               PERFORM FIND-CURRENCY-SLOT
                               AND PROD-TIER-COUNT > ZERO)
                               OR PROD-BASIS-CD = 'A'
                               OR PROD-BASIS-CD = 'T'
                               OR PROD-INDEX-CD = 'S'
                               OR PROD-INDEX-CD = 'P'
                           SET TERMS-UNSUPPORTED TO TRUE
                       END-IF
                       MOVE ZEROS TO PROMO-CHK-OPEN-DATE
                       IF CIP-START-DATE IS NUMERIC
                           MOVE CIP-START-DATE TO PROMO-CHK-OPEN-DATE
                       END-IF
                       PERFORM CHECK-PROMO-ELIGIBLE
                       IF PROMO-CHK-APPLIES
                           SET TERMS-UNSUPPORTED TO TRUE
                       END-IF
               END-READ
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.

           COPY PROMOCHKP.
