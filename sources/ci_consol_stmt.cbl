           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-TOT-ENDING           PIC $,$$$,$$$,$$9.99.

           COPY PROMOCHKW.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CI-CONSOL-STMT' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           OPEN INPUT CI-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'CI-CONSOL-STMT: NO CIPARM ACCOUNTS SUPPLIED'
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
               END-READ
           END-IF.

      * terms this run's replica schedule does not model - a tiered,
      * floating-rate, or promotional-rate product, a non-periodic
      * day-count basis, or a partial withdrawal on the record - exclude
      * the account from consolidation entirely; its single-account
      * CISTMT statement stands, it never leads or joins a group, and
      * the exclusion is flagged so operations
      * knows why that customer still gets a separate envelope
           IF TERMS-UNSUPPORTED
               MOVE 'Y' TO AB-PRINTED-SW(WS-ACCT-COUNT)
               MOVE SPACES TO AB-DOC-NR(WS-ACCT-COUNT)
               ADD 1 TO WS-EXCL-COUNT
               DISPLAY 'CI-CONSOL-STMT: ACCOUNT ' CIP-ACCT-NR
                   ' EXCLUDED - TIERED, FLOATING-RATE, PROMOTIONAL, '
                   'NON-PERIODIC BASIS, OR PARTIAL WITHDRAWAL TERMS'
           END-IF.

      * sweep the book front to back - each unprinted entry leads a
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.

           COPY PROMOCHKP.
