      * archived to CISTARCH like every other statement.  each
      * closed account is registered on the CICLOSED flag file,
      * which GET-PARAMETERS checks so no further activity runs on
      * it, and on the CICLSRPT daily closure report.  the struck
      * figures are appended to the CISETLEXT settlement extract
      * so DEPOSIT-DISBURSE pays the customer out of the bank file
      * instead of from the printed statement.  an account under a
      * legal hold or lien on HOLDFILE - full or partial - is never
      * closed: the request is refused on the report until the hold
      * is released.  a closure inside the grace period the FEESCHED
      * fee schedule sets for the product is charged the closure
      * fee, struck off the settlement paid and raised on the
      * CIFEEEVT fee events so CI-FEE-RUN posts it
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CI-CLOSEOUT.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-STATUS.

           SELECT SETTLE-EXT-FILE ASSIGN TO 'CISETLEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETL-STATUS.

           SELECT TXN-LEDGER-FILE ASSIGN TO 'CITXN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS CTX-KEY
               FILE STATUS IS WS-LDG-STATUS.

           SELECT HOLD-FILE ASSIGN TO 'HOLDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS HLD-KEY
               FILE STATUS IS HOLD-CHK-STATUS.

           SELECT FEE-SCHED-FILE ASSIGN TO 'FEESCHED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS FEE-KEY
               FILE STATUS IS FEE-CHK-STATUS.

           SELECT FEE-EVENT-FILE ASSIGN TO 'CIFEEEVT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEV-STATUS.

           SELECT CLS-STMT-FILE ASSIGN TO 'CICLSTMT'
               ORGANIZATION IS LINE SEQUENTIAL.

           05 CFG-CLOSE-DATE           PIC 9(08).
           05 CFG-RUN-DATE             PIC 9(08).

       FD  SETTLE-EXT-FILE.
           COPY CISETLRC.

       FD  TXN-LEDGER-FILE.
           COPY CITXNREC.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  FEE-SCHED-FILE.
           COPY FEEREC.

       FD  FEE-EVENT-FILE.
           COPY FEEEVREC.

       FD  CLS-STMT-FILE.
       01  CLS-STMT-LINE               PIC X(80).

       01  WS-PROD-STATUS              PIC XX.
       01  WS-ARCH-STATUS              PIC XX.
       01  WS-FLAG-STATUS              PIC XX.
       01  WS-SETL-STATUS              PIC XX.
       01  WS-LDG-STATUS               PIC XX.
       01  WS-FEV-STATUS               PIC XX.
       01  WS-LDG-SWEEP-SW             PIC X(01).
           88  LDG-SWEEP-DONE                  VALUE 'Y'.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  CLO-ACCRUED-INT             PIC 9(08)V99.
       01  CLO-PENALTY-AMT             PIC 9(08)V99.
       01  CLO-SETTLEMENT              PIC 9(08)V99.
       01  CLO-FEE-AMT                 PIC 9(08)V99.
       01  CLO-PRIOR-FEES              PIC 9(08)V99.
       01  CLO-PENALTY-FACTOR          PIC 9(03)V9(10) COMP-5.
       01  WS-PENALTY-WINDOW-DAYS      PIC 9(05).

               'ACCOUNTS CLOSED -   '.
           05 RPT-CLOSURE-COUNT        PIC Z(4)9.

           COPY PROMOCHKW.

           COPY HOLDCHKW.

           COPY FEECHKW.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CI-CLOSEOUT' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           OPEN INPUT CLOSE-TXN-FILE.
           IF WS-TXN-STATUS NOT = '00'
               DISPLAY 'CI-CLOSEOUT: NO CICLOSE REQUESTS SUPPLIED'
           END-READ.

       SETTLE-ONE-CLOSURE.
           PERFORM FIND-ACCOUNT-HOLDS.
           IF HOLD-CHK-IN-FORCE
               MOVE CLS-ACCT-NR TO RPT-ACCT-NR
               MOVE CLS-CLOSE-DATE TO RPT-CLOSE-DATE
               MOVE ZEROS TO RPT-SETTLEMENT
               MOVE 'HOLD IN FORCE - REFUSED ' TO RPT-NOTE
               WRITE CLS-RPT-LINE FROM RPT-DETAIL-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               DISPLAY 'CI-CLOSEOUT: ACCOUNT ' CLS-ACCT-NR
                   ' NOT CLOSED - HOLD ' HOLD-CHK-REF ' IN FORCE'
           ELSE
           PERFORM FIND-PARM-ACCOUNT
           IF NOT PARM-ACCOUNT-FOUND
               MOVE CLS-ACCT-NR TO RPT-ACCT-NR
               MOVE CLS-CLOSE-DATE TO RPT-CLOSE-DATE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           ELSE
           IF TERMS-UNSUPPORTED
      * tiered, floating-rate, promotional, non-periodic-basis, or
      * partial-withdrawal terms, and customer movements on the
      * transaction ledger, are not modeled by this settlement math -
      * the closure is flagged for manual settlement instead of being
      * struck off a simpler schedule than the statement's
               MOVE CLS-ACCT-NR TO RPT-ACCT-NR
               MOVE CLS-CLOSE-DATE TO RPT-CLOSE-DATE
               MOVE ZEROS TO RPT-SETTLEMENT
               WRITE CLS-RPT-LINE FROM RPT-DETAIL-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               DISPLAY 'CI-CLOSEOUT: ACCOUNT ' CLS-ACCT-NR
                   ' NOT SETTLED - TIERED, FLOATING-RATE, PROMOTIONAL, '
                   'NON-PERIODIC BASIS, PARTIAL WITHDRAWAL TERMS, OR '
                   'LEDGER MOVEMENTS'
           ELSE
               PERFORM COMPUTE-SETTLEMENT
               PERFORM ASSESS-CLOSURE-FEE
               PERFORM WRITE-SETTLEMENT-STATEMENT
               PERFORM FLAG-ACCOUNT-CLOSED
               PERFORM WRITE-SETTLEMENT-EXTRACT
               IF CLO-FEE-AMT > ZEROS
                   PERFORM WRITE-FEE-EVENT
               END-IF
               ADD 1 TO WS-CLOSURE-COUNT
               MOVE CLS-ACCT-NR TO RPT-ACCT-NR
               MOVE CLS-CLOSE-DATE TO RPT-CLOSE-DATE
               MOVE CLO-SETTLEMENT TO RPT-SETTLEMENT
               IF CLO-PENALTY-AMT > ZEROS
                   MOVE 'PENALTY APPLIED         ' TO RPT-NOTE
               ELSE
               IF CLO-FEE-AMT > ZEROS
                   MOVE 'CLOSURE FEE CHARGED     ' TO RPT-NOTE
               ELSE
                   MOVE 'CLOSED CLEAN            ' TO RPT-NOTE
               END-IF
               END-IF
               WRITE CLS-RPT-LINE FROM RPT-DETAIL-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-IF
           END-IF
           END-IF.

      * a hold in force on the closure date, or one placed since and
      * in force today, blocks the closure whatever its amount -
      * closing pays the whole balance out
       FIND-ACCOUNT-HOLDS.
           MOVE CLS-ACCT-NR TO HOLD-CHK-ACCT-NR.
           MOVE CLS-CLOSE-DATE TO HOLD-CHK-DATE.
           PERFORM CHECK-ACCOUNT-HOLDS.
           IF NOT HOLD-CHK-IN-FORCE
                   AND WS-RUN-DATE NOT = CLS-CLOSE-DATE
               MOVE WS-RUN-DATE TO HOLD-CHK-DATE
               PERFORM CHECK-ACCOUNT-HOLDS
           END-IF.

      * the account's deck record, with the catalog's terms
                                   AND PROD-TIER-COUNT > ZERO)
                                   OR PROD-BASIS-CD = 'A'
                                   OR PROD-BASIS-CD = 'T'
                                   OR PROD-INDEX-CD = 'S'
                                   OR PROD-INDEX-CD = 'P'
                               SET TERMS-UNSUPPORTED TO TRUE
                           END-IF
                           MOVE ZEROS TO PROMO-CHK-OPEN-DATE
                           IF CIP-START-DATE IS NUMERIC
                               MOVE CIP-START-DATE TO
                                   PROMO-CHK-OPEN-DATE
                           END-IF
                           PERFORM CHECK-PROMO-ELIGIBLE
                           IF PROMO-CHK-APPLIES
                               SET TERMS-UNSUPPORTED TO TRUE
                           END-IF
                   END-READ
                       AND CIP-PARTIAL-WD-PERIOD > ZEROS
                   SET TERMS-UNSUPPORTED TO TRUE
               END-IF
               PERFORM CHECK-LEDGER-MOVEMENTS
           END-IF.

      * a customer deposit or withdrawal on the CITXN ledger since
      * the term started moves the balance off the terms' own
      * schedule, which this math does not replay - such an
      * account is handled by hand like the other unmodeled terms.
      * the fees CI-FEE-RUN has charged the account are totalled to
      * come off the settlement
       CHECK-LEDGER-MOVEMENTS.
           MOVE ZEROS TO CLO-PRIOR-FEES.
           MOVE 'N' TO WS-LDG-SWEEP-SW.
           OPEN INPUT TXN-LEDGER-FILE.
           IF WS-LDG-STATUS = '00'
               MOVE CLS-ACCT-NR TO CTX-ACCT-NR
               MOVE CLO-START-DATE TO CTX-TXN-DATE
               MOVE ZEROS TO CTX-TXN-SEQ
               START TXN-LEDGER-FILE KEY NOT < CTX-KEY
                   INVALID KEY
                       SET LDG-SWEEP-DONE TO TRUE
               END-START
               PERFORM UNTIL LDG-SWEEP-DONE
                   READ TXN-LEDGER-FILE NEXT RECORD
                       AT END
                           SET LDG-SWEEP-DONE TO TRUE
                       NOT AT END
                           IF CTX-ACCT-NR NOT = CLS-ACCT-NR
                               SET LDG-SWEEP-DONE TO TRUE
                           ELSE
                               IF CTX-FEE
                                   ADD CTX-AMOUNT TO CLO-PRIOR-FEES
                               END-IF
                               IF CTX-FROM-CUSTOMER
                                   SET TERMS-UNSUPPORTED TO TRUE
                                   SET LDG-SWEEP-DONE TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TXN-LEDGER-FILE
           END-IF.

       READ-PARM-RECORD.
      * step's interest, the same convention the daily accrual
      * ledger keeps.  a closure inside the first PENALTY-MONTHS
      * of the term forfeits the penalty months' interest off the
      * closing balance, the standard structure, and the fees
      * already charged in the term come off what is left
       COMPUTE-SETTLEMENT.
           MOVE CIP-PRINCIPAL TO CLO-BALANCE.
           MOVE ZEROS TO CLO-ACCRUED-INT.
               COMPUTE CLO-PENALTY-AMT ROUNDED =
                   CLO-BALANCE * CLO-PENALTY-FACTOR
           END-IF.
           IF CLO-PRIOR-FEES > CLO-BALANCE - CLO-PENALTY-AMT
               COMPUTE CLO-PRIOR-FEES =
                   CLO-BALANCE - CLO-PENALTY-AMT
           END-IF.
           COMPUTE CLO-SETTLEMENT =
               CLO-BALANCE - CLO-PENALTY-AMT - CLO-PRIOR-FEES.

      * a closure inside the product's grace period is charged the
      * schedule's closure fee on the money paid out, never more
      * than the settlement itself
       ASSESS-CLOSURE-FEE.
           MOVE ZEROS TO CLO-FEE-AMT.
           MOVE CIP-PRODUCT-CD TO FEE-CHK-PRODUCT-CD.
           MOVE 'C' TO FEE-CHK-TYPE-CD.
           MOVE CLS-CLOSE-DATE TO FEE-CHK-DATE.
           MOVE CLO-START-DATE TO FEE-CHK-OPEN-DATE.
           MOVE CLO-BALANCE TO FEE-CHK-BALANCE.
           MOVE CLO-SETTLEMENT TO FEE-CHK-BASE-AMT.
           MOVE CLO-ELAPSED-DAYS TO FEE-CHK-DAYS-OPEN.
           PERFORM PRICE-ACCOUNT-FEE.
           IF FEE-CHK-DUE AND NOT FEE-CHK-WAIVED
               IF FEE-CHK-AMOUNT > CLO-SETTLEMENT
                   MOVE CLO-SETTLEMENT TO CLO-FEE-AMT
               ELSE
                   MOVE FEE-CHK-AMOUNT TO CLO-FEE-AMT
               END-IF
               SUBTRACT CLO-FEE-AMT FROM CLO-SETTLEMENT
           END-IF.

       WRITE-SETTLEMENT-STATEMENT.
           PERFORM OPEN-ARCHIVE.
               PERFORM WRITE-SETTLEMENT-LINE
           END-IF.

           IF CLO-PRIOR-FEES > ZEROS
               MOVE 'FEES CHARGED IN TERM -  ' TO STM-AMOUNT-LABEL
               MOVE CLO-PRIOR-FEES TO STM-AMOUNT
               MOVE STM-AMOUNT-LINE TO WS-STMT-LINE
               PERFORM WRITE-SETTLEMENT-LINE
           END-IF.

           IF CLO-FEE-AMT > ZEROS
               MOVE 'EARLY CLOSURE FEE -     ' TO STM-AMOUNT-LABEL
               MOVE CLO-FEE-AMT TO STM-AMOUNT
               MOVE STM-AMOUNT-LINE TO WS-STMT-LINE
               PERFORM WRITE-SETTLEMENT-LINE
           END-IF.

           MOVE 'SETTLEMENT PAID -       ' TO STM-AMOUNT-LABEL.
           MOVE CLO-SETTLEMENT TO STM-AMOUNT.
           MOVE STM-AMOUNT-LINE TO WS-STMT-LINE.
               CLOSE CLOSED-FLAG-FILE
           END-IF.

      * the settlement rides the CISETLEXT extract to the
      * disbursement run - created on its first use, otherwise
      * extended
       WRITE-SETTLEMENT-EXTRACT.
           OPEN EXTEND SETTLE-EXT-FILE.
           IF WS-SETL-STATUS NOT = '00'
               OPEN OUTPUT SETTLE-EXT-FILE
           END-IF.
           IF WS-SETL-STATUS = '00'
               MOVE CLS-ACCT-NR TO CSX-ACCT-NR
               SET CSX-CLOSURE TO TRUE
               MOVE CLS-CLOSE-DATE TO CSX-EVENT-DATE
               MOVE WS-RUN-DATE TO CSX-RUN-DATE
               MOVE CIP-PRINCIPAL TO CSX-PRINCIPAL
               MOVE CLO-ACCRUED-INT TO CSX-INTEREST
               MOVE CLO-PENALTY-AMT TO CSX-PENALTY
               MOVE CLO-SETTLEMENT TO CSX-SETTLEMENT
               MOVE CIP-CURRENCY-CD TO CSX-CURRENCY-CD
               WRITE CSX-RECORD
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               CLOSE SETTLE-EXT-FILE
           END-IF.

      * the fee struck rides CIFEEEVT to CI-FEE-RUN, already priced,
      * under the closure date as its reference
       WRITE-FEE-EVENT.
           OPEN EXTEND FEE-EVENT-FILE.
           IF WS-FEV-STATUS NOT = '00'
               OPEN OUTPUT FEE-EVENT-FILE
           END-IF.
           IF WS-FEV-STATUS = '00'
               MOVE CLS-ACCT-NR TO FEV-ACCT-NR
               MOVE 'C' TO FEV-TYPE-CD
               MOVE CLS-CLOSE-DATE TO FEV-EVENT-DATE
               MOVE WS-RUN-DATE TO FEV-RUN-DATE
               MOVE SPACES TO FEV-REFERENCE
               MOVE CLS-CLOSE-DATE TO FEV-REFERENCE(1:8)
               MOVE CLO-SETTLEMENT TO FEV-BASE-AMT
               MOVE 'Y' TO FEV-PRICED-SW
               MOVE CLO-FEE-AMT TO FEV-FEE-AMT
               MOVE 'CI-CLOSEOUT' TO FEV-SOURCE-ID
               WRITE FEV-RECORD
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               CLOSE FEE-EVENT-FILE
           END-IF.

       WRITE-RUNLOG-START.
           MOVE 'CI-CLOSEOUT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.

           COPY PROMOCHKP.

           COPY HOLDCHKP.

           COPY FEECHKP.
