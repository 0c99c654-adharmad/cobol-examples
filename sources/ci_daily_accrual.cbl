      *
      * the accrual window comes from CIDLYPARM - start date and
      * day count - defaulting to a single day starting today
      *
      * an account on the CITXN deposit transaction ledger accrues
      * off the balance its last entry before the window left
      * rather than the CIPARM principal, and the customer's own
      * deposits and withdrawals inside the window move the balance
      * at the next step boundary - the point the schedule run
      * applies them - so a top-up is never accrued before the
      * statement credits interest on it.  an account with nothing
      * on the ledger accrues off its principal as before
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CI-DAILY-ACCRUAL.

           SELECT DLY-SUM-FILE ASSIGN TO 'CIDLYSUM'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TXN-LEDGER-FILE ASSIGN TO 'CITXN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS CTX-KEY
               FILE STATUS IS WS-TXN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CI-PARM-FILE.
       FD  DLY-SUM-FILE.
       01  DLY-SUM-LINE                PIC X(80).

       FD  TXN-LEDGER-FILE.
           COPY CITXNREC.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC XX.
       01  WS-PROD-STATUS              PIC XX.
       01  WS-DPARM-STATUS             PIC XX.
       01  WS-TXN-STATUS               PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-UNSUP-SW                 PIC X(01).
           88  TERMS-UNSUPPORTED               VALUE 'Y'.

      * the account's ledger position - the balance the window
      * opens on, and the customer's movements dated inside the
      * window, held until the step boundary they take effect at
       01  WS-LEDGER-OPEN-SW           PIC X(01) VALUE 'N'.
           88  LEDGER-IS-OPEN                  VALUE 'Y'.
       01  WS-LEDGER-SWEEP-SW          PIC X(01).
           88  LEDGER-SWEEP-DONE               VALUE 'Y'.
       01  DLY-MVT-COUNT               PIC 9(03).
       01  DLY-MVT-IDX                 PIC 9(03).
       01  DLY-MOVEMENT-TABLE.
           05 DLY-MOVEMENT OCCURS 100 TIMES.
              10 DLY-MVT-DATE          PIC 9(08).
              10 DLY-MVT-AMOUNT        PIC S9(09)V99.
       01  DLY-PENDING-ADJ             PIC S9(09)V99.
       01  DLY-NEW-BAL                 PIC S9(09)V99.

       01  SUM-HEADING-1 PIC X(80) VALUE
           'DAILY ACCRUAL LEDGER - MONTH-END SUMMARY'.
       01  SUM-HEADING-2 PIC X(80) VALUE
               '  TOTAL ACCRUED  '.
           05 SUM-GRAND-TOTAL          PIC $,$$$,$$$,$$9.9999.

           COPY PROMOCHKW.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CI-DAILY-ACCRUAL' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
               IF WS-PROD-STATUS = '00'
                   SET PRODCAT-IS-OPEN TO TRUE
               END-IF
               OPEN INPUT TXN-LEDGER-FILE
               IF WS-TXN-STATUS = '00'
                   SET LEDGER-IS-OPEN TO TRUE
               END-IF
               OPEN OUTPUT DLY-OUT-FILE
               OPEN OUTPUT DLY-SUM-FILE
               WRITE DLY-SUM-LINE FROM SUM-HEADING-1
               IF PRODCAT-IS-OPEN
                   CLOSE PROD-CAT-FILE
               END-IF
               IF LEDGER-IS-OPEN
                   CLOSE TXN-LEDGER-FILE
               END-IF
           END-IF.
           CLOSE CI-PARM-FILE.

      * the window defaults to a single day starting today; an
      * operator-supplied CIDLYPARM record overrides both
       GET-ACCRUAL-WINDOW.
           MOVE BDT-BUS-DATE TO WS-START-DATE.
           OPEN INPUT DLY-PARM-FILE.
           IF WS-DPARM-STATUS = '00'
               READ DLY-PARM-FILE
       ACCRUE-ONE-ACCOUNT.
           PERFORM RESOLVE-ACCOUNT-TERMS.

      * terms this day-by-day replica does not model - a tiered,
      * floating-rate, or promotional-rate product, a non-periodic
      * day-count basis, or a partial withdrawal on the record - are
      * flagged and skipped rather than accrued off a simpler schedule
      * than the statement's
           IF TERMS-UNSUPPORTED
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'CI-DAILY-ACCRUAL: ACCOUNT ' CIP-ACCT-NR
                   ' SKIPPED - TIERED, FLOATING-RATE, PROMOTIONAL, '
                   'NON-PERIODIC BASIS, OR PARTIAL WITHDRAWAL TERMS'
           ELSE
               ADD 1 TO WS-ACCT-COUNT
               PERFORM TAKE-LEDGER-POSITION
               MOVE WS-START-DATE TO DLY-ACCR-DATE
               MOVE WS-START-DATE(1:6) TO DLY-CUR-MONTH
               MOVE ZEROS TO DLY-MONTH-TOTAL
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
           WRITE DLY-OUT-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

           PERFORM VARYING DLY-MVT-IDX FROM 1 BY 1
                   UNTIL DLY-MVT-IDX > DLY-MVT-COUNT
               IF DLY-MVT-DATE(DLY-MVT-IDX) = DLY-ACCR-DATE
                   ADD DLY-MVT-AMOUNT(DLY-MVT-IDX) TO DLY-PENDING-ADJ
               END-IF
           END-PERFORM.

      * the balance capitalizes at the step boundary, the held
      * ledger movements land with it, and the next step's figures
      * are struck off the new balance
           IF DLY-DAY-IN-STEP = DLY-STEP-DAYS
               ADD DLY-STEP-INTEREST TO DLY-OPEN-BAL
               PERFORM FOLD-PENDING-MOVEMENTS
               PERFORM START-COMPOUNDING-STEP
           END-IF.

      * a withdrawal larger than the balance takes it to zero,
      * never below
       FOLD-PENDING-MOVEMENTS.
           COMPUTE DLY-NEW-BAL = DLY-OPEN-BAL + DLY-PENDING-ADJ.
           IF DLY-NEW-BAL < ZERO
               MOVE ZEROS TO DLY-OPEN-BAL
           ELSE
               MOVE DLY-NEW-BAL TO DLY-OPEN-BAL
           END-IF.
           MOVE ZEROS TO DLY-PENDING-ADJ.

      * the window opens on the balance the account's last ledger
      * entry before it left - the principal when the ledger has
      * none - and the customer's deposits and withdrawals dated
      * inside the window are gathered for the day loop
       TAKE-LEDGER-POSITION.
           MOVE CIP-PRINCIPAL TO DLY-OPEN-BAL.
           MOVE ZEROS TO DLY-MVT-COUNT.
           MOVE ZEROS TO DLY-PENDING-ADJ.
           IF LEDGER-IS-OPEN AND CIP-ACCT-NR IS NUMERIC
               MOVE CIP-ACCT-NR TO CTX-ACCT-NR
               MOVE ZEROS TO CTX-TXN-DATE
               MOVE ZEROS TO CTX-TXN-SEQ
               MOVE 'N' TO WS-LEDGER-SWEEP-SW
               START TXN-LEDGER-FILE KEY NOT < CTX-KEY
                   INVALID KEY
                       SET LEDGER-SWEEP-DONE TO TRUE
               END-START
               PERFORM UNTIL LEDGER-SWEEP-DONE
                   READ TXN-LEDGER-FILE NEXT RECORD
                       AT END
                           SET LEDGER-SWEEP-DONE TO TRUE
                       NOT AT END
                           IF CTX-ACCT-NR NOT = CIP-ACCT-NR
                               SET LEDGER-SWEEP-DONE TO TRUE
                           ELSE
                               PERFORM TAKE-ONE-LEDGER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       TAKE-ONE-LEDGER-ENTRY.
           IF CTX-TXN-DATE < WS-START-DATE
               IF CTX-BALANCE < ZERO
                   MOVE ZEROS TO DLY-OPEN-BAL
               ELSE
                   MOVE CTX-BALANCE TO DLY-OPEN-BAL
               END-IF
           ELSE
               IF CTX-FROM-CUSTOMER AND DLY-MVT-COUNT < 100
                   ADD 1 TO DLY-MVT-COUNT
                   MOVE CTX-TXN-DATE TO DLY-MVT-DATE(DLY-MVT-COUNT)
                   IF CTX-DEPOSIT
                       MOVE CTX-AMOUNT TO
                           DLY-MVT-AMOUNT(DLY-MVT-COUNT)
                   ELSE
                       COMPUTE DLY-MVT-AMOUNT(DLY-MVT-COUNT) =
                           ZERO - CTX-AMOUNT
                   END-IF
               END-IF
           END-IF.

       ADVANCE-ACCRUAL-DATE.
           SET DSV-FUNC-ADD-DAYS TO TRUE.
           MOVE DLY-ACCR-DATE TO DSV-DATE-1.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.

           COPY PROMOCHKP.
