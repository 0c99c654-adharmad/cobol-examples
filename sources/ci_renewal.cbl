      * maturity renewal run - CI-MATURITY-DIARY lists the accounts
      * reaching the end of their term, but every rollover was then
      * rekeyed by hand as a new CITERMS record.  this run browses
      * the CITERMS master for accounts whose term ends on the
      * business date - origination plus CIT-PERIOD years, carried
      * to the next banking day exactly as the diary computes it -
      * and strikes each one's final balance through the account's
      * own compounding frequency.
      *
      * an account whose maturity instruction is auto-renew has the
      * final balance capitalized into a new term of the same
      * length starting on the maturity date, at the PRODCAT rate in
      * force that day, and its CITERMS record is rewritten with the
      * new terms; the customer gets a renewal confirmation letter
      * on CIRENLTR.  the catalog's lifecycle state is honored - a
      * withdrawn or not-yet-offered product takes no renewals, and
      * an account with no product behind it has no catalog rate to
      * renew at - so those accounts are declined and left for the
      * renewals desk.  an account with no renew instruction matures
      * to payout and is registered on the CICLOSED flag file so the
      * statement run takes no further activity on it, and its
      * final balance is appended to the CISETLEXT settlement
      * extract for DEPOSIT-DISBURSE to pay.  an account under a
      * legal hold or lien on HOLDFILE on its maturity date is not
      * paid out - it is declined on the register until the hold is
      * released, as CI-CLOSEOUT refuses the same closure - and an
      * estate hold, which bars every transaction, stops a rollover
      * too.  every account handled lists on the CIRENREG register
      * as renewed, declined or paid out.
      *
      * tiered, floating-rate, promotional, non-periodic-basis, partial-
      * withdrawal and early-withdrawal terms, and customer deposits or
      * withdrawals on the CITXN ledger, are not modeled by this
      * maturity math, the same limit CI-CLOSEOUT keeps - they are
      * declined for manual handling rather than struck off a simpler
      * schedule than the statement's
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CI-RENEWAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CI-TERMS-FILE ASSIGN TO 'CITERMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS CIT-ACCT-NR
               FILE STATUS IS WS-TERMS-STATUS.

           SELECT PROD-CAT-FILE ASSIGN TO 'PRODCAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.

           SELECT CLOSED-FLAG-FILE ASSIGN TO 'CICLOSED'
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

           SELECT CUST-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS CUST-ACCT-NR
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCT-REL-FILE ASSIGN TO 'ACCTREL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS ACR-KEY
               FILE STATUS IS WS-REL-STATUS.

           SELECT HOLD-FILE ASSIGN TO 'HOLDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS HLD-KEY
               FILE STATUS IS HOLD-CHK-STATUS.

           SELECT LETTER-FILE ASSIGN TO 'CIRENLTR'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-FILE ASSIGN TO 'CIRENREG'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CI-TERMS-FILE.
           COPY CITERMRC.

       FD  PROD-CAT-FILE.
           COPY PRODREC.

      * the closed-account flag file CI-CLOSEOUT keeps - a paid-out
      * maturity is registered here the same way
       FD  CLOSED-FLAG-FILE.
       01  CLOSED-FLAG-RECORD.
           05 CFG-ACCT-NR              PIC 9(10).
           05 CFG-CLOSE-DATE           PIC 9(08).
           05 CFG-RUN-DATE             PIC 9(08).

       FD  SETTLE-EXT-FILE.
           COPY CISETLRC.

       FD  TXN-LEDGER-FILE.
           COPY CITXNREC.

       FD  CUST-FILE.
           COPY CUSTREC.

       FD  ACCT-REL-FILE.
           COPY ACRELREC.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  LETTER-FILE.
       01  LETTER-LINE                 PIC X(80).

       FD  REGISTER-FILE.
       01  REGISTER-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TERMS-STATUS             PIC XX.
       01  WS-PROD-STATUS              PIC XX.
       01  WS-FLAG-STATUS              PIC XX.
       01  WS-SETL-STATUS              PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-REL-STATUS               PIC XX.
       01  WS-LDG-STATUS               PIC XX.
       01  WS-LDG-SWEEP-SW             PIC X(01).
           88  LDG-SWEEP-DONE                  VALUE 'Y'.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.

           COPY RUNLOGW.

           COPY DATESRVW.

           COPY BUSDAYW.

           COPY HOLDCHKW.

       01  WS-PROD-OPEN-SW             PIC X(01) VALUE 'N'.
           88  PRODCAT-IS-OPEN                 VALUE 'Y'.
       01  WS-CUST-OPEN-SW             PIC X(01) VALUE 'N'.
           88  CUSTFILE-IS-OPEN                VALUE 'Y'.
       01  WS-CUST-FOUND-SW            PIC X(01).
           88  CUSTOMER-FOUND                  VALUE 'Y'.
       01  WS-REL-OPEN-SW              PIC X(01) VALUE 'N'.
           88  ACCTREL-IS-OPEN                 VALUE 'Y'.
       01  WS-CLOSED-SW                PIC X(01).
           88  ACCOUNT-IS-CLOSED               VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-START-DATE               PIC 9(08).
       01  WS-TERM-DAYS                PIC S9(07).
       01  WS-MATURITY-DATE            PIC 9(08).

       01  WS-RENEWED-COUNT            PIC 9(05) VALUE ZEROS.
       01  WS-DECLINED-COUNT           PIC 9(05) VALUE ZEROS.
       01  WS-PAYOUT-COUNT             PIC 9(05) VALUE ZEROS.

      * the expiring term after product resolution, and the final
      * balance struck at its maturity
       01  WS-UNSUP-SW                 PIC X(01).
           88  TERMS-UNSUPPORTED               VALUE 'Y'.
       01  WS-PROD-FOUND-SW            PIC X(01).
           88  PRODUCT-FOUND                   VALUE 'Y'.
       01  REN-RATE                    PIC 9(02)V99.
       01  REN-FREQ-CD                 PIC X(01).
           88  REN-FREQ-IS-MONTHLY             VALUE 'M'.
           88  REN-FREQ-IS-QUARTERLY           VALUE 'Q'.
           88  REN-FREQ-IS-DAILY               VALUE 'D'.
       01  REN-EXTRA-PMT-PERIOD        PIC 9(04).
       01  REN-EXTRA-PMT-AMT           PIC 9(08)V99.
       01  REN-PERIODS-PER-YEAR        PIC 9(03).
       01  REN-PERIOD-IDX              PIC 9(04).
       01  REN-STEP-IDX                PIC 9(03).
       01  REN-OLD-PRINCIPAL           PIC 9(08)V99.
       01  REN-BALANCE                 PIC 9(08)V99.
       01  REN-INTEREST                PIC 9(08)V99.
       01  REN-DECLINE-REASON          PIC X(24).

      * joint accounts - every holder on the ACCTREL relationship
      * file gets their own copy of the confirmation, addressed to
      * them; an account with no relationship entries gets the
      * single master-addressed letter
       01  WS-HOLDER-COUNT             PIC 9(02).
       01  WS-LETTER-COUNT             PIC 9(05) VALUE ZEROS.
       01  WS-ADDRESSEE-NAME           PIC X(30).
       01  WS-ADDRESSEE-ADDR-1         PIC X(30).
       01  WS-ADDRESSEE-ADDR-2         PIC X(30).
       01  WS-ADDRESSEE-SW             PIC X(01).
           88  ADDRESSEE-KNOWN                 VALUE 'Y'.

      * every letter issued is registered on the CONTHIST
      * contact-history ledger
           COPY CONTLGW.

       01  LTR-BREAK-LINE              PIC X(80) VALUE ALL '='.
       01  LTR-TITLE-LINE              PIC X(80) VALUE
           'CONFIRMATION OF TERM DEPOSIT RENEWAL'.

       01  LTR-ACCT-LINE.
           05 FILLER                   PIC X(08) VALUE 'ACCOUNT '.
           05 LTR-ACCT-NR              PIC 9(10).
           05 FILLER                   PIC X(14) VALUE
               '  RENEWED ON  '.
           05 LTR-MATURITY-DATE        PIC 9(08).

       01  LTR-AMOUNT-LINE.
           05 LTR-AMOUNT-LABEL         PIC X(26).
           05 LTR-AMOUNT               PIC $$$,$$$,$$9.99.

       01  LTR-TERM-LINE.
           05 FILLER                   PIC X(26) VALUE
               'NEW TERM -                '.
           05 LTR-PERIOD               PIC Z(3)9.
           05 FILLER                   PIC X(11) VALUE
               ' YEAR(S) AT'.
           05 LTR-RATE                 PIC ZZ9.99.
           05 FILLER                   PIC X(13) VALUE
               '% PER ANNUM, '.
           05 FILLER                   PIC X(08) VALUE 'PRODUCT '.
           05 LTR-PRODUCT-CD           PIC X(06).

       01  REG-HEADING-1 PIC X(80) VALUE
           'MATURITY RENEWAL REGISTER'.
       01  REG-HEADING-2 PIC X(80) VALUE
           'ACCOUNT    MATURES   MATURITY VALUE  OUTCOME   NOTE'.

       01  REG-DETAIL-LINE.
           05 REG-ACCT-NR              PIC 9(10).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 REG-MATURITY-DATE        PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 REG-BALANCE              PIC $$$,$$$,$$9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 REG-OUTCOME              PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 REG-NOTE                 PIC X(24).

       01  REG-TRAILER-LINE.
           05 REG-TRL-LABEL            PIC X(20).
           05 REG-TRL-COUNT            PIC Z(4)9.

           COPY PROMOCHKW.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CI-RENEWAL' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           OPEN I-O CI-TERMS-FILE.
           IF WS-TERMS-STATUS NOT = '00'
               DISPLAY 'CI-RENEWAL: NO CITERMS MASTER AVAILABLE'
           ELSE
               OPEN INPUT PROD-CAT-FILE
               IF WS-PROD-STATUS = '00'
                   SET PRODCAT-IS-OPEN TO TRUE
               END-IF
               OPEN INPUT CUST-FILE
               IF WS-CUST-STATUS = '00'
                   SET CUSTFILE-IS-OPEN TO TRUE
               END-IF
               OPEN INPUT ACCT-REL-FILE
               IF WS-REL-STATUS = '00'
                   SET ACCTREL-IS-OPEN TO TRUE
               END-IF
               OPEN OUTPUT LETTER-FILE
               OPEN OUTPUT REGISTER-FILE
               WRITE REGISTER-LINE FROM REG-HEADING-1
               WRITE REGISTER-LINE FROM REG-HEADING-2

               PERFORM READ-TERMS-RECORD
               PERFORM UNTIL WS-TERMS-STATUS NOT = '00'
                   PERFORM CHECK-ONE-ACCOUNT
                   PERFORM READ-TERMS-RECORD
               END-PERFORM

               PERFORM WRITE-REGISTER-TRAILER
               CLOSE REGISTER-FILE
               CLOSE LETTER-FILE
               IF ACCTREL-IS-OPEN
                   CLOSE ACCT-REL-FILE
               END-IF
               IF CUSTFILE-IS-OPEN
                   CLOSE CUST-FILE
               END-IF
               IF PRODCAT-IS-OPEN
                   CLOSE PROD-CAT-FILE
               END-IF
           END-IF.
           CLOSE CI-TERMS-FILE.

       READ-TERMS-RECORD.
           READ CI-TERMS-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-TERMS-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * term end is origination plus the term in days - a schedule
      * period is a year - carried to the next banking day, the
      * maturity diary's convention, so an account the diary
      * listed for a date is handled on that business date
       CHECK-ONE-ACCOUNT.
           IF CIT-START-DATE IS NUMERIC AND CIT-START-DATE > ZEROS
               MOVE CIT-START-DATE TO WS-START-DATE
               SET DSV-FUNC-ADD-DAYS TO TRUE
               MOVE WS-START-DATE TO DSV-DATE-1
               COMPUTE WS-TERM-DAYS = CIT-PERIOD * 365
               MOVE WS-TERM-DAYS TO DSV-DAYS
               CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS
               IF NOT DSV-STAT-OK
                   DISPLAY 'CI-RENEWAL: BAD ORIGINATION DATE ON '
                       CIT-ACCT-NR ' - SKIPPED'
               ELSE
                   MOVE DSV-DATE-OUT TO WS-MATURITY-DATE
                   SET BDY-FUNC-NEXT-BUSDAY TO TRUE
                   MOVE WS-MATURITY-DATE TO BDY-DATE-IN
                   CALL 'BUSDAY-SERVICE' USING BUSDAY-PARMS
                   IF BDY-STAT-OK
                       MOVE BDY-DATE-OUT TO WS-MATURITY-DATE
                   END-IF
                   IF WS-MATURITY-DATE = WS-RUN-DATE
                       PERFORM CHECK-ACCOUNT-CLOSED
                       IF NOT ACCOUNT-IS-CLOSED
                           PERFORM MATURE-ONE-ACCOUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * an account CI-CLOSEOUT has already settled has nothing
      * left to mature
       CHECK-ACCOUNT-CLOSED.
           MOVE 'N' TO WS-CLOSED-SW.
           OPEN INPUT CLOSED-FLAG-FILE.
           IF WS-FLAG-STATUS = '00'
               PERFORM READ-CLOSED-FLAG
               PERFORM UNTIL WS-FLAG-STATUS NOT = '00'
                       OR ACCOUNT-IS-CLOSED
                   IF CFG-ACCT-NR = CIT-ACCT-NR
                       SET ACCOUNT-IS-CLOSED TO TRUE
                   ELSE
                       PERFORM READ-CLOSED-FLAG
                   END-IF
               END-PERFORM
               CLOSE CLOSED-FLAG-FILE
           END-IF.

       READ-CLOSED-FLAG.
           READ CLOSED-FLAG-FILE
               AT END
                   MOVE '10' TO WS-FLAG-STATUS
           END-READ.

       MATURE-ONE-ACCOUNT.
           PERFORM RESOLVE-EXPIRING-TERMS.
           MOVE CIT-ACCT-NR TO REG-ACCT-NR.
           MOVE WS-MATURITY-DATE TO REG-MATURITY-DATE.
           IF TERMS-UNSUPPORTED
               MOVE ZEROS TO REG-BALANCE
               MOVE 'DECLINED' TO REG-OUTCOME
               MOVE 'MANUAL MATURITY REQD    ' TO REG-NOTE
               ADD 1 TO WS-DECLINED-COUNT
               PERFORM WRITE-REGISTER-LINE
               DISPLAY 'CI-RENEWAL: ACCOUNT ' CIT-ACCT-NR
                   ' NOT MATURED - TIERED, FLOATING-RATE, PROMOTIONAL, '
                   'NON-PERIODIC BASIS, WITHDRAWAL TERMS, OR LEDGER '
                   'MOVEMENTS'
           ELSE
               PERFORM COMPUTE-MATURITY-VALUE
               MOVE REN-BALANCE TO REG-BALANCE
               MOVE CIT-ACCT-NR TO HOLD-CHK-ACCT-NR
               MOVE WS-MATURITY-DATE TO HOLD-CHK-DATE
               PERFORM CHECK-ACCOUNT-HOLDS
               EVALUATE TRUE
                   WHEN HOLD-CHK-ESTATE
                       PERFORM DECLINE-HELD-ACCOUNT
                   WHEN CIT-AUTO-RENEW
                       PERFORM RENEW-ONE-ACCOUNT
                   WHEN HOLD-CHK-IN-FORCE
                       PERFORM DECLINE-HELD-ACCOUNT
                   WHEN OTHER
                       PERFORM PAY-OUT-ONE-ACCOUNT
               END-EVALUATE
           END-IF.

      * a hold in force on the maturity date leaves the account
      * open and unpaid for the renewals desk once it is released
       DECLINE-HELD-ACCOUNT.
           MOVE 'DECLINED' TO REG-OUTCOME.
           MOVE 'HOLD IN FORCE - REFUSED ' TO REG-NOTE.
           ADD 1 TO WS-DECLINED-COUNT.
           PERFORM WRITE-REGISTER-LINE.
           DISPLAY 'CI-RENEWAL: ACCOUNT ' CIT-ACCT-NR
               ' NOT MATURED - HOLD ' HOLD-CHK-REF ' IN FORCE'.

      * the expiring term's rate and frequency, with the catalog's
      * terms replacing the record's own unless negotiated - the
      * same resolution the statement run applies.  the catalog
      * entry read here is also the one the renewal takes its new
      * rate from
       RESOLVE-EXPIRING-TERMS.
           MOVE 'N' TO WS-UNSUP-SW.
           MOVE 'N' TO WS-PROD-FOUND-SW.
           MOVE CIT-RATE TO REN-RATE.
           MOVE CIT-FREQ-CD TO REN-FREQ-CD.
           MOVE CIT-EXTRA-PMT-PERIOD TO REN-EXTRA-PMT-PERIOD.
           MOVE CIT-EXTRA-PMT-AMT TO REN-EXTRA-PMT-AMT.
           IF CIT-PRODUCT-CD NOT = SPACES AND PRODCAT-IS-OPEN
               MOVE CIT-PRODUCT-CD TO PROD-CODE
               READ PROD-CAT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PRODUCT-FOUND TO TRUE
               END-READ
           END-IF.
           IF PRODUCT-FOUND AND CIT-OVERRIDE-SW NOT = 'Y'
               MOVE PROD-RATE TO REN-RATE
               IF PROD-FREQ-CD NOT = SPACE
                   MOVE PROD-FREQ-CD TO REN-FREQ-CD
               END-IF
               MOVE PROD-EXTRA-PMT-PERIOD TO REN-EXTRA-PMT-PERIOD
               MOVE PROD-EXTRA-PMT-AMT TO REN-EXTRA-PMT-AMT
               IF (PROD-TIER-COUNT IS NUMERIC
                       AND PROD-TIER-COUNT > ZERO)
                       OR PROD-BASIS-CD = 'A'
                       OR PROD-BASIS-CD = 'T'
                       OR PROD-INDEX-CD = 'S'
                       OR PROD-INDEX-CD = 'P'
                   SET TERMS-UNSUPPORTED TO TRUE
               END-IF
               MOVE ZEROS TO PROMO-CHK-OPEN-DATE
               IF CIT-START-DATE IS NUMERIC
                   MOVE CIT-START-DATE TO PROMO-CHK-OPEN-DATE
               END-IF
               PERFORM CHECK-PROMO-ELIGIBLE
               IF PROMO-CHK-APPLIES
                   SET TERMS-UNSUPPORTED TO TRUE
               END-IF
           END-IF.
           IF CIT-PARTIAL-WD-PERIOD IS NUMERIC
                   AND CIT-PARTIAL-WD-PERIOD > ZEROS
               SET TERMS-UNSUPPORTED TO TRUE
           END-IF.
           IF CIT-WITHDRAW-PERIOD IS NUMERIC
                   AND CIT-WITHDRAW-PERIOD > ZEROS
               SET TERMS-UNSUPPORTED TO TRUE
           END-IF.
           PERFORM CHECK-LEDGER-MOVEMENTS.

      * a customer deposit or withdrawal on the CITXN ledger since
      * the term started moves the balance off the terms' own
      * schedule, which this math does not replay - such an
      * account is handled by hand like the other unmodeled terms
       CHECK-LEDGER-MOVEMENTS.
           MOVE 'N' TO WS-LDG-SWEEP-SW.
           OPEN INPUT TXN-LEDGER-FILE.
           IF WS-LDG-STATUS = '00'
               MOVE CIT-ACCT-NR TO CTX-ACCT-NR
               MOVE WS-START-DATE TO CTX-TXN-DATE
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
                           IF CTX-ACCT-NR NOT = CIT-ACCT-NR
                               SET LDG-SWEEP-DONE TO TRUE
                           ELSE
                               IF CTX-FROM-CUSTOMER
                                   SET TERMS-UNSUPPORTED TO TRUE
                                   SET LDG-SWEEP-DONE TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TXN-LEDGER-FILE
           END-IF.

      * the full term compounds exactly as RUN-SCHEDULE runs it -
      * every schedule period capitalizes its compounding steps at
      * the account's frequency, and the extra payment lands at
      * the end of its period.  an account paying its interest out
      * has had every interval's interest paid away as it fell due,
      * so it matures on its flat principal
       COMPUTE-MATURITY-VALUE.
           MOVE CIT-PRINCIPAL TO REN-BALANCE.
           MOVE CIT-PRINCIPAL TO REN-OLD-PRINCIPAL.
           EVALUATE TRUE
               WHEN REN-FREQ-IS-MONTHLY
                   MOVE 12 TO REN-PERIODS-PER-YEAR
               WHEN REN-FREQ-IS-QUARTERLY
                   MOVE 4 TO REN-PERIODS-PER-YEAR
               WHEN REN-FREQ-IS-DAILY
                   MOVE 365 TO REN-PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE 1 TO REN-PERIODS-PER-YEAR
           END-EVALUATE.

           IF NOT CIT-INTEREST-COMPOUNDS
               MOVE ZEROS TO REN-PERIODS-PER-YEAR
           END-IF.

           PERFORM VARYING REN-PERIOD-IDX FROM 1 BY 1
                   UNTIL REN-PERIOD-IDX > CIT-PERIOD
               PERFORM VARYING REN-STEP-IDX FROM 1 BY 1
                       UNTIL REN-STEP-IDX > REN-PERIODS-PER-YEAR
                   COMPUTE REN-BALANCE ROUNDED =
                       REN-BALANCE +
                       (REN-BALANCE * REN-RATE / 100 /
                           REN-PERIODS-PER-YEAR)
               END-PERFORM
               IF REN-PERIOD-IDX = REN-EXTRA-PMT-PERIOD
                   ADD REN-EXTRA-PMT-AMT TO REN-BALANCE
               END-IF
           END-PERFORM.

           COMPUTE REN-INTEREST =
               REN-BALANCE - REN-OLD-PRINCIPAL.

      * the catalog decides whether a renewal is possible - a
      * withdrawn or proposed product takes nothing new, and a
      * closed-to-new product keeps honoring the accounts already
      * on it, so its holders still roll over
       RENEW-ONE-ACCOUNT.
           MOVE SPACES TO REN-DECLINE-REASON.
           EVALUATE TRUE
               WHEN CIT-PRODUCT-CD = SPACES
                   MOVE 'NO PRODUCT ON TERMS     ' TO
                       REN-DECLINE-REASON
               WHEN NOT PRODUCT-FOUND
                   MOVE 'PRODUCT NOT ON CATALOG  ' TO
                       REN-DECLINE-REASON
               WHEN PROD-STATE-WITHDRAWN
                   MOVE 'PRODUCT WITHDRAWN       ' TO
                       REN-DECLINE-REASON
               WHEN PROD-STATE-PROPOSED
                   MOVE 'PRODUCT NOT YET OFFERED ' TO
                       REN-DECLINE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF REN-DECLINE-REASON NOT = SPACES
               MOVE 'DECLINED' TO REG-OUTCOME
               MOVE REN-DECLINE-REASON TO REG-NOTE
               ADD 1 TO WS-DECLINED-COUNT
               PERFORM WRITE-REGISTER-LINE
           ELSE
               PERFORM WRITE-RENEWED-TERMS
           END-IF.

      * the new term runs the same length from the maturity date
      * on the catalog's current terms - a negotiated rate covered
      * the term that has just ended, so the override goes with
      * it, and the one-off events of the old term do not carry
      * into the new one
       WRITE-RENEWED-TERMS.
           MOVE REN-BALANCE TO CIT-PRINCIPAL.
           MOVE WS-MATURITY-DATE TO CIT-START-DATE.
           MOVE PROD-RATE TO CIT-RATE.
           IF PROD-FREQ-CD NOT = SPACE
               MOVE PROD-FREQ-CD TO CIT-FREQ-CD
           END-IF.
           MOVE PROD-PENALTY-MONTHS TO CIT-PENALTY-MONTHS.
           MOVE PROD-EXTRA-PMT-PERIOD TO CIT-EXTRA-PMT-PERIOD.
           MOVE PROD-EXTRA-PMT-AMT TO CIT-EXTRA-PMT-AMT.
           MOVE ZEROS TO CIT-WITHDRAW-PERIOD.
           MOVE ZEROS TO CIT-PARTIAL-WD-PERIOD.
           MOVE ZEROS TO CIT-PARTIAL-WD-AMT.
           MOVE SPACE TO CIT-OVERRIDE-SW.
           REWRITE CIT-RECORD
               INVALID KEY
                   MOVE 'DECLINED' TO REG-OUTCOME
                   MOVE 'REWRITE OF TERMS FAILED ' TO REG-NOTE
                   ADD 1 TO WS-DECLINED-COUNT
               NOT INVALID KEY
                   MOVE 'RENEWED ' TO REG-OUTCOME
                   MOVE 'ROLLED INTO NEW TERM    ' TO REG-NOTE
                   ADD 1 TO WS-RENEWED-COUNT
                   ADD 1 TO RUNLOG-WRITTEN-COUNT
                   PERFORM ISSUE-RENEWAL-LETTERS
           END-REWRITE.
           PERFORM WRITE-REGISTER-LINE.

      * the closed flag is appended the moment the payout is
      * struck, so the statement run refuses the account that same
      * night
       PAY-OUT-ONE-ACCOUNT.
           OPEN EXTEND CLOSED-FLAG-FILE.
           IF WS-FLAG-STATUS NOT = '00'
               OPEN OUTPUT CLOSED-FLAG-FILE
           END-IF.
           IF WS-FLAG-STATUS = '00'
               MOVE CIT-ACCT-NR TO CFG-ACCT-NR
               MOVE WS-MATURITY-DATE TO CFG-CLOSE-DATE
               MOVE WS-RUN-DATE TO CFG-RUN-DATE
               WRITE CLOSED-FLAG-RECORD
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               CLOSE CLOSED-FLAG-FILE
           END-IF.
           OPEN EXTEND SETTLE-EXT-FILE.
           IF WS-SETL-STATUS NOT = '00'
               OPEN OUTPUT SETTLE-EXT-FILE
           END-IF.
           IF WS-SETL-STATUS = '00'
               MOVE CIT-ACCT-NR TO CSX-ACCT-NR
               SET CSX-MATURITY TO TRUE
               MOVE WS-MATURITY-DATE TO CSX-EVENT-DATE
               MOVE WS-RUN-DATE TO CSX-RUN-DATE
               MOVE REN-OLD-PRINCIPAL TO CSX-PRINCIPAL
               MOVE REN-INTEREST TO CSX-INTEREST
               MOVE ZEROS TO CSX-PENALTY
               MOVE REN-BALANCE TO CSX-SETTLEMENT
               MOVE CIT-CURRENCY-CD TO CSX-CURRENCY-CD
               WRITE CSX-RECORD
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               CLOSE SETTLE-EXT-FILE
           END-IF.
           MOVE 'PAYOUT  ' TO REG-OUTCOME.
           MOVE 'MATURED TO PAYOUT       ' TO REG-NOTE.
           ADD 1 TO WS-PAYOUT-COUNT.
           PERFORM WRITE-REGISTER-LINE.

      * one renewal fans out to every holder the relationship file
      * knows for the account; an account with no holders on file
      * gets its single master-addressed letter
       ISSUE-RENEWAL-LETTERS.
           MOVE ZEROS TO WS-HOLDER-COUNT.
           IF ACCTREL-IS-OPEN
               PERFORM FAN-OUT-TO-HOLDERS
           END-IF.
           IF WS-HOLDER-COUNT = ZEROS
               PERFORM LOOKUP-CUSTOMER
               MOVE 'N' TO WS-ADDRESSEE-SW
               IF CUSTOMER-FOUND
                   MOVE CUST-NAME TO WS-ADDRESSEE-NAME
                   MOVE CUST-ADDR-LINE-1 TO WS-ADDRESSEE-ADDR-1
                   MOVE CUST-ADDR-LINE-2 TO WS-ADDRESSEE-ADDR-2
                   SET ADDRESSEE-KNOWN TO TRUE
               END-IF
               PERFORM WRITE-ONE-LETTER
           END-IF.

       LOOKUP-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SW.
           IF CUSTFILE-IS-OPEN
               MOVE CIT-ACCT-NR TO CUST-ACCT-NR
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CUSTOMER-FOUND TO TRUE
               END-READ
           END-IF.

       FAN-OUT-TO-HOLDERS.
           MOVE CIT-ACCT-NR TO ACR-ACCT-NR.
           MOVE SPACES TO ACR-DOC-NR.
           START ACCT-REL-FILE KEY NOT < ACR-KEY
               INVALID KEY
                   MOVE '23' TO WS-REL-STATUS
           END-START.
           PERFORM UNTIL WS-REL-STATUS NOT = '00'
               READ ACCT-REL-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-REL-STATUS
                   NOT AT END
                       IF ACR-ACCT-NR NOT = CIT-ACCT-NR
                           MOVE '10' TO WS-REL-STATUS
                       ELSE
                           ADD 1 TO WS-HOLDER-COUNT
                           MOVE ACR-NAME TO WS-ADDRESSEE-NAME
                           MOVE ACR-ADDR-LINE-1 TO
                               WS-ADDRESSEE-ADDR-1
                           MOVE ACR-ADDR-LINE-2 TO
                               WS-ADDRESSEE-ADDR-2
                           SET ADDRESSEE-KNOWN TO TRUE
                           PERFORM WRITE-ONE-LETTER
                       END-IF
               END-READ
           END-PERFORM.
           MOVE '00' TO WS-REL-STATUS.

       WRITE-ONE-LETTER.
           ADD 1 TO WS-LETTER-COUNT.
           WRITE LETTER-LINE FROM LTR-TITLE-LINE.
           IF ADDRESSEE-KNOWN
               WRITE LETTER-LINE FROM WS-ADDRESSEE-NAME
               WRITE LETTER-LINE FROM WS-ADDRESSEE-ADDR-1
               WRITE LETTER-LINE FROM WS-ADDRESSEE-ADDR-2
           END-IF.
           MOVE CIT-ACCT-NR TO LTR-ACCT-NR.
           MOVE WS-MATURITY-DATE TO LTR-MATURITY-DATE.
           WRITE LETTER-LINE FROM LTR-ACCT-LINE.
           MOVE 'MATURING PRINCIPAL -      ' TO LTR-AMOUNT-LABEL.
           MOVE REN-OLD-PRINCIPAL TO LTR-AMOUNT.
           WRITE LETTER-LINE FROM LTR-AMOUNT-LINE.
           MOVE 'INTEREST CAPITALIZED -    ' TO LTR-AMOUNT-LABEL.
           MOVE REN-INTEREST TO LTR-AMOUNT.
           WRITE LETTER-LINE FROM LTR-AMOUNT-LINE.
           MOVE 'NEW PRINCIPAL -           ' TO LTR-AMOUNT-LABEL.
           MOVE REN-BALANCE TO LTR-AMOUNT.
           WRITE LETTER-LINE FROM LTR-AMOUNT-LINE.
           MOVE CIT-PERIOD TO LTR-PERIOD.
           MOVE CIT-RATE TO LTR-RATE.
           MOVE CIT-PRODUCT-CD TO LTR-PRODUCT-CD.
           WRITE LETTER-LINE FROM LTR-TERM-LINE.
           WRITE LETTER-LINE FROM LTR-BREAK-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

           MOVE CIT-ACCT-NR TO CLOG-ACCT-NR.
           MOVE 'RENEWAL   ' TO CLOG-DOC-TYPE.
           MOVE 'CIRENLTR  ' TO CLOG-STREAM.
           MOVE SPACES TO CLOG-REFERENCE.
           MOVE WS-MATURITY-DATE TO CLOG-REFERENCE(1:8).
           CALL 'CONTACTLOG' USING CONTACT-LOG-PARMS.

       WRITE-REGISTER-LINE.
           WRITE REGISTER-LINE FROM REG-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-REGISTER-TRAILER.
           MOVE 'ACCOUNTS RENEWED -  ' TO REG-TRL-LABEL.
           MOVE WS-RENEWED-COUNT TO REG-TRL-COUNT.
           WRITE REGISTER-LINE FROM REG-TRAILER-LINE.
           MOVE 'ACCOUNTS DECLINED - ' TO REG-TRL-LABEL.
           MOVE WS-DECLINED-COUNT TO REG-TRL-COUNT.
           WRITE REGISTER-LINE FROM REG-TRAILER-LINE.
           MOVE 'ACCOUNTS PAID OUT - ' TO REG-TRL-LABEL.
           MOVE WS-PAYOUT-COUNT TO REG-TRL-COUNT.
           WRITE REGISTER-LINE FROM REG-TRAILER-LINE.
           ADD 3 TO RUNLOG-WRITTEN-COUNT.

       WRITE-RUNLOG-START.
           MOVE 'CI-RENEWAL' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'CI-RENEWAL' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.

           COPY PROMOCHKP.

           COPY HOLDCHKP.
