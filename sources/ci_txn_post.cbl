      * customer transaction posting run - the only money movements
      * the statement run knew were the one extra payment and the
      * one partial withdrawal on each account's terms, while
      * customers top up and draw down several times over a term.
      * this run reads the day's teller and branch transactions
      * from CITXNIN (account, transaction date, 'D' deposit or 'W'
      * withdrawal, amount, and the branch's own reference) and
      * posts each one to the CITXN deposit transaction ledger
      * through TXNLEDGER, which strikes the balance the account
      * stands at afterwards.  an account posting for the first
      * time is taken on at its CITERMS principal and start date.
      *
      * a transaction is refused when the account is not on the
      * CITERMS master or is flagged closed on CICLOSED, when it is
      * dated after the business date or before the account's
      * start date, when the code or amount is not usable, when a
      * withdrawal would overdraw the account on its date, or when
      * it would break a legal hold or lien on HOLDFILE - a full
      * hold refuses every withdrawal, a partial hold any that would
      * take the balance below the amount held, and the estate hold
      * on a deceased sole owner's account refuses everything.  a
      * reference already posted to the account is reported as a
      * duplicate and not posted twice, so a feed resent after an
      * interruption is harmless.  every transaction lists on the
      * CITXNRPT register with the balance struck or the reason it
      * was refused, and the register closes with the day's counts
      * and totals
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CI-TXN-POST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-IN-FILE ASSIGN TO 'CITXNIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT CI-TERMS-FILE ASSIGN TO 'CITERMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS CIT-ACCT-NR
               FILE STATUS IS WS-TERMS-STATUS.

           SELECT CLOSED-FLAG-FILE ASSIGN TO 'CICLOSED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-STATUS.

           SELECT HOLD-FILE ASSIGN TO 'HOLDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS HLD-KEY
               FILE STATUS IS HOLD-CHK-STATUS.

           SELECT TXN-LEDGER-FILE ASSIGN TO 'CITXN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS CTX-KEY
               FILE STATUS IS WS-LDG-STATUS.

           SELECT TXN-RPT-FILE ASSIGN TO 'CITXNRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TXN-IN-FILE.
       01  TXN-IN-RECORD.
           05 TXI-ACCT-NR              PIC 9(10).
           05 TXI-TXN-DATE             PIC 9(08).
           05 TXI-TXN-CD               PIC X(01).
           05 TXI-AMOUNT               PIC 9(08)V99.
           05 TXI-REFERENCE            PIC X(16).

       FD  CI-TERMS-FILE.
           COPY CITERMRC.

       FD  CLOSED-FLAG-FILE.
       01  CLOSED-FLAG-RECORD.
           05 CFG-ACCT-NR              PIC 9(10).
           05 CFG-CLOSE-DATE           PIC 9(08).
           05 CFG-RUN-DATE             PIC 9(08).

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  TXN-LEDGER-FILE.
           COPY CITXNREC.

       FD  TXN-RPT-FILE.
       01  TXN-RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS               PIC XX.
       01  WS-TERMS-STATUS             PIC XX.
       01  WS-FLAG-STATUS              PIC XX.
       01  WS-LDG-STATUS               PIC XX.
       01  WS-LDG-SWEEP-SW             PIC X(01).
           88  LDG-SWEEP-DONE                  VALUE 'Y'.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.

           COPY RUNLOGW.

           COPY TXNLGW.

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-TERMS-OPEN-SW            PIC X(01) VALUE 'N'.
           88  TERMS-IS-OPEN                   VALUE 'Y'.
       01  WS-CLOSED-SW                PIC X(01).
           88  ACCOUNT-IS-CLOSED               VALUE 'Y'.
       01  WS-REFUSAL                  PIC X(24).

      * a withdrawal under a partial hold may only take what the
      * balance on its date holds over the amount held
           COPY HOLDCHKW.
       01  WS-HOLD-BALANCE             PIC S9(09)V99.
       01  WS-HOLD-FREE                PIC S9(09)V99.

       01  WS-POSTED-COUNT             PIC 9(05) VALUE ZEROS.
       01  WS-DUP-COUNT                PIC 9(05) VALUE ZEROS.
       01  WS-REFUSED-COUNT            PIC 9(05) VALUE ZEROS.
       01  WS-DEPOSIT-TOTAL            PIC 9(10)V99 VALUE ZEROS.
       01  WS-WITHDRAW-TOTAL           PIC 9(10)V99 VALUE ZEROS.

       01  RPT-HEADING-1 PIC X(80) VALUE
           'CUSTOMER TRANSACTION POSTING REGISTER'.
       01  RPT-HEADING-2 PIC X(80) VALUE
           'ACCOUNT     DATE     CD        AMOUNT        BALANCE  NOTE'.

       01  RPT-DETAIL-LINE.
           05 RPT-ACCT-NR              PIC 9(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-TXN-DATE             PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-TXN-CD               PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-AMOUNT               PIC $$$,$$$,$$9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-BALANCE              PIC $$$,$$$,$$9.99-.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-NOTE                 PIC X(24).

       01  RPT-COUNT-LINE.
           05 FILLER                   PIC X(10) VALUE 'POSTED -  '.
           05 RPT-POSTED-COUNT         PIC Z(4)9.
           05 FILLER                   PIC X(16) VALUE
               '   DUPLICATES - '.
           05 RPT-DUP-COUNT            PIC Z(4)9.
           05 FILLER                   PIC X(13) VALUE
               '   REFUSED - '.
           05 RPT-REFUSED-COUNT        PIC Z(4)9.

       01  RPT-TOTAL-LINE.
           05 FILLER                   PIC X(11) VALUE 'DEPOSITS - '.
           05 RPT-DEPOSIT-TOTAL        PIC $,$$$,$$$,$$9.99.
           05 FILLER                   PIC X(17) VALUE
               '   WITHDRAWALS - '.
           05 RPT-WITHDRAW-TOTAL       PIC $,$$$,$$$,$$9.99.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CI-TXN-POST' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           OPEN INPUT TXN-IN-FILE.
           IF WS-TXN-STATUS NOT = '00'
               DISPLAY 'CI-TXN-POST: NO CITXNIN TRANSACTIONS '
                   'SUPPLIED'
           ELSE
               OPEN INPUT CI-TERMS-FILE
               IF WS-TERMS-STATUS = '00'
                   SET TERMS-IS-OPEN TO TRUE
               END-IF
               OPEN OUTPUT TXN-RPT-FILE
               WRITE TXN-RPT-LINE FROM RPT-HEADING-1
               WRITE TXN-RPT-LINE FROM RPT-HEADING-2

               PERFORM READ-TXN-RECORD
               PERFORM UNTIL WS-TXN-STATUS NOT = '00'
                   PERFORM POST-ONE-TRANSACTION
                   PERFORM READ-TXN-RECORD
               END-PERFORM

               MOVE WS-POSTED-COUNT TO RPT-POSTED-COUNT
               MOVE WS-DUP-COUNT TO RPT-DUP-COUNT
               MOVE WS-REFUSED-COUNT TO RPT-REFUSED-COUNT
               WRITE TXN-RPT-LINE FROM RPT-COUNT-LINE
               MOVE WS-DEPOSIT-TOTAL TO RPT-DEPOSIT-TOTAL
               MOVE WS-WITHDRAW-TOTAL TO RPT-WITHDRAW-TOTAL
               WRITE TXN-RPT-LINE FROM RPT-TOTAL-LINE
               CLOSE TXN-RPT-FILE
               IF TERMS-IS-OPEN
                   CLOSE CI-TERMS-FILE
               END-IF
               IF WS-REFUSED-COUNT > ZEROS
                   DISPLAY 'CI-TXN-POST: ' WS-REFUSED-COUNT
                       ' TRANSACTIONS REFUSED - SEE CITXNRPT'
               END-IF
           END-IF.
           CLOSE TXN-IN-FILE.

       READ-TXN-RECORD.
           READ TXN-IN-FILE
               AT END
                   MOVE '10' TO WS-TXN-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       POST-ONE-TRANSACTION.
           MOVE SPACES TO WS-REFUSAL.
           MOVE ZEROS TO TXL-BALANCE.
           PERFORM VET-TRANSACTION.

           IF WS-REFUSAL = SPACES
               MOVE TXI-ACCT-NR TO TXL-ACCT-NR
               MOVE TXI-TXN-DATE TO TXL-TXN-DATE
               MOVE TXI-TXN-CD TO TXL-TXN-CD
               MOVE 'C' TO TXL-ORIGIN-CD
               MOVE SPACE TO TXL-ADJ-CD
               MOVE TXI-AMOUNT TO TXL-AMOUNT
               MOVE TXI-REFERENCE TO TXL-REFERENCE
               MOVE 'CI-TXN-POST' TO TXL-CALLER-ID
               MOVE WS-RUN-DATE TO TXL-POST-DATE
               MOVE CIT-START-DATE TO TXL-TAKEON-DATE
               MOVE CIT-PRINCIPAL TO TXL-TAKEON-AMT
               CALL 'TXNLEDGER' USING TXN-LEDGER-PARMS
               EVALUATE TRUE
                   WHEN TXL-STAT-POSTED
                       ADD 1 TO WS-POSTED-COUNT
                       IF TXI-TXN-CD = 'D'
                           ADD TXI-AMOUNT TO WS-DEPOSIT-TOTAL
                       ELSE
                           ADD TXI-AMOUNT TO WS-WITHDRAW-TOTAL
                       END-IF
                       MOVE 'POSTED' TO WS-REFUSAL
                   WHEN TXL-STAT-DUPLICATE
                       ADD 1 TO WS-DUP-COUNT
                       MOVE 'DUPLICATE - NOT POSTED' TO WS-REFUSAL
                   WHEN TXL-STAT-OVERDRAWN
                       ADD 1 TO WS-REFUSED-COUNT
                       MOVE 'REFUSED - OVERDRAWS' TO WS-REFUSAL
                   WHEN OTHER
                       ADD 1 TO WS-REFUSED-COUNT
                       MOVE 'REFUSED - LEDGER ERROR' TO WS-REFUSAL
               END-EVALUATE
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.

           MOVE TXI-ACCT-NR TO RPT-ACCT-NR.
           MOVE TXI-TXN-DATE TO RPT-TXN-DATE.
           MOVE TXI-TXN-CD TO RPT-TXN-CD.
           MOVE TXI-AMOUNT TO RPT-AMOUNT.
           MOVE TXL-BALANCE TO RPT-BALANCE.
           MOVE WS-REFUSAL TO RPT-NOTE.
           WRITE TXN-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * the transaction must name a live account on the master and
      * fall inside the account's life up to the business date
       VET-TRANSACTION.
           IF TXI-ACCT-NR NOT NUMERIC
                   OR TXI-TXN-DATE NOT NUMERIC
                   OR TXI-AMOUNT NOT NUMERIC
               MOVE 'REFUSED - NOT NUMERIC' TO WS-REFUSAL
           ELSE
           IF TXI-TXN-CD NOT = 'D' AND TXI-TXN-CD NOT = 'W'
               MOVE 'REFUSED - BAD CODE' TO WS-REFUSAL
           ELSE
           IF TXI-AMOUNT = ZEROS
               MOVE 'REFUSED - ZERO AMOUNT' TO WS-REFUSAL
           ELSE
           IF TXI-TXN-DATE > WS-RUN-DATE
               MOVE 'REFUSED - FUTURE DATED' TO WS-REFUSAL
           ELSE
           IF NOT TERMS-IS-OPEN
               MOVE 'REFUSED - NO CITERMS' TO WS-REFUSAL
           ELSE
               MOVE TXI-ACCT-NR TO CIT-ACCT-NR
               READ CI-TERMS-FILE
                   INVALID KEY
                       MOVE 'REFUSED - NOT ON CITERMS' TO WS-REFUSAL
               END-READ
               IF WS-REFUSAL = SPACES
                   IF CIT-START-DATE IS NUMERIC
                           AND TXI-TXN-DATE < CIT-START-DATE
                       MOVE 'REFUSED - BEFORE START' TO WS-REFUSAL
                   ELSE
                       PERFORM CHECK-ACCOUNT-CLOSED
                       IF ACCOUNT-IS-CLOSED
                           MOVE 'REFUSED - ACCOUNT CLOSED' TO
                               WS-REFUSAL
                       ELSE
                           PERFORM CHECK-TRANSACTION-HOLDS
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       CHECK-ACCOUNT-CLOSED.
           MOVE 'N' TO WS-CLOSED-SW.
           OPEN INPUT CLOSED-FLAG-FILE.
           IF WS-FLAG-STATUS = '00'
               PERFORM READ-CLOSED-FLAG
               PERFORM UNTIL WS-FLAG-STATUS NOT = '00'
                   IF CFG-ACCT-NR = TXI-ACCT-NR
                       SET ACCOUNT-IS-CLOSED TO TRUE
                   END-IF
                   PERFORM READ-CLOSED-FLAG
               END-PERFORM
               CLOSE CLOSED-FLAG-FILE
           END-IF.

       READ-CLOSED-FLAG.
           READ CLOSED-FLAG-FILE
               AT END
                   MOVE '10' TO WS-FLAG-STATUS
           END-READ.

      * a hold in force on the transaction's date, or one placed
      * since and in force today, governs a withdrawal; an estate
      * hold blocks deposits as well
       CHECK-TRANSACTION-HOLDS.
           MOVE TXI-ACCT-NR TO HOLD-CHK-ACCT-NR.
           MOVE TXI-TXN-DATE TO HOLD-CHK-DATE.
           PERFORM CHECK-ACCOUNT-HOLDS.
           IF NOT HOLD-CHK-IN-FORCE
                   AND WS-RUN-DATE NOT = TXI-TXN-DATE
               MOVE WS-RUN-DATE TO HOLD-CHK-DATE
               PERFORM CHECK-ACCOUNT-HOLDS
           END-IF.
           IF HOLD-CHK-ESTATE
               MOVE 'REFUSED - ESTATE BLOCKED' TO WS-REFUSAL
           ELSE
           IF HOLD-CHK-IN-FORCE AND TXI-TXN-CD = 'W'
               IF HOLD-CHK-FULL
                   MOVE 'REFUSED - HOLD IN FORCE' TO WS-REFUSAL
               ELSE
                   PERFORM FIND-DATE-BALANCE
                   COMPUTE WS-HOLD-FREE =
                       WS-HOLD-BALANCE - HOLD-CHK-AMOUNT
                   IF TXI-AMOUNT > WS-HOLD-FREE
                       MOVE 'REFUSED - BREAKS HOLD' TO WS-REFUSAL
                   END-IF
               END-IF
           END-IF
           END-IF.

      * the balance on the withdrawal's date is the balance of the
      * last ledger entry dated on or before it - the CITERMS
      * principal while the account has nothing on the ledger
       FIND-DATE-BALANCE.
           MOVE CIT-PRINCIPAL TO WS-HOLD-BALANCE.
           MOVE 'N' TO WS-LDG-SWEEP-SW.
           OPEN INPUT TXN-LEDGER-FILE.
           IF WS-LDG-STATUS = '00'
               MOVE TXI-ACCT-NR TO CTX-ACCT-NR
               MOVE ZEROS TO CTX-TXN-DATE
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
                           IF CTX-ACCT-NR NOT = TXI-ACCT-NR
                                   OR CTX-TXN-DATE > TXI-TXN-DATE
                               SET LDG-SWEEP-DONE TO TRUE
                           ELSE
                               MOVE CTX-BALANCE TO WS-HOLD-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TXN-LEDGER-FILE
           END-IF.

       WRITE-RUNLOG-START.
           MOVE 'CI-TXN-POST' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'CI-TXN-POST' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.

           COPY HOLDCHKP.
