      * large and structured transaction monitoring - the AML
      * officer must report cash movements above a threshold, and
      * runs of movements kept just under it, to the financial
      * intelligence unit, and nobody was looking at the deposit
      * data for either.  this run takes every movement dated
      * inside the AMLPARM look-back window - the principals,
      * extra payments, and withdrawals on the CITXN ledger and the
      * closure proceeds on the CISETLEXT settlement extract -
      * ties each to its depositor's CUST-DOC-NR through CUSTFILE,
      * and applies two rules: one movement at or over the
      * threshold raises a large-movement alert, and two or more
      * movements under it by the same depositor adding up past the
      * aggregate limit inside the window raise a structuring
      * alert.  alerts are carried run to run on AMLREVIEW, the way
      * WATCHLIST-SCREEN carries its hits, so one is never raised
      * twice; the ones still awaiting the analyst are written to
      * AMLALERT, which EXCP-QUEUE sweeps into the exception queue.
      * AMLDISP disposition transactions record the analyst's
      * verdict - 'C' confirmed or 'F' false positive - and each
      * confirmed case is appended to the AMLCOMM regulatory
      * communication extract.  AMLRPT lists tonight's alerts and
      * verdicts
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AML-MONITOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AML-PARM-FILE ASSIGN TO 'AMLPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TXN-LEDGER-FILE ASSIGN TO 'CITXN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS CTX-KEY
               FILE STATUS IS WS-LDG-STATUS.

           SELECT SETTLE-EXT-FILE ASSIGN TO 'CISETLEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETL-STATUS.

           SELECT CUST-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS CUST-ACCT-NR
               FILE STATUS IS WS-CUST-STATUS.

           SELECT REVIEW-FILE ASSIGN TO 'AMLREVIEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

           SELECT DISP-TXN-FILE ASSIGN TO 'AMLDISP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.

           SELECT ALERT-FILE ASSIGN TO 'AMLALERT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT COMM-EXT-FILE ASSIGN TO 'AMLCOMM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMM-STATUS.

           SELECT AML-RPT-FILE ASSIGN TO 'AMLRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * the monitoring rules - the single-movement threshold, the
      * look-back window in days, the aggregate a run of smaller
      * movements must pass, the fewest movements that make a run,
      * and the floor under which a movement is too small to count
      * towards one
       FD  AML-PARM-FILE.
       01  AML-PARM-RECORD.
           05 AMP-THRESHOLD            PIC 9(09)V99.
           05 AMP-WINDOW-DAYS          PIC 9(03).
           05 AMP-AGG-LIMIT            PIC 9(09)V99.
           05 AMP-MIN-COUNT            PIC 9(02).
           05 AMP-FLOOR-AMT            PIC 9(09)V99.

       FD  TXN-LEDGER-FILE.
           COPY CITXNREC.

       FD  SETTLE-EXT-FILE.
           COPY CISETLRC.

       FD  CUST-FILE.
           COPY CUSTREC.

      * the review file carried run to run - one alert per key:
      * the depositor, the rule that fired, the date of the last
      * movement behind it, and a sequence; then the account,
      * what was moved, and the analyst's verdict
       FD  REVIEW-FILE.
       01  REVIEW-RECORD.
           05 RVW-KEY.
              10 RVW-DOC-NR            PIC X(14).
              10 RVW-RULE              PIC X(01).
              10 RVW-LAST-DATE         PIC 9(08).
              10 RVW-SEQ               PIC 9(03).
           05 RVW-ACCT-NR              PIC 9(10).
           05 RVW-NAME                 PIC X(30).
           05 RVW-KIND                 PIC X(01).
           05 RVW-AMOUNT               PIC 9(11)V99.
           05 RVW-MOVE-COUNT           PIC 9(03).
           05 RVW-FIRST-DATE           PIC 9(08).
           05 RVW-STATUS               PIC X(01).
           05 RVW-OPERATOR             PIC X(08).
           05 RVW-RAISED-DATE          PIC 9(08).
           05 RVW-DECIDED-DATE         PIC 9(08).

      * disposition transactions - 'C' confirmed, 'F' false
      * positive, naming the alert and the acting analyst
       FD  DISP-TXN-FILE.
       01  DISP-TXN-RECORD.
           05 DSP-ACTION               PIC X(01).
           05 DSP-KEY                  PIC X(26).
           05 DSP-OPERATOR             PIC X(08).

      * the alerts awaiting the analyst, in the reject-file shape
      * EXCP-QUEUE sweeps - rewritten every run, so an alert the
      * analyst has decided drops off and its queue item can close
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           05 ALT-KEY                  PIC X(26).
           05 FILLER                   PIC X(02).
           05 ALT-REASON               PIC X(35).
           05 ALT-RUN-DATE             PIC 9(08).

      * the regulatory communication extract - one appended
      * record per confirmed case, for the compliance officer to
      * file with the financial intelligence unit
       FD  COMM-EXT-FILE.
       01  COMM-EXT-RECORD.
           05 COM-ALERT-KEY            PIC X(26).
           05 COM-DOC-NR               PIC X(14).
           05 COM-NAME                 PIC X(30).
           05 COM-ACCT-NR              PIC 9(10).
           05 COM-RULE                 PIC X(01).
           05 COM-KIND                 PIC X(01).
           05 COM-AMOUNT               PIC 9(11)V99.
           05 COM-MOVE-COUNT           PIC 9(03).
           05 COM-FIRST-DATE           PIC 9(08).
           05 COM-LAST-DATE            PIC 9(08).
           05 COM-CONFIRMED-BY         PIC X(08).
           05 COM-CONFIRMED-DATE       PIC 9(08).

       FD  AML-RPT-FILE.
       01  AML-RPT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC XX.
       01  WS-LDG-STATUS               PIC XX.
       01  WS-SETL-STATUS              PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-REVIEW-STATUS            PIC XX.
       01  WS-DISP-STATUS              PIC XX.
       01  WS-ALERT-STATUS             PIC XX.
       01  WS-COMM-STATUS              PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.

           COPY RUNLOGW.

           COPY DATESRVW.

      * the rules in force - the house defaults stand for any
      * figure AMLPARM leaves out
       01  WS-THRESHOLD                PIC 9(09)V99 VALUE 50000.00.
       01  WS-WINDOW-DAYS              PIC 9(03) VALUE 10.
       01  WS-AGG-LIMIT                PIC 9(09)V99 VALUE 50000.00.
       01  WS-MIN-COUNT                PIC 9(02) VALUE 2.
       01  WS-FLOOR-AMT                PIC 9(09)V99 VALUE 1000.00.

       01  WS-TODAY                    PIC 9(08).
       01  WS-WINDOW-START             PIC 9(08).

      * the movement being judged
       01  WS-MOVE-ACCT                PIC 9(10).
       01  WS-MOVE-DATE                PIC 9(08).
       01  WS-MOVE-AMOUNT              PIC 9(08)V99.
       01  WS-MOVE-KIND                PIC X(01).
       01  WS-MOVE-SEQ                 PIC 9(03).
       01  WS-HOLDER-DOC-NR            PIC X(14).
       01  WS-HOLDER-NAME              PIC X(30).
       01  WS-LAST-ACCT                PIC 9(10) VALUE ZEROS.
       01  WS-CUST-OPEN-SW             PIC X(01) VALUE 'N'.
           88  CUST-FILE-IS-OPEN               VALUE 'Y'.

      * the depositors with movements under the threshold inside
      * the window - the structuring rule is judged on these once
      * every movement has been seen
       01  WS-DEP-COUNT                PIC 9(03) VALUE ZEROS.
       01  WS-DEP-IDX                  PIC 9(03).
       01  WS-DEP-SLOT                 PIC 9(03).
       01  WS-DEP-FOUND-SW             PIC X(01).
           88  DEP-SLOT-FOUND                  VALUE 'Y'.
       01  DEPOSITOR-TABLE.
           05  DEPOSITOR-ENTRY OCCURS 500 TIMES.
               10  DT-DOC-NR           PIC X(14).
               10  DT-NAME             PIC X(30).
               10  DT-ACCT-NR          PIC 9(10).
               10  DT-COUNT            PIC 9(03).
               10  DT-TOTAL            PIC 9(11)V99.
               10  DT-FIRST-DATE       PIC 9(08).
               10  DT-LAST-DATE        PIC 9(08).

      * the review file in storage - prior runs' alerts, decided
      * ones included, plus tonight's, rewritten at end
       01  WS-RVW-COUNT                PIC 9(03) VALUE ZEROS.
       01  WS-RVW-IDX                  PIC 9(03).
       01  WS-RVW-SLOT                 PIC 9(03).
       01  WS-RVW-FOUND-SW             PIC X(01).
           88  RVW-ALERT-KNOWN                 VALUE 'Y'.
       01  REVIEW-TABLE.
           05  REVIEW-ENTRY OCCURS 400 TIMES.
               10  RV-KEY              PIC X(26).
               10  RV-ACCT-NR          PIC 9(10).
               10  RV-NAME             PIC X(30).
               10  RV-KIND             PIC X(01).
               10  RV-AMOUNT           PIC 9(11)V99.
               10  RV-MOVE-COUNT       PIC 9(03).
               10  RV-FIRST-DATE       PIC 9(08).
               10  RV-STATUS           PIC X(01).
               10  RV-OPERATOR         PIC X(08).
               10  RV-RAISED-DATE      PIC 9(08).
               10  RV-DECIDED-DATE     PIC 9(08).

       01  WS-ALERT-KEY.
           05  WS-AK-DOC-NR            PIC X(14).
           05  WS-AK-RULE              PIC X(01).
           05  WS-AK-LAST-DATE         PIC 9(08).
           05  WS-AK-SEQ               PIC 9(03).
       01  WS-ALERT-ACCT               PIC 9(10).
       01  WS-ALERT-NAME               PIC X(30).
       01  WS-ALERT-KIND               PIC X(01).
       01  WS-ALERT-AMOUNT             PIC 9(11)V99.
       01  WS-ALERT-COUNT              PIC 9(03).
       01  WS-ALERT-FIRST-DATE         PIC 9(08).

       01  WS-NEW-ALERTS               PIC 9(05) VALUE ZEROS.
       01  WS-CONFIRMED-COUNT          PIC 9(05) VALUE ZEROS.
       01  WS-CLEARED-COUNT            PIC 9(05) VALUE ZEROS.
       01  WS-PENDING-COUNT            PIC 9(05) VALUE ZEROS.

       01  RPT-HEADING.
           05 FILLER                   PIC X(39) VALUE
               'TRANSACTION MONITORING ALERTS - WINDOW '.
           05 RPT-HDG-START            PIC 9(08).
           05 FILLER                   PIC X(04) VALUE ' TO '.
           05 RPT-HDG-END              PIC 9(08).

       01  RPT-DETAIL-LINE.
           05 RPT-VERDICT              PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-KEY                  PIC X(26).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-ACCT-NR              PIC 9(10).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-RULE-WORD            PIC X(11).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-AMOUNT               PIC $$$,$$$,$$9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-MOVE-COUNT           PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-OPERATOR             PIC X(08).

       01  RPT-TRAILER-LINE.
           05 FILLER                   PIC X(16) VALUE
               'NEW ALERTS -    '.
           05 RPT-NEW-COUNT            PIC Z(4)9.
           05 FILLER                   PIC X(14) VALUE
               '  CONFIRMED - '.
           05 RPT-CONFIRMED-COUNT      PIC Z(4)9.
           05 FILLER                   PIC X(12) VALUE
               '  CLEARED - '.
           05 RPT-CLEARED-COUNT        PIC Z(4)9.
           05 FILLER                   PIC X(12) VALUE
               '  PENDING - '.
           05 RPT-PENDING-COUNT        PIC Z(4)9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'AML-MONITOR' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-TODAY.
           PERFORM GET-MONITORING-RULES.
           PERFORM SET-WINDOW-START.
           OPEN OUTPUT AML-RPT-FILE.
           MOVE WS-WINDOW-START TO RPT-HDG-START.
           MOVE WS-TODAY TO RPT-HDG-END.
           WRITE AML-RPT-LINE FROM RPT-HEADING.

           PERFORM LOAD-REVIEW-FILE.
           OPEN INPUT CUST-FILE.
           IF WS-CUST-STATUS = '00'
               SET CUST-FILE-IS-OPEN TO TRUE
           END-IF.
           PERFORM SCAN-LEDGER-MOVEMENTS.
           PERFORM SCAN-CLOSURE-PROCEEDS.
           IF CUST-FILE-IS-OPEN
               CLOSE CUST-FILE
           END-IF.
           PERFORM JUDGE-STRUCTURING.
           PERFORM WORK-DISPOSITIONS.
           PERFORM REWRITE-REVIEW-FILE.
           PERFORM WRITE-ALERT-FILE.

           MOVE WS-NEW-ALERTS TO RPT-NEW-COUNT.
           MOVE WS-CONFIRMED-COUNT TO RPT-CONFIRMED-COUNT.
           MOVE WS-CLEARED-COUNT TO RPT-CLEARED-COUNT.
           MOVE WS-PENDING-COUNT TO RPT-PENDING-COUNT.
           WRITE AML-RPT-LINE FROM RPT-TRAILER-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           CLOSE AML-RPT-FILE.
           DISPLAY 'AML-MONITOR: ' WS-NEW-ALERTS
               ' NEW ALERTS RAISED'.

      * any figure on AMLPARM that is missing or zero leaves the
      * house default in force
       GET-MONITORING-RULES.
           OPEN INPUT AML-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ AML-PARM-FILE
                   NOT AT END
                       PERFORM TAKE-MONITORING-RULES
               END-READ
               CLOSE AML-PARM-FILE
           END-IF.

       TAKE-MONITORING-RULES.
           IF AMP-THRESHOLD IS NUMERIC AND AMP-THRESHOLD > ZEROS
               MOVE AMP-THRESHOLD TO WS-THRESHOLD
           END-IF.
           IF AMP-WINDOW-DAYS IS NUMERIC
                   AND AMP-WINDOW-DAYS > ZEROS
               MOVE AMP-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF.
           IF AMP-AGG-LIMIT IS NUMERIC AND AMP-AGG-LIMIT > ZEROS
               MOVE AMP-AGG-LIMIT TO WS-AGG-LIMIT
           END-IF.
           IF AMP-MIN-COUNT IS NUMERIC AND AMP-MIN-COUNT > ZEROS
               MOVE AMP-MIN-COUNT TO WS-MIN-COUNT
           END-IF.
           IF AMP-FLOOR-AMT IS NUMERIC
               MOVE AMP-FLOOR-AMT TO WS-FLOOR-AMT
           END-IF.

      * the window runs back from the business date - a window of
      * ten days takes the movements of the ten days to tonight
       SET-WINDOW-START.
           SET DSV-FUNC-ADD-DAYS TO TRUE.
           MOVE WS-TODAY TO DSV-DATE-1.
           COMPUTE DSV-DAYS = 1 - WS-WINDOW-DAYS.
           CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS.
           IF DSV-STAT-OK
               MOVE DSV-DATE-OUT TO WS-WINDOW-START
           ELSE
               MOVE WS-TODAY TO WS-WINDOW-START
           END-IF.

       LOAD-REVIEW-FILE.
           OPEN INPUT REVIEW-FILE.
           IF WS-REVIEW-STATUS = '00'
               PERFORM READ-REVIEW-RECORD
               PERFORM UNTIL WS-REVIEW-STATUS NOT = '00'
                       OR WS-RVW-COUNT = 400
                   ADD 1 TO WS-RVW-COUNT
                   MOVE RVW-KEY TO RV-KEY(WS-RVW-COUNT)
                   MOVE RVW-ACCT-NR TO RV-ACCT-NR(WS-RVW-COUNT)
                   MOVE RVW-NAME TO RV-NAME(WS-RVW-COUNT)
                   MOVE RVW-KIND TO RV-KIND(WS-RVW-COUNT)
                   MOVE RVW-AMOUNT TO RV-AMOUNT(WS-RVW-COUNT)
                   MOVE RVW-MOVE-COUNT TO
                       RV-MOVE-COUNT(WS-RVW-COUNT)
                   MOVE RVW-FIRST-DATE TO
                       RV-FIRST-DATE(WS-RVW-COUNT)
                   MOVE RVW-STATUS TO RV-STATUS(WS-RVW-COUNT)
                   MOVE RVW-OPERATOR TO RV-OPERATOR(WS-RVW-COUNT)
                   MOVE RVW-RAISED-DATE TO
                       RV-RAISED-DATE(WS-RVW-COUNT)
                   MOVE RVW-DECIDED-DATE TO
                       RV-DECIDED-DATE(WS-RVW-COUNT)
                   PERFORM READ-REVIEW-RECORD
               END-PERFORM
               CLOSE REVIEW-FILE
           END-IF.

       READ-REVIEW-RECORD.
           READ REVIEW-FILE
               AT END
                   MOVE '10' TO WS-REVIEW-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * deposits and withdrawals are the money that moves; the
      * interest, penalties, tax, and fees the bank strikes itself
      * are not.  a take-on deposit is the account's principal.  a
      * rerun's reducing adjustment only restates an earlier entry
       SCAN-LEDGER-MOVEMENTS.
           OPEN INPUT TXN-LEDGER-FILE.
           IF WS-LDG-STATUS NOT = '00'
               DISPLAY 'AML-MONITOR: NO CITXN LEDGER AVAILABLE'
           ELSE
               PERFORM READ-LEDGER-RECORD
               PERFORM UNTIL WS-LDG-STATUS NOT = '00'
                   IF (CTX-DEPOSIT OR CTX-WITHDRAWAL)
                           AND NOT CTX-ADJ-REDUCES
                           AND CTX-TXN-DATE NOT < WS-WINDOW-START
                           AND CTX-TXN-DATE NOT > WS-TODAY
                       MOVE CTX-ACCT-NR TO WS-MOVE-ACCT
                       MOVE CTX-TXN-DATE TO WS-MOVE-DATE
                       MOVE CTX-AMOUNT TO WS-MOVE-AMOUNT
                       MOVE CTX-TXN-SEQ(2:3) TO WS-MOVE-SEQ
                       EVALUATE TRUE
                           WHEN CTX-WITHDRAWAL
                               MOVE 'W' TO WS-MOVE-KIND
                           WHEN CTX-FROM-TAKE-ON
                               MOVE 'P' TO WS-MOVE-KIND
                           WHEN OTHER
                               MOVE 'D' TO WS-MOVE-KIND
                       END-EVALUATE
                       PERFORM JUDGE-ONE-MOVEMENT
                   END-IF
                   PERFORM READ-LEDGER-RECORD
               END-PERFORM
               CLOSE TXN-LEDGER-FILE
           END-IF.

       READ-LEDGER-RECORD.
           READ TXN-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-LDG-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * a closure pays the whole settlement out in one movement;
      * a maturity payout is the term running its course and is
      * not monitored
       SCAN-CLOSURE-PROCEEDS.
           OPEN INPUT SETTLE-EXT-FILE.
           IF WS-SETL-STATUS = '00'
               PERFORM READ-SETTLE-RECORD
               PERFORM UNTIL WS-SETL-STATUS NOT = '00'
                   IF CSX-CLOSURE
                           AND CSX-EVENT-DATE NOT < WS-WINDOW-START
                           AND CSX-EVENT-DATE NOT > WS-TODAY
                       MOVE CSX-ACCT-NR TO WS-MOVE-ACCT
                       MOVE CSX-EVENT-DATE TO WS-MOVE-DATE
                       MOVE CSX-SETTLEMENT TO WS-MOVE-AMOUNT
                       MOVE 999 TO WS-MOVE-SEQ
                       MOVE 'C' TO WS-MOVE-KIND
                       PERFORM JUDGE-ONE-MOVEMENT
                   END-IF
                   PERFORM READ-SETTLE-RECORD
               END-PERFORM
               CLOSE SETTLE-EXT-FILE
           END-IF.

       READ-SETTLE-RECORD.
           READ SETTLE-EXT-FILE
               AT END
                   MOVE '10' TO WS-SETL-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * a movement at or over the threshold is a large-movement
      * alert on its own; one under it but over the floor counts
      * towards its depositor's run.  an account with no customer
      * master entry has no depositor to pin a run on and is
      * judged on the large-movement rule alone
       JUDGE-ONE-MOVEMENT.
           PERFORM FIND-DEPOSITOR.
           IF WS-MOVE-AMOUNT NOT < WS-THRESHOLD
               MOVE WS-HOLDER-DOC-NR TO WS-AK-DOC-NR
               MOVE 'L' TO WS-AK-RULE
               MOVE WS-MOVE-DATE TO WS-AK-LAST-DATE
               MOVE WS-MOVE-SEQ TO WS-AK-SEQ
               MOVE WS-MOVE-ACCT TO WS-ALERT-ACCT
               MOVE WS-HOLDER-NAME TO WS-ALERT-NAME
               MOVE WS-MOVE-KIND TO WS-ALERT-KIND
               MOVE WS-MOVE-AMOUNT TO WS-ALERT-AMOUNT
               MOVE 1 TO WS-ALERT-COUNT
               MOVE WS-MOVE-DATE TO WS-ALERT-FIRST-DATE
               PERFORM RAISE-ALERT
           ELSE
               IF WS-MOVE-AMOUNT NOT < WS-FLOOR-AMT
                       AND WS-HOLDER-DOC-NR NOT = SPACES
                   PERFORM ADD-TO-DEPOSITOR-RUN
               END-IF
           END-IF.

      * the ledger is in account order, so one master read serves
      * all of an account's movements
       FIND-DEPOSITOR.
           IF WS-MOVE-ACCT NOT = WS-LAST-ACCT
               MOVE WS-MOVE-ACCT TO WS-LAST-ACCT
               MOVE SPACES TO WS-HOLDER-DOC-NR
               MOVE SPACES TO WS-HOLDER-NAME
               IF CUST-FILE-IS-OPEN
                   MOVE WS-MOVE-ACCT TO CUST-ACCT-NR
                   READ CUST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CUST-DOC-NR TO WS-HOLDER-DOC-NR
                           MOVE CUST-NAME TO WS-HOLDER-NAME
                   END-READ
               END-IF
           END-IF.

       ADD-TO-DEPOSITOR-RUN.
           MOVE 'N' TO WS-DEP-FOUND-SW.
           MOVE ZEROS TO WS-DEP-SLOT.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
                       OR DEP-SLOT-FOUND
               IF DT-DOC-NR(WS-DEP-IDX) = WS-HOLDER-DOC-NR
                   MOVE WS-DEP-IDX TO WS-DEP-SLOT
                   SET DEP-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT DEP-SLOT-FOUND AND WS-DEP-COUNT < 500
               ADD 1 TO WS-DEP-COUNT
               MOVE WS-DEP-COUNT TO WS-DEP-SLOT
               MOVE WS-HOLDER-DOC-NR TO DT-DOC-NR(WS-DEP-SLOT)
               MOVE WS-HOLDER-NAME TO DT-NAME(WS-DEP-SLOT)
               MOVE WS-MOVE-ACCT TO DT-ACCT-NR(WS-DEP-SLOT)
               MOVE ZEROS TO DT-COUNT(WS-DEP-SLOT)
               MOVE ZEROS TO DT-TOTAL(WS-DEP-SLOT)
               MOVE WS-MOVE-DATE TO DT-FIRST-DATE(WS-DEP-SLOT)
               MOVE WS-MOVE-DATE TO DT-LAST-DATE(WS-DEP-SLOT)
           END-IF.
           IF WS-DEP-SLOT >= 1
               ADD 1 TO DT-COUNT(WS-DEP-SLOT)
               ADD WS-MOVE-AMOUNT TO DT-TOTAL(WS-DEP-SLOT)
               IF WS-MOVE-DATE < DT-FIRST-DATE(WS-DEP-SLOT)
                   MOVE WS-MOVE-DATE TO DT-FIRST-DATE(WS-DEP-SLOT)
               END-IF
               IF WS-MOVE-DATE > DT-LAST-DATE(WS-DEP-SLOT)
                   MOVE WS-MOVE-DATE TO DT-LAST-DATE(WS-DEP-SLOT)
                   MOVE WS-MOVE-ACCT TO DT-ACCT-NR(WS-DEP-SLOT)
               END-IF
           END-IF.

      * a run is keyed on the date of its latest movement - the
      * same run seen again tomorrow is the same alert, while a
      * further movement added to it makes a new one
       JUDGE-STRUCTURING.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF DT-COUNT(WS-DEP-IDX) NOT < WS-MIN-COUNT
                       AND DT-TOTAL(WS-DEP-IDX) > WS-AGG-LIMIT
                   MOVE DT-DOC-NR(WS-DEP-IDX) TO WS-AK-DOC-NR
                   MOVE 'S' TO WS-AK-RULE
                   MOVE DT-LAST-DATE(WS-DEP-IDX) TO WS-AK-LAST-DATE
                   MOVE ZEROS TO WS-AK-SEQ
                   MOVE DT-ACCT-NR(WS-DEP-IDX) TO WS-ALERT-ACCT
                   MOVE DT-NAME(WS-DEP-IDX) TO WS-ALERT-NAME
                   MOVE SPACE TO WS-ALERT-KIND
                   MOVE DT-TOTAL(WS-DEP-IDX) TO WS-ALERT-AMOUNT
                   MOVE DT-COUNT(WS-DEP-IDX) TO WS-ALERT-COUNT
                   MOVE DT-FIRST-DATE(WS-DEP-IDX) TO
                       WS-ALERT-FIRST-DATE
                   PERFORM RAISE-ALERT
               END-IF
           END-PERFORM.

      * an alert already on the review file - pending, confirmed,
      * or cleared - is never raised again
       RAISE-ALERT.
           PERFORM FIND-REVIEW-SLOT.
           IF NOT RVW-ALERT-KNOWN AND WS-RVW-COUNT < 400
               ADD 1 TO WS-RVW-COUNT
               ADD 1 TO WS-NEW-ALERTS
               MOVE WS-ALERT-KEY TO RV-KEY(WS-RVW-COUNT)
               MOVE WS-ALERT-ACCT TO RV-ACCT-NR(WS-RVW-COUNT)
               MOVE WS-ALERT-NAME TO RV-NAME(WS-RVW-COUNT)
               MOVE WS-ALERT-KIND TO RV-KIND(WS-RVW-COUNT)
               MOVE WS-ALERT-AMOUNT TO RV-AMOUNT(WS-RVW-COUNT)
               MOVE WS-ALERT-COUNT TO RV-MOVE-COUNT(WS-RVW-COUNT)
               MOVE WS-ALERT-FIRST-DATE TO
                   RV-FIRST-DATE(WS-RVW-COUNT)
               MOVE 'O' TO RV-STATUS(WS-RVW-COUNT)
               MOVE SPACES TO RV-OPERATOR(WS-RVW-COUNT)
               MOVE WS-TODAY TO RV-RAISED-DATE(WS-RVW-COUNT)
               MOVE ZEROS TO RV-DECIDED-DATE(WS-RVW-COUNT)
               MOVE WS-RVW-COUNT TO WS-RVW-IDX
               MOVE 'NEW       ' TO RPT-VERDICT
               PERFORM WRITE-REPORT-LINE
           END-IF.

       FIND-REVIEW-SLOT.
           MOVE 'N' TO WS-RVW-FOUND-SW.
           MOVE ZEROS TO WS-RVW-SLOT.
           PERFORM VARYING WS-RVW-IDX FROM 1 BY 1
                   UNTIL WS-RVW-IDX > WS-RVW-COUNT
                       OR RVW-ALERT-KNOWN
               IF RV-KEY(WS-RVW-IDX) = WS-ALERT-KEY
                   MOVE WS-RVW-IDX TO WS-RVW-SLOT
                   SET RVW-ALERT-KNOWN TO TRUE
               END-IF
           END-PERFORM.

       WORK-DISPOSITIONS.
           OPEN INPUT DISP-TXN-FILE.
           IF WS-DISP-STATUS = '00'
               PERFORM READ-DISP-TXN
               PERFORM UNTIL WS-DISP-STATUS NOT = '00'
                   PERFORM WORK-ONE-DISPOSITION
                   PERFORM READ-DISP-TXN
               END-PERFORM
               CLOSE DISP-TXN-FILE
           END-IF.

       READ-DISP-TXN.
           READ DISP-TXN-FILE
               AT END
                   MOVE '10' TO WS-DISP-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * only a pending alert takes a verdict - a case already
      * confirmed has been communicated and stays that way
       WORK-ONE-DISPOSITION.
           MOVE DSP-KEY TO WS-ALERT-KEY.
           PERFORM FIND-REVIEW-SLOT.
           EVALUATE TRUE
               WHEN DSP-ACTION NOT = 'C' AND DSP-ACTION NOT = 'F'
                   DISPLAY 'AML-MONITOR: BAD DISPOSITION '
                       DSP-ACTION ' - IGNORED'
               WHEN NOT RVW-ALERT-KNOWN
                   DISPLAY 'AML-MONITOR: DISPOSITION FOR UNKNOWN '
                       'ALERT ' DSP-KEY ' - IGNORED'
               WHEN RV-STATUS(WS-RVW-SLOT) NOT = 'O'
                   DISPLAY 'AML-MONITOR: ALERT ' DSP-KEY
                       ' ALREADY DECIDED - IGNORED'
               WHEN OTHER
                   MOVE DSP-ACTION TO RV-STATUS(WS-RVW-SLOT)
                   MOVE DSP-OPERATOR TO RV-OPERATOR(WS-RVW-SLOT)
                   MOVE WS-TODAY TO RV-DECIDED-DATE(WS-RVW-SLOT)
                   MOVE WS-RVW-SLOT TO WS-RVW-IDX
                   IF DSP-ACTION = 'C'
                       ADD 1 TO WS-CONFIRMED-COUNT
                       PERFORM WRITE-COMMUNICATION
                       MOVE 'CONFIRMED ' TO RPT-VERDICT
                   ELSE
                       ADD 1 TO WS-CLEARED-COUNT
                       MOVE 'CLEARED   ' TO RPT-VERDICT
                   END-IF
                   PERFORM WRITE-REPORT-LINE
           END-EVALUATE.

      * append the confirmed case to the communication extract;
      * create the extract on its first use, otherwise extend it
       WRITE-COMMUNICATION.
           OPEN EXTEND COMM-EXT-FILE.
           IF WS-COMM-STATUS NOT = '00'
               OPEN OUTPUT COMM-EXT-FILE
           END-IF.
           IF WS-COMM-STATUS = '00'
               MOVE RV-KEY(WS-RVW-IDX) TO WS-ALERT-KEY
               MOVE WS-ALERT-KEY TO COM-ALERT-KEY
               MOVE WS-AK-DOC-NR TO COM-DOC-NR
               MOVE RV-NAME(WS-RVW-IDX) TO COM-NAME
               MOVE RV-ACCT-NR(WS-RVW-IDX) TO COM-ACCT-NR
               MOVE WS-AK-RULE TO COM-RULE
               MOVE RV-KIND(WS-RVW-IDX) TO COM-KIND
               MOVE RV-AMOUNT(WS-RVW-IDX) TO COM-AMOUNT
               MOVE RV-MOVE-COUNT(WS-RVW-IDX) TO COM-MOVE-COUNT
               MOVE RV-FIRST-DATE(WS-RVW-IDX) TO COM-FIRST-DATE
               MOVE WS-AK-LAST-DATE TO COM-LAST-DATE
               MOVE RV-OPERATOR(WS-RVW-IDX) TO COM-CONFIRMED-BY
               MOVE WS-TODAY TO COM-CONFIRMED-DATE
               WRITE COMM-EXT-RECORD
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               CLOSE COMM-EXT-FILE
           ELSE
               DISPLAY 'AML-MONITOR: UNABLE TO OPEN AMLCOMM - '
                   'CASE ' RV-KEY(WS-RVW-IDX) ' NOT EXTRACTED'
           END-IF.

       REWRITE-REVIEW-FILE.
           OPEN OUTPUT REVIEW-FILE.
           PERFORM VARYING WS-RVW-IDX FROM 1 BY 1
                   UNTIL WS-RVW-IDX > WS-RVW-COUNT
               MOVE RV-KEY(WS-RVW-IDX) TO RVW-KEY
               MOVE RV-ACCT-NR(WS-RVW-IDX) TO RVW-ACCT-NR
               MOVE RV-NAME(WS-RVW-IDX) TO RVW-NAME
               MOVE RV-KIND(WS-RVW-IDX) TO RVW-KIND
               MOVE RV-AMOUNT(WS-RVW-IDX) TO RVW-AMOUNT
               MOVE RV-MOVE-COUNT(WS-RVW-IDX) TO RVW-MOVE-COUNT
               MOVE RV-FIRST-DATE(WS-RVW-IDX) TO RVW-FIRST-DATE
               MOVE RV-STATUS(WS-RVW-IDX) TO RVW-STATUS
               MOVE RV-OPERATOR(WS-RVW-IDX) TO RVW-OPERATOR
               MOVE RV-RAISED-DATE(WS-RVW-IDX) TO RVW-RAISED-DATE
               MOVE RV-DECIDED-DATE(WS-RVW-IDX) TO
                   RVW-DECIDED-DATE
               WRITE REVIEW-RECORD
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-PERFORM.
           CLOSE REVIEW-FILE.

      * only the alerts still awaiting a verdict go to the queue
       WRITE-ALERT-FILE.
           OPEN OUTPUT ALERT-FILE.
           PERFORM VARYING WS-RVW-IDX FROM 1 BY 1
                   UNTIL WS-RVW-IDX > WS-RVW-COUNT
               IF RV-STATUS(WS-RVW-IDX) = 'O'
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE SPACES TO ALERT-RECORD
                   MOVE RV-KEY(WS-RVW-IDX) TO ALT-KEY
                   MOVE RV-KEY(WS-RVW-IDX) TO WS-ALERT-KEY
                   IF WS-AK-RULE = 'S'
                       MOVE 'AML - STRUCTURED MOVEMENTS' TO
                           ALT-REASON
                   ELSE
                       MOVE 'AML - MOVEMENT OVER THRESHOLD' TO
                           ALT-REASON
                   END-IF
                   MOVE RV-RAISED-DATE(WS-RVW-IDX) TO ALT-RUN-DATE
                   WRITE ALERT-RECORD
                   ADD 1 TO RUNLOG-WRITTEN-COUNT
               END-IF
           END-PERFORM.
           CLOSE ALERT-FILE.

       WRITE-REPORT-LINE.
           MOVE RV-KEY(WS-RVW-IDX) TO RPT-KEY.
           MOVE RV-KEY(WS-RVW-IDX) TO WS-ALERT-KEY.
           MOVE RV-ACCT-NR(WS-RVW-IDX) TO RPT-ACCT-NR.
           IF WS-AK-RULE = 'S'
               MOVE 'STRUCTURING' TO RPT-RULE-WORD
           ELSE
               EVALUATE RV-KIND(WS-RVW-IDX)
                   WHEN 'P'
                       MOVE 'PRINCIPAL  ' TO RPT-RULE-WORD
                   WHEN 'D'
                       MOVE 'DEPOSIT    ' TO RPT-RULE-WORD
                   WHEN 'W'
                       MOVE 'WITHDRAWAL ' TO RPT-RULE-WORD
                   WHEN OTHER
                       MOVE 'CLOSURE    ' TO RPT-RULE-WORD
               END-EVALUATE
           END-IF.
           MOVE RV-AMOUNT(WS-RVW-IDX) TO RPT-AMOUNT.
           MOVE RV-MOVE-COUNT(WS-RVW-IDX) TO RPT-MOVE-COUNT.
           MOVE RV-OPERATOR(WS-RVW-IDX) TO RPT-OPERATOR.
           WRITE AML-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-RUNLOG-START.
           MOVE 'AML-MONITOR' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'AML-MONITOR' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
