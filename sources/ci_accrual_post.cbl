      * accrued-interest posting run - CI-DAILY-ACCRUAL leaves each
      * account's day-by-day interest on CIDAILY, but the ledger
      * only saw interest when COMPOUND-INTEREST capitalized it
      * through CIGLIN, and finance booked the month-end accrued
      * interest payable by hand from CIDLYSUM.  at each period
      * end this run sums the CIDAILY interest dated in the
      * ACCRPARM period (the business date's month when none is
      * supplied) and books it as a balanced pair in the GLPOST
      * layout on ACCRGL - a debit to interest expense and a
      * credit to accrued interest payable, dated the period's
      * last day.
      *
      * once COMPOUND-INTEREST capitalizes an account's interest -
      * a CIGLIN row dated in the period - GL-POSTING-EXTRACT books
      * the expense in full, so the accrual standing for it is
      * reversed on the capitalization date: the outstanding
      * accrual brought forward plus this period's days before
      * the capitalization, debiting accrued interest payable and
      * crediting expense.  days after the capitalization stay
      * outstanding for the next period.  the outstanding accrual
      * per account carries forward run to run on the ACCRHIST
      * history, one line per account per posted period, and a
      * period already on the history is refused so nothing is
      * accrued or reversed twice.
      *
      * postings obey the GLCALEN accounting-period close control
      * exactly as GL-POSTING-EXTRACT does - a pair dated in a
      * closed period is rerouted to the earliest open period
      * after it, dated its first day and marked 'A', and with no
      * open period to take it the run hard stops with return code
      * 12, the history is left untouched and ACCRGL must not be
      * released.  the ACCRPROOF report shows the brought-forward
      * accrual, the period's accrual, the reversal, the net and
      * the carried-forward accrual per account, then the debit
      * and credit totals and the balance verdict
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CI-ACCRUAL-POST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-ACCR-FILE ASSIGN TO 'CIDAILY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLY-STATUS.

           SELECT CI-GL-FILE ASSIGN TO 'CIGLIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIGL-STATUS.

           SELECT GL-CALEN-FILE ASSIGN TO 'GLCALEN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALEN-STATUS.

           SELECT ACCR-PARM-FILE ASSIGN TO 'ACCRPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APARM-STATUS.

           SELECT ACCR-HIST-FILE ASSIGN TO 'ACCRHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT GL-POST-FILE ASSIGN TO 'ACCRGL'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-PROOF-FILE ASSIGN TO 'ACCRPROOF'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * same shape CI-DAILY-ACCRUAL writes
       FD  DAILY-ACCR-FILE.
       01  DAILY-ACCR-RECORD.
           05 CID-ACCT-NR              PIC 9(10).
           05 CID-ACCR-DATE            PIC 9(08).
           05 CID-DAY-INTEREST         PIC 9(08)V9(04).
           05 CID-ACCRUED-BAL          PIC 9(08)V99.

       FD  CI-GL-FILE.
       01  CI-GL-RECORD.
           05 CIGL-ACCT-NR             PIC 9(10).
           05 CIGL-PERIOD              PIC 9(4).
           05 CIGL-INTEREST            PIC 9(8)V99.
           05 CIGL-POST-DATE           PIC 9(8).
           05 CIGL-ENTRY-CD            PIC X(1).
              88 CIGL-IS-REVERSAL      VALUE 'R'.
           05 CIGL-REASON-CD           PIC X(2).

       FD  GL-CALEN-FILE.
       01  GL-CALEN-RECORD.
           05 GLC-PERIOD               PIC 9(06).
           05 GLC-STATUS               PIC X(01).
              88 GLC-PERIOD-OPEN       VALUE 'O'.
              88 GLC-PERIOD-CLOSED     VALUE 'C'.

       FD  ACCR-PARM-FILE.
       01  ACCR-PARM-RECORD            PIC 9(06).

      * one line per account per posted period - the accrual and
      * reversal booked and the accrual left outstanding after it
       FD  ACCR-HIST-FILE.
       01  ACCR-HIST-RECORD.
           05 AH-ACCT-NR               PIC 9(10).
           05 AH-PERIOD                PIC 9(06).
           05 AH-ACCRUAL               PIC 9(9)V99.
           05 AH-REVERSAL              PIC 9(9)V99.
           05 AH-OUTSTANDING           PIC 9(9)V99.
           05 AH-CAP-DATE              PIC 9(08).
           05 AH-RUN-DATE              PIC 9(08).

      * same shape GL-POSTING-EXTRACT writes, so the posting job's
      * downstream handles accrual pairs like any others
       FD  GL-POST-FILE.
       01  GL-POST-RECORD.
           05 GLP-DR-CR                PIC X(01).
           05 GLP-GL-ACCOUNT           PIC X(10).
           05 GLP-SOURCE-ID            PIC X(10).
           05 GLP-POST-DATE            PIC 9(08).
           05 GLP-AMOUNT               PIC 9(9)V99.
           05 GLP-ADJ-MARK             PIC X(01).

       FD  GL-PROOF-FILE.
       01  GL-PROOF-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DLY-STATUS               PIC XX.
       01  WS-CIGL-STATUS              PIC XX.
       01  WS-APARM-STATUS             PIC XX.
       01  WS-HIST-STATUS              PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

           COPY DATESRVW.

      * accrual posting accounts - interest expense, the same
      * account GL-POSTING-EXTRACT debits, and accrued interest
      * payable, held apart from the capitalized interest payable
       01  WS-GL-EXPENSE-ACCT          PIC X(10) VALUE '5100010000'.
       01  WS-GL-ACCRUED-ACCT          PIC X(10) VALUE '2100020000'.

      * the period being posted and its last calendar day - the
      * first of the following month stepped back one day
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-ACCR-PERIOD              PIC 9(06).
       01  WS-PERIOD-END               PIC 9(08).
       01  WS-NEXT-FIRST               PIC 9(08).

       01  WS-REFUSED-SW               PIC X(01) VALUE 'N'.
           88  POSTING-REFUSED                 VALUE 'Y'.

      * one entry per account touched by the history, the period's
      * capitalizations or the period's daily accrual
       01  WS-ACCT-COUNT               PIC 9(04) VALUE ZEROS.
       01  WS-ACCT-IDX                 PIC 9(04).
       01  WS-WANT-ACCT                PIC 9(10).
       01  WS-ACCT-FULL-SW             PIC X(01) VALUE 'N'.
           88  ACCRUAL-TABLE-FULL              VALUE 'Y'.
       01  ACCRUAL-TABLE.
           05  ACCRUAL-ENTRY OCCURS 1000 TIMES.
               10  ACR-ACCT-NR         PIC 9(10).
               10  ACR-HIST-PERIOD     PIC 9(06).
               10  ACR-BROUGHT-FWD     PIC 9(9)V99.
               10  ACR-CAP-DATE        PIC 9(08).
               10  ACR-PERIOD-DAYS     PIC 9(9)V9(04).
               10  ACR-PRE-CAP-DAYS    PIC 9(9)V9(04).

       01  WS-ACCRUAL-AMT              PIC 9(9)V99.
       01  WS-PRE-CAP-AMT              PIC 9(9)V99.
       01  WS-REVERSAL-AMT             PIC 9(9)V99.
       01  WS-CARRIED-AMT              PIC 9(9)V99.
       01  WS-NET-AMT                  PIC S9(9)V99.

       01  WS-POST-AMOUNT              PIC 9(9)V99.
       01  WS-SOURCE-ID                PIC X(10).
       01  WS-DEBIT-ACCT               PIC X(10).
       01  WS-CREDIT-ACCT              PIC X(10).
       01  WS-PAIR-DATE                PIC 9(08).

      * accounting-period close control, as GL-POSTING-EXTRACT
       01  WS-CALEN-STATUS             PIC XX.
       01  WS-CALEN-COUNT              PIC 9(02) VALUE ZEROS.
       01  WS-CALEN-IDX                PIC 9(02).
       01  GL-CALEN-TABLE.
           05  GL-CALEN-ENTRY OCCURS 24 TIMES.
               10  CAL-PERIOD          PIC 9(06).
               10  CAL-STATUS          PIC X(01).
       01  WS-PAIR-PERIOD              PIC 9(06).
       01  WS-TARGET-PERIOD            PIC 9(06).
       01  WS-PERIOD-OK-SW             PIC X(01).
           88  PAIR-PERIOD-IS-OPEN             VALUE 'Y'.
       01  WS-HARD-STOP-SW             PIC X(01) VALUE 'N'.
           88  PERIOD-CONTROL-STOP             VALUE 'Y'.
       01  WS-ADJ-MARK                 PIC X(01).
       01  WS-ADJUSTED-COUNT           PIC 9(07) VALUE ZEROS.

       01  WS-DAILY-COUNT              PIC 9(07) VALUE ZEROS.
       01  WS-CAP-COUNT                PIC 9(07) VALUE ZEROS.
       01  WS-DEBIT-COUNT              PIC 9(07) VALUE ZEROS.
       01  WS-CREDIT-COUNT             PIC 9(07) VALUE ZEROS.
       01  WS-DEBIT-TOTAL              PIC 9(11)V99 VALUE ZEROS.
       01  WS-CREDIT-TOTAL             PIC 9(11)V99 VALUE ZEROS.
       01  WS-ACCRUAL-TOTAL            PIC 9(11)V99 VALUE ZEROS.
       01  WS-REVERSAL-TOTAL           PIC 9(11)V99 VALUE ZEROS.
       01  WS-NET-TOTAL                PIC S9(11)V99 VALUE ZEROS.

       01  RPT-HEADING.
           05 FILLER                   PIC X(38) VALUE
               'ACCRUED INTEREST POSTING PROOF PERIOD '.
           05 RPT-HDG-PERIOD           PIC 9(06).

       01  RPT-COLUMN-HEADING.
           05 FILLER                   PIC X(40) VALUE
               'ACCOUNT       BROUGHT FWD     ACCRUAL  '.
           05 FILLER                   PIC X(40) VALUE
               '  REVERSAL         NET  CARRIED FWD    '.

       01  RPT-DETAIL-LINE.
           05 RPT-ACCT-NR              PIC 9(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-BROUGHT-FWD          PIC Z(8)9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-ACCRUAL              PIC Z(8)9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-REVERSAL             PIC Z(8)9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-NET                  PIC -(8)9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-CARRIED-FWD          PIC Z(8)9.99.

       01  RPT-SOURCE-LINE.
           05 FILLER                   PIC X(22) VALUE
               'SOURCE ROWS TAKEN -   '.
           05 FILLER                   PIC X(09) VALUE 'CIDAILY: '.
           05 RPT-DAILY-COUNT          PIC Z(6)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'CIGLIN: '.
           05 RPT-CAP-COUNT            PIC Z(6)9.

       01  RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL          PIC X(16).
           05 RPT-TOTAL-COUNT          PIC Z(6)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-TOTAL-AMOUNT         PIC $$,$$$,$$$,$$9.99.

       01  RPT-SUMMARY-LINE.
           05 RPT-SUMMARY-LABEL        PIC X(25).
           05 RPT-SUMMARY-AMOUNT       PIC -$,$$$,$$$,$$9.99.

       01  RPT-ADJUSTED-LINE.
           05 FILLER                   PIC X(30) VALUE
               'REROUTED TO OPEN PERIOD -     '.
           05 RPT-ADJUSTED-COUNT       PIC Z(6)9.

       01  RPT-VERDICT-LINE.
           05 FILLER                   PIC X(10) VALUE 'VERDICT - '.
           05 RPT-VERDICT              PIC X(20).

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CI-ACCRUAL-POST' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           PERFORM GET-ACCRUAL-PERIOD.
           PERFORM RESOLVE-PERIOD-END.
           PERFORM LOAD-ACCOUNTING-CALENDAR.
           PERFORM LOAD-ACCRUAL-HISTORY.

           IF POSTING-REFUSED
               DISPLAY 'CI-ACCRUAL-POST: PERIOD ' WS-ACCR-PERIOD
                   ' ALREADY POSTED OR A LATER PERIOD IS ON '
                   'ACCRHIST - REFUSED'
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM LOAD-CAPITALIZATIONS
               PERFORM LOAD-DAILY-ACCRUAL

               OPEN OUTPUT GL-POST-FILE
               OPEN OUTPUT GL-PROOF-FILE
               MOVE WS-ACCR-PERIOD TO RPT-HDG-PERIOD
               WRITE GL-PROOF-LINE FROM RPT-HEADING
               WRITE GL-PROOF-LINE FROM RPT-COLUMN-HEADING
               ADD 2 TO RUNLOG-WRITTEN-COUNT

               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                       OR PERIOD-CONTROL-STOP
                   PERFORM POST-ONE-ACCOUNT
               END-PERFORM

               PERFORM WRITE-PROOF-TOTALS
               CLOSE GL-PROOF-FILE
               CLOSE GL-POST-FILE

               IF PERIOD-CONTROL-STOP
                   DISPLAY 'CI-ACCRUAL-POST: NO OPEN ACCOUNTING '
                       'PERIOD TO TAKE REROUTED POSTINGS - FILE '
                       'MUST NOT BE RELEASED'
                   MOVE 12 TO WS-RUN-RC
               ELSE
                   PERFORM WRITE-ACCRUAL-HISTORY
               END-IF
           END-IF.

       GET-ACCRUAL-PERIOD.
           MOVE WS-RUN-DATE(1:6) TO WS-ACCR-PERIOD.
           OPEN INPUT ACCR-PARM-FILE.
           IF WS-APARM-STATUS = '00'
               READ ACCR-PARM-FILE
                   NOT AT END
                       IF ACCR-PARM-RECORD IS NUMERIC
                               AND ACCR-PARM-RECORD > ZEROS
                           MOVE ACCR-PARM-RECORD TO WS-ACCR-PERIOD
                       END-IF
               END-READ
               CLOSE ACCR-PARM-FILE
           END-IF.

      * the period end is the first of the following month stepped
      * back one day
       RESOLVE-PERIOD-END.
           IF WS-ACCR-PERIOD(5:2) = '12'
               COMPUTE WS-NEXT-FIRST =
                   (WS-ACCR-PERIOD + 89) * 100 + 1
           ELSE
               COMPUTE WS-NEXT-FIRST =
                   (WS-ACCR-PERIOD + 1) * 100 + 1
           END-IF.
           SET DSV-FUNC-ADD-DAYS TO TRUE.
           MOVE WS-NEXT-FIRST TO DSV-DATE-1.
           MOVE -1 TO DSV-DAYS.
           CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS.
           IF DSV-STAT-OK
               MOVE DSV-DATE-OUT TO WS-PERIOD-END
           ELSE
               COMPUTE WS-PERIOD-END = WS-ACCR-PERIOD * 100 + 28
           END-IF.

       LOAD-ACCOUNTING-CALENDAR.
           OPEN INPUT GL-CALEN-FILE.
           IF WS-CALEN-STATUS = '00'
               PERFORM READ-CALEN-RECORD
               PERFORM UNTIL WS-CALEN-STATUS NOT = '00'
                       OR WS-CALEN-COUNT = 24
                   ADD 1 TO WS-CALEN-COUNT
                   MOVE GLC-PERIOD TO CAL-PERIOD(WS-CALEN-COUNT)
                   MOVE GLC-STATUS TO CAL-STATUS(WS-CALEN-COUNT)
                   PERFORM READ-CALEN-RECORD
               END-PERFORM
               CLOSE GL-CALEN-FILE
           END-IF.

       READ-CALEN-RECORD.
           READ GL-CALEN-FILE
               AT END
                   MOVE '10' TO WS-CALEN-STATUS
           END-READ.

      * each account's latest history line before the period gives
      * the accrual still outstanding; a line for this period or a
      * later one means the period has already been posted
       LOAD-ACCRUAL-HISTORY.
           OPEN INPUT ACCR-HIST-FILE.
           IF WS-HIST-STATUS = '00'
               PERFORM READ-HIST-RECORD
               PERFORM UNTIL WS-HIST-STATUS NOT = '00'
                   IF AH-PERIOD NOT < WS-ACCR-PERIOD
                       SET POSTING-REFUSED TO TRUE
                   ELSE
                       MOVE AH-ACCT-NR TO WS-WANT-ACCT
                       PERFORM FIND-ACCRUAL-ENTRY
                       IF WS-ACCT-IDX > ZEROS
                           IF AH-PERIOD NOT <
                                   ACR-HIST-PERIOD(WS-ACCT-IDX)
                               MOVE AH-PERIOD TO
                                   ACR-HIST-PERIOD(WS-ACCT-IDX)
                               MOVE AH-OUTSTANDING TO
                                   ACR-BROUGHT-FWD(WS-ACCT-IDX)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM READ-HIST-RECORD
               END-PERFORM
               CLOSE ACCR-HIST-FILE
           END-IF.

       READ-HIST-RECORD.
           READ ACCR-HIST-FILE
               AT END
                   MOVE '10' TO WS-HIST-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * a CIGLIN row dated inside the period is a capitalization;
      * the latest one in the period is the one the reversal
      * follows.  a rerun's reversal record capitalizes nothing -
      * its corrected replacement carries the same date
       LOAD-CAPITALIZATIONS.
           OPEN INPUT CI-GL-FILE.
           IF WS-CIGL-STATUS NOT = '00'
               DISPLAY 'CI-ACCRUAL-POST: NO CIGLIN INTEREST '
                   'SUPPLIED - NOTHING REVERSED'
           ELSE
               PERFORM READ-CIGL-RECORD
               PERFORM UNTIL WS-CIGL-STATUS NOT = '00'
                   IF CIGL-POST-DATE IS NUMERIC
                           AND CIGL-POST-DATE(1:6) = WS-ACCR-PERIOD
                           AND NOT CIGL-IS-REVERSAL
                       MOVE CIGL-ACCT-NR TO WS-WANT-ACCT
                       PERFORM FIND-ACCRUAL-ENTRY
                       IF WS-ACCT-IDX > ZEROS
                           ADD 1 TO WS-CAP-COUNT
                           IF CIGL-POST-DATE >
                                   ACR-CAP-DATE(WS-ACCT-IDX)
                               MOVE CIGL-POST-DATE TO
                                   ACR-CAP-DATE(WS-ACCT-IDX)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM READ-CIGL-RECORD
               END-PERFORM
           END-IF.
           CLOSE CI-GL-FILE.

       READ-CIGL-RECORD.
           READ CI-GL-FILE
               AT END
                   MOVE '10' TO WS-CIGL-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * the period's daily interest, split at the capitalization -
      * a day before the capitalization date was earned in the
      * capitalized period, the capitalization date onward belongs
      * to the next
       LOAD-DAILY-ACCRUAL.
           OPEN INPUT DAILY-ACCR-FILE.
           IF WS-DLY-STATUS NOT = '00'
               DISPLAY 'CI-ACCRUAL-POST: NO CIDAILY ACCRUAL '
                   'SUPPLIED - NOTHING ACCRUED'
           ELSE
               PERFORM READ-DAILY-RECORD
               PERFORM UNTIL WS-DLY-STATUS NOT = '00'
                   IF CID-ACCR-DATE(1:6) = WS-ACCR-PERIOD
                       MOVE CID-ACCT-NR TO WS-WANT-ACCT
                       PERFORM FIND-ACCRUAL-ENTRY
                       IF WS-ACCT-IDX > ZEROS
                           ADD 1 TO WS-DAILY-COUNT
                           ADD CID-DAY-INTEREST TO
                               ACR-PERIOD-DAYS(WS-ACCT-IDX)
                           IF CID-ACCR-DATE <
                                   ACR-CAP-DATE(WS-ACCT-IDX)
                               ADD CID-DAY-INTEREST TO
                                   ACR-PRE-CAP-DAYS(WS-ACCT-IDX)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM READ-DAILY-RECORD
               END-PERFORM
           END-IF.
           CLOSE DAILY-ACCR-FILE.

       READ-DAILY-RECORD.
           READ DAILY-ACCR-FILE
               AT END
                   MOVE '10' TO WS-DLY-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * leaves WS-ACCT-IDX on the account's entry, adding one when
      * the account is new; zero when the table is full
       FIND-ACCRUAL-ENTRY.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   OR ACR-ACCT-NR(WS-ACCT-IDX) = WS-WANT-ACCT
               CONTINUE
           END-PERFORM.
           IF WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-COUNT = 1000
                   MOVE ZEROS TO WS-ACCT-IDX
                   IF NOT ACCRUAL-TABLE-FULL
                       SET ACCRUAL-TABLE-FULL TO TRUE
                       DISPLAY 'CI-ACCRUAL-POST: ACCRUAL TABLE '
                           'FULL - FURTHER ACCOUNTS NOT POSTED'
                   END-IF
               ELSE
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-ACCT-IDX
                   MOVE WS-WANT-ACCT TO ACR-ACCT-NR(WS-ACCT-IDX)
                   MOVE ZEROS TO ACR-HIST-PERIOD(WS-ACCT-IDX)
                   MOVE ZEROS TO ACR-BROUGHT-FWD(WS-ACCT-IDX)
                   MOVE ZEROS TO ACR-CAP-DATE(WS-ACCT-IDX)
                   MOVE ZEROS TO ACR-PERIOD-DAYS(WS-ACCT-IDX)
                   MOVE ZEROS TO ACR-PRE-CAP-DAYS(WS-ACCT-IDX)
               END-IF
           END-IF.

      * the accrual posts at the period end; a capitalized account
      * has the accrual brought forward and its days before the
      * capitalization reversed on the capitalization date
       POST-ONE-ACCOUNT.
           PERFORM SETTLE-ACCOUNT-AMOUNTS.
           MOVE ACR-ACCT-NR(WS-ACCT-IDX) TO WS-SOURCE-ID.

           IF WS-ACCRUAL-AMT > ZEROS
               MOVE WS-ACCRUAL-AMT TO WS-POST-AMOUNT
               MOVE WS-GL-EXPENSE-ACCT TO WS-DEBIT-ACCT
               MOVE WS-GL-ACCRUED-ACCT TO WS-CREDIT-ACCT
               MOVE WS-PERIOD-END TO WS-PAIR-DATE
               PERFORM WRITE-POSTING-PAIR
           END-IF.

           IF WS-REVERSAL-AMT > ZEROS
                   AND NOT PERIOD-CONTROL-STOP
               MOVE WS-REVERSAL-AMT TO WS-POST-AMOUNT
               MOVE WS-GL-ACCRUED-ACCT TO WS-DEBIT-ACCT
               MOVE WS-GL-EXPENSE-ACCT TO WS-CREDIT-ACCT
               MOVE ACR-CAP-DATE(WS-ACCT-IDX) TO WS-PAIR-DATE
               PERFORM WRITE-POSTING-PAIR
           END-IF.

           IF WS-ACCRUAL-AMT > ZEROS
                   OR WS-REVERSAL-AMT > ZEROS
                   OR WS-CARRIED-AMT > ZEROS
               ADD WS-ACCRUAL-AMT TO WS-ACCRUAL-TOTAL
               ADD WS-REVERSAL-AMT TO WS-REVERSAL-TOTAL
               ADD WS-NET-AMT TO WS-NET-TOTAL
               MOVE ACR-ACCT-NR(WS-ACCT-IDX) TO RPT-ACCT-NR
               MOVE ACR-BROUGHT-FWD(WS-ACCT-IDX) TO RPT-BROUGHT-FWD
               MOVE WS-ACCRUAL-AMT TO RPT-ACCRUAL
               MOVE WS-REVERSAL-AMT TO RPT-REVERSAL
               MOVE WS-NET-AMT TO RPT-NET
               MOVE WS-CARRIED-AMT TO RPT-CARRIED-FWD
               WRITE GL-PROOF-LINE FROM RPT-DETAIL-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-IF.

      * the day amounts are rounded to the cent once per account,
      * the whole period and its pre-capitalization part alike, so
      * the reversed and carried parts always add back to the
      * period's accrual
       SETTLE-ACCOUNT-AMOUNTS.
           COMPUTE WS-ACCRUAL-AMT ROUNDED =
               ACR-PERIOD-DAYS(WS-ACCT-IDX).
           MOVE ZEROS TO WS-REVERSAL-AMT.
           IF ACR-CAP-DATE(WS-ACCT-IDX) > ZEROS
               COMPUTE WS-PRE-CAP-AMT ROUNDED =
                   ACR-PRE-CAP-DAYS(WS-ACCT-IDX)
               COMPUTE WS-REVERSAL-AMT =
                   ACR-BROUGHT-FWD(WS-ACCT-IDX) + WS-PRE-CAP-AMT
               COMPUTE WS-CARRIED-AMT =
                   WS-ACCRUAL-AMT - WS-PRE-CAP-AMT
           ELSE
               COMPUTE WS-CARRIED-AMT =
                   ACR-BROUGHT-FWD(WS-ACCT-IDX) + WS-ACCRUAL-AMT
           END-IF.
           COMPUTE WS-NET-AMT = WS-ACCRUAL-AMT - WS-REVERSAL-AMT.

      * a pair bound for a closed period is rerouted before it is
      * written; a reroute with nowhere open to go raises the hard
      * stop and nothing more is generated
       ENFORCE-PERIOD-CONTROL.
           MOVE SPACE TO WS-ADJ-MARK.
           IF WS-CALEN-COUNT = ZEROS
               CONTINUE
           ELSE
               MOVE WS-PAIR-DATE(1:6) TO WS-PAIR-PERIOD
               MOVE 'Y' TO WS-PERIOD-OK-SW
               PERFORM VARYING WS-CALEN-IDX FROM 1 BY 1
                       UNTIL WS-CALEN-IDX > WS-CALEN-COUNT
                   IF CAL-PERIOD(WS-CALEN-IDX) = WS-PAIR-PERIOD
                           AND CAL-STATUS(WS-CALEN-IDX) = 'C'
                       MOVE 'N' TO WS-PERIOD-OK-SW
                   END-IF
               END-PERFORM
               IF NOT PAIR-PERIOD-IS-OPEN
                   PERFORM REROUTE-TO-OPEN-PERIOD
               END-IF
           END-IF.

      * the earliest open period after the posting's own takes the
      * rerouted pair, dated its first day and marked as an
      * adjustment
       REROUTE-TO-OPEN-PERIOD.
           MOVE 999999 TO WS-TARGET-PERIOD.
           PERFORM VARYING WS-CALEN-IDX FROM 1 BY 1
                   UNTIL WS-CALEN-IDX > WS-CALEN-COUNT
               IF CAL-STATUS(WS-CALEN-IDX) = 'O'
                       AND CAL-PERIOD(WS-CALEN-IDX) >
                           WS-PAIR-PERIOD
                       AND CAL-PERIOD(WS-CALEN-IDX) <
                           WS-TARGET-PERIOD
                   MOVE CAL-PERIOD(WS-CALEN-IDX) TO
                       WS-TARGET-PERIOD
               END-IF
           END-PERFORM.
           IF WS-TARGET-PERIOD = 999999
               SET PERIOD-CONTROL-STOP TO TRUE
           ELSE
               COMPUTE WS-PAIR-DATE =
                   WS-TARGET-PERIOD * 100 + 1
               MOVE 'A' TO WS-ADJ-MARK
               ADD 1 TO WS-ADJUSTED-COUNT
           END-IF.

       WRITE-POSTING-PAIR.
           PERFORM ENFORCE-PERIOD-CONTROL.
           IF PERIOD-CONTROL-STOP
               CONTINUE
           ELSE
               PERFORM WRITE-PAIR-RECORDS
           END-IF.

       WRITE-PAIR-RECORDS.
           MOVE 'D' TO GLP-DR-CR.
           MOVE WS-DEBIT-ACCT TO GLP-GL-ACCOUNT.
           MOVE WS-SOURCE-ID TO GLP-SOURCE-ID.
           MOVE WS-PAIR-DATE TO GLP-POST-DATE.
           MOVE WS-POST-AMOUNT TO GLP-AMOUNT.
           MOVE WS-ADJ-MARK TO GLP-ADJ-MARK.
           WRITE GL-POST-RECORD.
           ADD 1 TO WS-DEBIT-COUNT.
           ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL.

           MOVE 'C' TO GLP-DR-CR.
           MOVE WS-CREDIT-ACCT TO GLP-GL-ACCOUNT.
           WRITE GL-POST-RECORD.
           ADD 1 TO WS-CREDIT-COUNT.
           ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL.
           ADD 2 TO RUNLOG-WRITTEN-COUNT.

       WRITE-PROOF-TOTALS.
           MOVE WS-DAILY-COUNT TO RPT-DAILY-COUNT.
           MOVE WS-CAP-COUNT TO RPT-CAP-COUNT.
           WRITE GL-PROOF-LINE FROM RPT-SOURCE-LINE.

           MOVE 'TOTAL ACCRUAL -          ' TO RPT-SUMMARY-LABEL.
           MOVE WS-ACCRUAL-TOTAL TO RPT-SUMMARY-AMOUNT.
           WRITE GL-PROOF-LINE FROM RPT-SUMMARY-LINE.

           MOVE 'TOTAL REVERSAL -         ' TO RPT-SUMMARY-LABEL.
           MOVE WS-REVERSAL-TOTAL TO RPT-SUMMARY-AMOUNT.
           WRITE GL-PROOF-LINE FROM RPT-SUMMARY-LINE.

           MOVE 'NET ACCRUED THIS PERIOD -' TO RPT-SUMMARY-LABEL.
           MOVE WS-NET-TOTAL TO RPT-SUMMARY-AMOUNT.
           WRITE GL-PROOF-LINE FROM RPT-SUMMARY-LINE.

           MOVE 'DEBITS  -       ' TO RPT-TOTAL-LABEL.
           MOVE WS-DEBIT-COUNT TO RPT-TOTAL-COUNT.
           MOVE WS-DEBIT-TOTAL TO RPT-TOTAL-AMOUNT.
           WRITE GL-PROOF-LINE FROM RPT-TOTAL-LINE.

           MOVE 'CREDITS -       ' TO RPT-TOTAL-LABEL.
           MOVE WS-CREDIT-COUNT TO RPT-TOTAL-COUNT.
           MOVE WS-CREDIT-TOTAL TO RPT-TOTAL-AMOUNT.
           WRITE GL-PROOF-LINE FROM RPT-TOTAL-LINE.

           MOVE WS-ADJUSTED-COUNT TO RPT-ADJUSTED-COUNT.
           WRITE GL-PROOF-LINE FROM RPT-ADJUSTED-LINE.

           EVALUATE TRUE
               WHEN PERIOD-CONTROL-STOP
                   MOVE 'PERIOD CONTROL STOP' TO RPT-VERDICT
               WHEN WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
                       AND WS-DEBIT-COUNT = WS-CREDIT-COUNT
                   MOVE 'IN BALANCE' TO RPT-VERDICT
               WHEN OTHER
                   MOVE 'OUT OF BALANCE' TO RPT-VERDICT
                   MOVE 8 TO WS-RUN-RC
           END-EVALUATE.
           WRITE GL-PROOF-LINE FROM RPT-VERDICT-LINE.
           ADD 8 TO RUNLOG-WRITTEN-COUNT.

      * the period's line per account carries its outstanding
      * accrual forward; only a run that posted cleanly records
      * the period
       WRITE-ACCRUAL-HISTORY.
           OPEN EXTEND ACCR-HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
               OPEN OUTPUT ACCR-HIST-FILE
           END-IF.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               PERFORM SETTLE-ACCOUNT-AMOUNTS
               IF WS-ACCRUAL-AMT > ZEROS
                       OR WS-REVERSAL-AMT > ZEROS
                       OR WS-CARRIED-AMT > ZEROS
                   MOVE ACR-ACCT-NR(WS-ACCT-IDX) TO AH-ACCT-NR
                   MOVE WS-ACCR-PERIOD TO AH-PERIOD
                   MOVE WS-ACCRUAL-AMT TO AH-ACCRUAL
                   MOVE WS-REVERSAL-AMT TO AH-REVERSAL
                   MOVE WS-CARRIED-AMT TO AH-OUTSTANDING
                   MOVE ACR-CAP-DATE(WS-ACCT-IDX) TO AH-CAP-DATE
                   MOVE WS-RUN-DATE TO AH-RUN-DATE
                   WRITE ACCR-HIST-RECORD
                   ADD 1 TO RUNLOG-WRITTEN-COUNT
               END-IF
           END-PERFORM.
           CLOSE ACCR-HIST-FILE.

       WRITE-RUNLOG-START.
           MOVE 'CI-ACCRUAL-POST' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'CI-ACCRUAL-POST' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
