      * compulsory reserve computation - treasury has worked out the
      * reserve we must hold at the central bank on a spreadsheet
      * keyed from CI-ACCT-INQUIRY printouts.  this run computes it
      * straight off the live CITERMS book.
      *
      * the RSVPARM parameter table drives everything, one record
      * per line with a record type in column 1:
      *   'P' the calculation period - from and to dates; without
      *       one the period runs from the first of the business
      *       month through the business date
      *   'C' a reserve category - its code, the reserve ratio in
      *       percent, and a description for the report
      *   'R' a classification rule - product code (blank for any
      *       product), the longest remaining term in days the rule
      *       covers, and the category it assigns
      *   'D' a deduction band - category, the base floor at which
      *       the band starts, and the amount deducted from the
      *       base before the ratio applies
      * without at least one category and one rule the run refuses
      * with return code 8 rather than report a guessed reserve.
      *
      * every open account (CICLOSED entries carry nothing) is
      * classified by its product and remaining term - term days
      * to maturity on the ci_maturity_diary convention, start date
      * plus the term years, rolled to the next business day.  the
      * rule for the account's own product is taken before a
      * blank-product rule, and among those the one with the
      * shortest term still covering the account.  an account no
      * rule covers is listed as unclassified and holds nothing.
      *
      * the balance averaged is the daily balance on the CIDAILY
      * accrual ledger for each calendar day of the period, divided
      * by the days in the period; an account with nothing on
      * CIDAILY inside the period stands at its spot principal and
      * is marked SPOT on the RSVRPT detail.  per category the
      * averaged base less its deduction band, floored at zero,
      * times the ratio is the required reserve
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CI-RESERVE-CALC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CI-TERMS-FILE ASSIGN TO 'CITERMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS CIT-ACCT-NR
               FILE STATUS IS WS-TERMS-STATUS.

           SELECT DAILY-ACCR-FILE ASSIGN TO 'CIDAILY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAILY-STATUS.

           SELECT CLOSED-FLAG-FILE ASSIGN TO 'CICLOSED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-STATUS.

           SELECT RSV-PARM-FILE ASSIGN TO 'RSVPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPARM-STATUS.

           SELECT RSV-RPT-FILE ASSIGN TO 'RSVRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CI-TERMS-FILE.
           COPY CITERMRC.

       FD  DAILY-ACCR-FILE.
       01  DAILY-ACCR-RECORD.
           05 CID-ACCT-NR              PIC 9(10).
           05 CID-ACCR-DATE            PIC 9(08).
           05 CID-DAY-INTEREST         PIC 9(08)V9(04).
           05 CID-ACCRUED-BAL          PIC 9(08)V99.

       FD  CLOSED-FLAG-FILE.
       01  CLOSED-FLAG-RECORD.
           05 CFG-ACCT-NR              PIC 9(10).
           05 CFG-CLOSE-DATE           PIC 9(08).
           05 CFG-RUN-DATE             PIC 9(08).

       FD  RSV-PARM-FILE.
       01  RSV-PARM-RECORD.
           05 RSP-REC-TYPE             PIC X(01).
               88  RSP-IS-PERIOD               VALUE 'P'.
               88  RSP-IS-CATEGORY             VALUE 'C'.
               88  RSP-IS-RULE                 VALUE 'R'.
               88  RSP-IS-DEDUCTION            VALUE 'D'.
           05 RSP-PERIOD-DATA.
               10 RSP-FROM-DATE        PIC 9(08).
               10 RSP-TO-DATE          PIC 9(08).
               10 FILLER               PIC X(24).
           05 RSP-CATEGORY-DATA REDEFINES RSP-PERIOD-DATA.
               10 RSP-CAT-CODE         PIC X(04).
               10 RSP-CAT-RATIO        PIC 9(03)V99.
               10 RSP-CAT-DESC         PIC X(20).
               10 FILLER               PIC X(11).
           05 RSP-RULE-DATA REDEFINES RSP-PERIOD-DATA.
               10 RSP-RULE-PRODUCT     PIC X(06).
               10 RSP-RULE-MAX-DAYS    PIC 9(05).
               10 RSP-RULE-CAT         PIC X(04).
               10 FILLER               PIC X(25).
           05 RSP-DEDUCT-DATA REDEFINES RSP-PERIOD-DATA.
               10 RSP-DED-CAT          PIC X(04).
               10 RSP-DED-FLOOR        PIC 9(11)V99.
               10 RSP-DED-AMOUNT       PIC 9(11)V99.
               10 FILLER               PIC X(10).

       FD  RSV-RPT-FILE.
       01  RSV-RPT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TERMS-STATUS             PIC XX.
       01  WS-DAILY-STATUS             PIC XX.
       01  WS-FLAG-STATUS              PIC XX.
       01  WS-RPARM-STATUS             PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

           COPY DATESRVW.

           COPY BUSDAYW.

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-PERIOD-FROM              PIC 9(08).
       01  WS-PERIOD-TO                PIC 9(08).
       01  WS-PERIOD-DAYS              PIC 9(05) VALUE ZEROS.
       01  WS-PARM-OK-SW               PIC X(01) VALUE 'Y'.
           88  PARMS-ARE-USABLE                VALUE 'Y'.

      * accounts closed out - loaded once, an account on the list
      * holds no reserve
       01  WS-CLOSED-COUNT             PIC 9(04) VALUE ZEROS.
       01  WS-CLOSED-IDX               PIC 9(04).
       01  CLOSED-ACCT-TABLE.
           05  CLOSED-ACCT-NR          PIC 9(10) OCCURS 2000 TIMES.
       01  WS-CLOSED-SW                PIC X(01).
           88  ACCOUNT-IS-CLOSED               VALUE 'Y'.

      * reserve categories with their ratios and running totals
       01  WS-CAT-COUNT                PIC 9(02) VALUE ZEROS.
       01  WS-CAT-IDX                  PIC 9(02).
       01  CATEGORY-TABLE.
           05  CATEGORY-ENTRY OCCURS 20 TIMES.
               10  CAT-CODE            PIC X(04).
               10  CAT-RATIO           PIC 9(03)V99.
               10  CAT-DESC            PIC X(20).
               10  CAT-ACCT-COUNT      PIC 9(05).
               10  CAT-BASE            PIC 9(13)V99.
               10  CAT-DEDUCTION       PIC 9(11)V99.
               10  CAT-NET-BASE        PIC 9(13)V99.
               10  CAT-REQUIRED        PIC 9(13)V99.

      * classification rules in the order they were read
       01  WS-RULE-COUNT               PIC 9(02) VALUE ZEROS.
       01  WS-RULE-IDX                 PIC 9(02).
       01  RULE-TABLE.
           05  RULE-ENTRY OCCURS 50 TIMES.
               10  RULE-PRODUCT        PIC X(06).
               10  RULE-MAX-DAYS       PIC 9(05).
               10  RULE-CAT-IDX        PIC 9(02).

      * deduction bands by category
       01  WS-BAND-COUNT               PIC 9(02) VALUE ZEROS.
       01  WS-BAND-IDX                 PIC 9(02).
       01  BAND-TABLE.
           05  BAND-ENTRY OCCURS 50 TIMES.
               10  BAND-CAT-IDX        PIC 9(02).
               10  BAND-FLOOR          PIC 9(11)V99.
               10  BAND-AMOUNT         PIC 9(11)V99.
       01  WS-BAND-FLOOR-HIGH          PIC 9(11)V99.

      * the classified book - one entry per open account, in
      * account order as CITERMS delivers them
       01  WS-ACCT-COUNT               PIC 9(05) VALUE ZEROS.
       01  WS-ACCT-IDX                 PIC 9(05).
       01  WS-ACCT-FULL-SW             PIC X(01) VALUE 'N'.
           88  ACCOUNT-TABLE-FULL              VALUE 'Y'.
       01  ACCOUNT-TABLE.
           05  ACCOUNT-ENTRY OCCURS 5000 TIMES.
               10  RSA-ACCT-NR         PIC 9(10).
               10  RSA-PRODUCT         PIC X(06).
               10  RSA-DAYS-LEFT       PIC 9(05).
               10  RSA-CAT-IDX         PIC 9(02).
               10  RSA-SPOT-BAL        PIC 9(11)V99.
               10  RSA-BAL-SUM         PIC 9(15)V99.
               10  RSA-DAY-COUNT       PIC 9(05).
               10  RSA-AVG-BAL         PIC 9(11)V99.

      * CIDAILY arrives grouped by account - the last account
      * found is held so the table is searched once per account
       01  WS-LAST-ACCT-NR             PIC 9(10) VALUE ZEROS.
       01  WS-LAST-ACCT-IDX            PIC 9(05) VALUE ZEROS.

       01  WS-START-DATE               PIC 9(08).
       01  WS-MATURITY-DATE            PIC 9(08).
       01  WS-TERM-DAYS                PIC 9(07).
       01  WS-DAYS-LEFT                PIC S9(07).
       01  WS-PASS-PRODUCT             PIC X(06).
       01  WS-BEST-MAX-DAYS            PIC 9(05).
       01  WS-BEST-CAT-IDX             PIC 9(02).
       01  WS-FIND-CAT                 PIC X(04).
       01  WS-FIND-IDX                 PIC 9(02).

       01  WS-UNCLASS-COUNT            PIC 9(05) VALUE ZEROS.
       01  WS-SPOT-COUNT               PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-BASE               PIC 9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-REQUIRED           PIC 9(13)V99 VALUE ZEROS.

       01  RPT-HEADING.
           05 FILLER                   PIC X(30) VALUE
               'COMPULSORY RESERVE - PERIOD   '.
           05 RPT-HDG-FROM             PIC 9(08).
           05 FILLER                   PIC X(04) VALUE ' TO '.
           05 RPT-HDG-TO               PIC 9(08).
           05 FILLER                   PIC X(07) VALUE '  DAYS '.
           05 RPT-HDG-DAYS             PIC ZZZZ9.
           05 FILLER                   PIC X(08) VALUE '  AS OF '.
           05 RPT-HDG-RUN-DATE         PIC 9(08).

       01  RPT-COLUMN-HEADING.
           05 FILLER                   PIC X(40) VALUE
               'ACCOUNT     PRODUCT  TERM DAYS  CATEGORY'.
           05 FILLER                   PIC X(40) VALUE
               '      AVERAGE BALANCE  BASIS            '.

       01  RPT-DETAIL-LINE.
           05 RPT-ACCT-NR              PIC 9(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-PRODUCT              PIC X(06).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 RPT-DAYS-LEFT            PIC ZZZZ9.
           05 FILLER                   PIC X(06) VALUE SPACES.
           05 RPT-CATEGORY             PIC X(04).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 RPT-AVG-BAL              PIC $$$$,$$$,$$$,$$9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-BASIS                PIC X(12).

       01  RPT-CAT-HEADING.
           05 FILLER                   PIC X(40) VALUE
               'CATEGORY DESCRIPTION          ACCTS     '.
           05 FILLER                   PIC X(40) VALUE
               '   AVERAGED BASE      DEDUCTION  RATIO  '.
           05 FILLER                   PIC X(20) VALUE
               ' REQUIRED RESERVE   '.

       01  RPT-CAT-LINE.
           05 RPT-CAT-CODE             PIC X(04).
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 RPT-CAT-DESC             PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-CAT-ACCTS            PIC ZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-CAT-BASE             PIC $$$,$$$,$$$,$$9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-CAT-DEDUCT           PIC $$,$$$,$$$,$$9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-CAT-RATIO            PIC ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-CAT-REQUIRED         PIC $$$,$$$,$$$,$$9.99.

       01  RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL          PIC X(30).
           05 RPT-TOTAL-AMOUNT         PIC $$$,$$$,$$$,$$9.99.

       01  RPT-COUNT-LINE.
           05 RPT-COUNT-LABEL          PIC X(30).
           05 RPT-COUNT-VALUE          PIC Z(4)9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CI-RESERVE-CALC' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           PERFORM LOAD-RESERVE-PARMS.
           IF NOT PARMS-ARE-USABLE
               MOVE 8 TO WS-RUN-RC
           ELSE
               OPEN INPUT CI-TERMS-FILE
               IF WS-TERMS-STATUS NOT = '00'
                   DISPLAY 'CI-RESERVE-CALC: NO CITERMS MASTER '
                       'AVAILABLE'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM LOAD-CLOSED-ACCOUNTS
                   PERFORM READ-TERMS-RECORD
                   PERFORM UNTIL WS-TERMS-STATUS NOT = '00'
                       PERFORM CLASSIFY-ONE-ACCOUNT
                       PERFORM READ-TERMS-RECORD
                   END-PERFORM
                   CLOSE CI-TERMS-FILE

                   PERFORM ACCUMULATE-DAILY-BALANCES
                   OPEN OUTPUT RSV-RPT-FILE
                   PERFORM WRITE-ACCOUNT-DETAIL
                   PERFORM COMPUTE-CATEGORY-RESERVES
                   PERFORM WRITE-CATEGORY-SUMMARY
                   CLOSE RSV-RPT-FILE
                   DISPLAY 'CI-RESERVE-CALC: REQUIRED RESERVE '
                       WS-TOTAL-REQUIRED ' ON ' WS-ACCT-COUNT
                       ' ACCOUNTS'
               END-IF
           END-IF.

      ******************************************************************
      * the parameter table - period, categories, rules and bands.
      * rules and bands name their category by code, so categories
      * are loaded first and the file read a second time for the
      * rest
      ******************************************************************
       LOAD-RESERVE-PARMS.
           MOVE WS-RUN-DATE TO WS-PERIOD-TO.
           MOVE WS-RUN-DATE TO WS-PERIOD-FROM.
           MOVE '01' TO WS-PERIOD-FROM(7:2).

           OPEN INPUT RSV-PARM-FILE.
           IF WS-RPARM-STATUS NOT = '00'
               DISPLAY 'CI-RESERVE-CALC: NO RSVPARM TABLE - REFUSED'
               MOVE 'N' TO WS-PARM-OK-SW
           ELSE
               PERFORM READ-PARM-RECORD
               PERFORM UNTIL WS-RPARM-STATUS NOT = '00'
                   PERFORM TAKE-PERIOD-OR-CATEGORY
                   PERFORM READ-PARM-RECORD
               END-PERFORM
               CLOSE RSV-PARM-FILE

               OPEN INPUT RSV-PARM-FILE
               PERFORM READ-PARM-RECORD
               PERFORM UNTIL WS-RPARM-STATUS NOT = '00'
                   PERFORM TAKE-RULE-OR-BAND
                   PERFORM READ-PARM-RECORD
               END-PERFORM
               CLOSE RSV-PARM-FILE

               IF WS-CAT-COUNT = ZEROS OR WS-RULE-COUNT = ZEROS
                   DISPLAY 'CI-RESERVE-CALC: RSVPARM HAS NO '
                       'CATEGORIES OR NO RULES - REFUSED'
                   MOVE 'N' TO WS-PARM-OK-SW
               END-IF
           END-IF.

           IF PARMS-ARE-USABLE
               SET DSV-FUNC-DAYS-BETWEEN TO TRUE
               MOVE WS-PERIOD-FROM TO DSV-DATE-1
               MOVE WS-PERIOD-TO TO DSV-DATE-2
               CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS
               IF NOT DSV-STAT-OK OR DSV-DAYS < ZEROS
                   DISPLAY 'CI-RESERVE-CALC: RESERVE PERIOD '
                       WS-PERIOD-FROM ' TO ' WS-PERIOD-TO
                       ' IS NOT VALID - REFUSED'
                   MOVE 'N' TO WS-PARM-OK-SW
               ELSE
                   COMPUTE WS-PERIOD-DAYS = DSV-DAYS + 1
               END-IF
           END-IF.

       READ-PARM-RECORD.
           READ RSV-PARM-FILE
               AT END
                   MOVE '10' TO WS-RPARM-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       TAKE-PERIOD-OR-CATEGORY.
           EVALUATE TRUE
               WHEN RSP-IS-PERIOD
                   IF RSP-FROM-DATE IS NUMERIC
                           AND RSP-TO-DATE IS NUMERIC
                       MOVE RSP-FROM-DATE TO WS-PERIOD-FROM
                       MOVE RSP-TO-DATE TO WS-PERIOD-TO
                   END-IF
               WHEN RSP-IS-CATEGORY
                   IF RSP-CAT-RATIO IS NUMERIC
                           AND RSP-CAT-CODE NOT = SPACES
                           AND WS-CAT-COUNT < 20
                       ADD 1 TO WS-CAT-COUNT
                       INITIALIZE CATEGORY-ENTRY(WS-CAT-COUNT)
                       MOVE RSP-CAT-CODE TO CAT-CODE(WS-CAT-COUNT)
                       MOVE RSP-CAT-RATIO TO CAT-RATIO(WS-CAT-COUNT)
                       MOVE RSP-CAT-DESC TO CAT-DESC(WS-CAT-COUNT)
                   END-IF
           END-EVALUATE.

      * a rule or band naming a category not on the table is
      * dropped with a message - it can never apply
       TAKE-RULE-OR-BAND.
           EVALUATE TRUE
               WHEN RSP-IS-RULE
                   MOVE RSP-RULE-CAT TO WS-FIND-CAT
                   PERFORM FIND-CATEGORY
                   IF WS-CAT-IDX > ZEROS
                           AND RSP-RULE-MAX-DAYS IS NUMERIC
                           AND WS-RULE-COUNT < 50
                       ADD 1 TO WS-RULE-COUNT
                       MOVE RSP-RULE-PRODUCT TO
                           RULE-PRODUCT(WS-RULE-COUNT)
                       MOVE RSP-RULE-MAX-DAYS TO
                           RULE-MAX-DAYS(WS-RULE-COUNT)
                       MOVE WS-CAT-IDX TO RULE-CAT-IDX(WS-RULE-COUNT)
                   ELSE
                       DISPLAY 'CI-RESERVE-CALC: RULE FOR CATEGORY '
                           RSP-RULE-CAT ' IGNORED'
                   END-IF
               WHEN RSP-IS-DEDUCTION
                   MOVE RSP-DED-CAT TO WS-FIND-CAT
                   PERFORM FIND-CATEGORY
                   IF WS-CAT-IDX > ZEROS
                           AND RSP-DED-FLOOR IS NUMERIC
                           AND RSP-DED-AMOUNT IS NUMERIC
                           AND WS-BAND-COUNT < 50
                       ADD 1 TO WS-BAND-COUNT
                       MOVE WS-CAT-IDX TO BAND-CAT-IDX(WS-BAND-COUNT)
                       MOVE RSP-DED-FLOOR TO BAND-FLOOR(WS-BAND-COUNT)
                       MOVE RSP-DED-AMOUNT TO
                           BAND-AMOUNT(WS-BAND-COUNT)
                   ELSE
                       DISPLAY 'CI-RESERVE-CALC: BAND FOR CATEGORY '
                           RSP-DED-CAT ' IGNORED'
                   END-IF
           END-EVALUATE.

       FIND-CATEGORY.
           MOVE ZEROS TO WS-CAT-IDX.
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > WS-CAT-COUNT
                      OR WS-CAT-IDX > ZEROS
               IF CAT-CODE(WS-FIND-IDX) = WS-FIND-CAT
                   MOVE WS-FIND-IDX TO WS-CAT-IDX
               END-IF
           END-PERFORM.

       LOAD-CLOSED-ACCOUNTS.
           OPEN INPUT CLOSED-FLAG-FILE.
           IF WS-FLAG-STATUS = '00'
               PERFORM READ-CLOSED-FLAG
               PERFORM UNTIL WS-FLAG-STATUS NOT = '00'
                       OR WS-CLOSED-COUNT = 2000
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE CFG-ACCT-NR TO
                       CLOSED-ACCT-NR(WS-CLOSED-COUNT)
                   PERFORM READ-CLOSED-FLAG
               END-PERFORM
               CLOSE CLOSED-FLAG-FILE
           END-IF.

       READ-CLOSED-FLAG.
           READ CLOSED-FLAG-FILE
               AT END
                   MOVE '10' TO WS-FLAG-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       READ-TERMS-RECORD.
           READ CI-TERMS-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-TERMS-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      ******************************************************************
      * one account from the book - skip it if closed, work out the
      * remaining term and take it onto the account table with its
      * category
      ******************************************************************
       CLASSIFY-ONE-ACCOUNT.
           MOVE 'N' TO WS-CLOSED-SW.
           PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
                   UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
               IF CLOSED-ACCT-NR(WS-CLOSED-IDX) = CIT-ACCT-NR
                   SET ACCOUNT-IS-CLOSED TO TRUE
               END-IF
           END-PERFORM.

           IF NOT ACCOUNT-IS-CLOSED
               IF WS-ACCT-COUNT = 5000
                   IF NOT ACCOUNT-TABLE-FULL
                       DISPLAY 'CI-RESERVE-CALC: ACCOUNT TABLE FULL '
                           '- BOOK BEYOND ' CIT-ACCT-NR ' NOT TAKEN'
                       SET ACCOUNT-TABLE-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE CIT-ACCT-NR TO RSA-ACCT-NR(WS-ACCT-COUNT)
                   MOVE CIT-PRODUCT-CD TO RSA-PRODUCT(WS-ACCT-COUNT)
                   COMPUTE RSA-SPOT-BAL(WS-ACCT-COUNT) ROUNDED =
                       CIT-PRINCIPAL
                   MOVE ZEROS TO RSA-BAL-SUM(WS-ACCT-COUNT)
                   MOVE ZEROS TO RSA-DAY-COUNT(WS-ACCT-COUNT)
                   MOVE ZEROS TO RSA-AVG-BAL(WS-ACCT-COUNT)
                   PERFORM TAKE-REMAINING-TERM
                   MOVE WS-DAYS-LEFT TO RSA-DAYS-LEFT(WS-ACCT-COUNT)
                   PERFORM CHOOSE-CATEGORY
                   MOVE WS-BEST-CAT-IDX TO RSA-CAT-IDX(WS-ACCT-COUNT)
               END-IF
           END-IF.

      * the maturity is the start date plus the term years, rolled
      * to the next business day; an account past maturity, or
      * with a date DATE-SERVICE will not take, has no term left
       TAKE-REMAINING-TERM.
           MOVE ZEROS TO WS-DAYS-LEFT.
           IF CIT-START-DATE IS NUMERIC AND CIT-START-DATE > ZEROS
               MOVE CIT-START-DATE TO WS-START-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-START-DATE
           END-IF.
           SET DSV-FUNC-ADD-DAYS TO TRUE.
           MOVE WS-START-DATE TO DSV-DATE-1.
           COMPUTE WS-TERM-DAYS = CIT-PERIOD * 365.
           MOVE WS-TERM-DAYS TO DSV-DAYS.
           CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS.
           IF DSV-STAT-OK
               MOVE DSV-DATE-OUT TO WS-MATURITY-DATE
               SET BDY-FUNC-NEXT-BUSDAY TO TRUE
               MOVE WS-MATURITY-DATE TO BDY-DATE-IN
               CALL 'BUSDAY-SERVICE' USING BUSDAY-PARMS
               IF BDY-STAT-OK
                   MOVE BDY-DATE-OUT TO WS-MATURITY-DATE
               END-IF
               SET DSV-FUNC-DAYS-BETWEEN TO TRUE
               MOVE WS-RUN-DATE TO DSV-DATE-1
               MOVE WS-MATURITY-DATE TO DSV-DATE-2
               CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS
               IF DSV-STAT-OK AND DSV-DAYS > ZEROS
                   MOVE DSV-DAYS TO WS-DAYS-LEFT
               END-IF
           END-IF.
           IF WS-DAYS-LEFT > 99999
               MOVE 99999 TO WS-DAYS-LEFT
           END-IF.

      * rules for the account's own product first, blank-product
      * rules only when none of those covers it; the covering rule
      * with the shortest term wins
       CHOOSE-CATEGORY.
           MOVE ZEROS TO WS-BEST-CAT-IDX.
           MOVE CIT-PRODUCT-CD TO WS-PASS-PRODUCT.
           PERFORM SCAN-RULES-FOR-PRODUCT.
           IF WS-BEST-CAT-IDX = ZEROS
               MOVE SPACES TO WS-PASS-PRODUCT
               PERFORM SCAN-RULES-FOR-PRODUCT
           END-IF.

       SCAN-RULES-FOR-PRODUCT.
           MOVE 99999 TO WS-BEST-MAX-DAYS.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF RULE-PRODUCT(WS-RULE-IDX) = WS-PASS-PRODUCT
                       AND RULE-MAX-DAYS(WS-RULE-IDX) NOT <
                           WS-DAYS-LEFT
                   IF WS-BEST-CAT-IDX = ZEROS
                           OR RULE-MAX-DAYS(WS-RULE-IDX) <
                              WS-BEST-MAX-DAYS
                       MOVE RULE-MAX-DAYS(WS-RULE-IDX) TO
                           WS-BEST-MAX-DAYS
                       MOVE RULE-CAT-IDX(WS-RULE-IDX) TO
                           WS-BEST-CAT-IDX
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * one pass of the CIDAILY accrual ledger - each day's balance
      * inside the period is added to its account's running sum
      ******************************************************************
       ACCUMULATE-DAILY-BALANCES.
           OPEN INPUT DAILY-ACCR-FILE.
           IF WS-DAILY-STATUS NOT = '00'
               DISPLAY 'CI-RESERVE-CALC: NO CIDAILY LEDGER - SPOT '
                   'BALANCES USED THROUGHOUT'
           ELSE
               PERFORM READ-DAILY-RECORD
               PERFORM UNTIL WS-DAILY-STATUS NOT = '00'
                   IF CID-ACCR-DATE NOT < WS-PERIOD-FROM
                           AND CID-ACCR-DATE NOT > WS-PERIOD-TO
                       PERFORM FIND-DAILY-ACCOUNT
                       IF WS-LAST-ACCT-IDX > ZEROS
                           ADD CID-ACCRUED-BAL TO
                               RSA-BAL-SUM(WS-LAST-ACCT-IDX)
                           ADD 1 TO RSA-DAY-COUNT(WS-LAST-ACCT-IDX)
                       END-IF
                   END-IF
                   PERFORM READ-DAILY-RECORD
               END-PERFORM
               CLOSE DAILY-ACCR-FILE
           END-IF.

           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF RSA-DAY-COUNT(WS-ACCT-IDX) = ZEROS
                   MOVE RSA-SPOT-BAL(WS-ACCT-IDX) TO
                       RSA-AVG-BAL(WS-ACCT-IDX)
               ELSE
                   COMPUTE RSA-AVG-BAL(WS-ACCT-IDX) ROUNDED =
                       RSA-BAL-SUM(WS-ACCT-IDX) / WS-PERIOD-DAYS
               END-IF
           END-PERFORM.

       READ-DAILY-RECORD.
           READ DAILY-ACCR-FILE
               AT END
                   MOVE '10' TO WS-DAILY-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * an account not on the book (closed, or beyond a full table)
      * leaves the index at zero and its balances are passed over
       FIND-DAILY-ACCOUNT.
           IF CID-ACCT-NR NOT = WS-LAST-ACCT-NR
               MOVE CID-ACCT-NR TO WS-LAST-ACCT-NR
               MOVE ZEROS TO WS-LAST-ACCT-IDX
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                          OR WS-LAST-ACCT-IDX > ZEROS
                   IF RSA-ACCT-NR(WS-ACCT-IDX) = CID-ACCT-NR
                       MOVE WS-ACCT-IDX TO WS-LAST-ACCT-IDX
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * the detail behind the figure - every account with its term,
      * category, averaged balance and where the balance came from;
      * each classified account's average goes into its category
      ******************************************************************
       WRITE-ACCOUNT-DETAIL.
           MOVE WS-PERIOD-FROM TO RPT-HDG-FROM.
           MOVE WS-PERIOD-TO TO RPT-HDG-TO.
           MOVE WS-PERIOD-DAYS TO RPT-HDG-DAYS.
           MOVE WS-RUN-DATE TO RPT-HDG-RUN-DATE.
           WRITE RSV-RPT-LINE FROM RPT-HEADING.
           WRITE RSV-RPT-LINE FROM RPT-COLUMN-HEADING.
           ADD 2 TO RUNLOG-WRITTEN-COUNT.

           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               PERFORM WRITE-ONE-ACCOUNT
           END-PERFORM.

       WRITE-ONE-ACCOUNT.
           MOVE RSA-ACCT-NR(WS-ACCT-IDX) TO RPT-ACCT-NR.
           MOVE RSA-PRODUCT(WS-ACCT-IDX) TO RPT-PRODUCT.
           MOVE RSA-DAYS-LEFT(WS-ACCT-IDX) TO RPT-DAYS-LEFT.
           MOVE RSA-AVG-BAL(WS-ACCT-IDX) TO RPT-AVG-BAL.
           MOVE RSA-CAT-IDX(WS-ACCT-IDX) TO WS-CAT-IDX.
           IF RSA-DAY-COUNT(WS-ACCT-IDX) = ZEROS
               ADD 1 TO WS-SPOT-COUNT
               MOVE 'SPOT' TO RPT-BASIS
           ELSE
               MOVE 'DAILY AVG' TO RPT-BASIS
           END-IF.
           IF WS-CAT-IDX = ZEROS
               ADD 1 TO WS-UNCLASS-COUNT
               MOVE '----' TO RPT-CATEGORY
               MOVE 'UNCLASSIFIED' TO RPT-BASIS
           ELSE
               MOVE CAT-CODE(WS-CAT-IDX) TO RPT-CATEGORY
               ADD 1 TO CAT-ACCT-COUNT(WS-CAT-IDX)
               ADD RSA-AVG-BAL(WS-ACCT-IDX) TO CAT-BASE(WS-CAT-IDX)
           END-IF.
           WRITE RSV-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * the deduction is the band with the highest floor the
      * category's base reaches; the base net of it never goes
      * below zero
       COMPUTE-CATEGORY-RESERVES.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               MOVE ZEROS TO CAT-DEDUCTION(WS-CAT-IDX)
               MOVE ZEROS TO WS-BAND-FLOOR-HIGH
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                       UNTIL WS-BAND-IDX > WS-BAND-COUNT
                   IF BAND-CAT-IDX(WS-BAND-IDX) = WS-CAT-IDX
                           AND BAND-FLOOR(WS-BAND-IDX) NOT >
                               CAT-BASE(WS-CAT-IDX)
                           AND BAND-FLOOR(WS-BAND-IDX) NOT <
                               WS-BAND-FLOOR-HIGH
                       MOVE BAND-FLOOR(WS-BAND-IDX) TO
                           WS-BAND-FLOOR-HIGH
                       MOVE BAND-AMOUNT(WS-BAND-IDX) TO
                           CAT-DEDUCTION(WS-CAT-IDX)
                   END-IF
               END-PERFORM
               IF CAT-DEDUCTION(WS-CAT-IDX) > CAT-BASE(WS-CAT-IDX)
                   MOVE ZEROS TO CAT-NET-BASE(WS-CAT-IDX)
               ELSE
                   COMPUTE CAT-NET-BASE(WS-CAT-IDX) =
                       CAT-BASE(WS-CAT-IDX) - CAT-DEDUCTION(WS-CAT-IDX)
               END-IF
               COMPUTE CAT-REQUIRED(WS-CAT-IDX) ROUNDED =
                   CAT-NET-BASE(WS-CAT-IDX) * CAT-RATIO(WS-CAT-IDX)
                       / 100
               ADD CAT-BASE(WS-CAT-IDX) TO WS-TOTAL-BASE
               ADD CAT-REQUIRED(WS-CAT-IDX) TO WS-TOTAL-REQUIRED
           END-PERFORM.

       WRITE-CATEGORY-SUMMARY.
           MOVE SPACES TO RSV-RPT-LINE.
           WRITE RSV-RPT-LINE.
           WRITE RSV-RPT-LINE FROM RPT-CAT-HEADING.
           ADD 2 TO RUNLOG-WRITTEN-COUNT.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               MOVE CAT-CODE(WS-CAT-IDX) TO RPT-CAT-CODE
               MOVE CAT-DESC(WS-CAT-IDX) TO RPT-CAT-DESC
               MOVE CAT-ACCT-COUNT(WS-CAT-IDX) TO RPT-CAT-ACCTS
               MOVE CAT-BASE(WS-CAT-IDX) TO RPT-CAT-BASE
               MOVE CAT-DEDUCTION(WS-CAT-IDX) TO RPT-CAT-DEDUCT
               MOVE CAT-RATIO(WS-CAT-IDX) TO RPT-CAT-RATIO
               MOVE CAT-REQUIRED(WS-CAT-IDX) TO RPT-CAT-REQUIRED
               WRITE RSV-RPT-LINE FROM RPT-CAT-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-PERFORM.

           MOVE SPACES TO RSV-RPT-LINE.
           WRITE RSV-RPT-LINE.
           MOVE 'TOTAL AVERAGED BASE' TO RPT-TOTAL-LABEL.
           MOVE WS-TOTAL-BASE TO RPT-TOTAL-AMOUNT.
           WRITE RSV-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'REQUIRED RESERVE' TO RPT-TOTAL-LABEL.
           MOVE WS-TOTAL-REQUIRED TO RPT-TOTAL-AMOUNT.
           WRITE RSV-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'ACCOUNTS ON THE BOOK' TO RPT-COUNT-LABEL.
           MOVE WS-ACCT-COUNT TO RPT-COUNT-VALUE.
           WRITE RSV-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'AT SPOT PRINCIPAL' TO RPT-COUNT-LABEL.
           MOVE WS-SPOT-COUNT TO RPT-COUNT-VALUE.
           WRITE RSV-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'UNCLASSIFIED - NO RESERVE' TO RPT-COUNT-LABEL.
           MOVE WS-UNCLASS-COUNT TO RPT-COUNT-VALUE.
           WRITE RSV-RPT-LINE FROM RPT-COUNT-LINE.
           ADD 6 TO RUNLOG-WRITTEN-COUNT.

       WRITE-RUNLOG-START.
           MOVE 'CI-RESERVE-CALC' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'CI-RESERVE-CALC' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
