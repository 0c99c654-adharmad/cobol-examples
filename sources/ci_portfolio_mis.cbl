      * month-end deposit portfolio management report - the
      * treasury and product committees took the month's book from
      * spreadsheets built off the balance-sheet run, the
      * maturity diary and the GL extracts, and no two of them
      * ever agreed.  this run browses the CITERMS master once for
      * the MISPARM month (YYYYMM - the business date's month when
      * none is supplied) and values every account on the book at
      * the month's last day - the latest CITXN ledger balance
      * dated on or before it, or the term principal when the
      * account has no ledger entries yet.  an account flagged on
      * CICLOSED with a close date on or before the month end, or
      * one whose term starts after it, is not on the book.
      *
      * a foreign-currency account (any non-blank currency code)
      * is converted to local money at the FXRATES rate in force
      * at the month end, as FX-REVALUE values it; an account
      * whose currency has no rate on file is left out of every
      * figure and listed on the report with return code 4.  the
      * book is broken down by product, currency, jurisdiction and
      * remaining-term bucket - the maturity is the start date
      * plus the term years rolled to the next business day, as
      * the maturity diary takes it - each with its account count,
      * balance, share of the book and balance-weighted average
      * rate.  the rate is the catalog rate from PRODCAT for an
      * account on a catalog product without an override, the
      * account's own rate otherwise.
      *
      * the month's movements come from the ledger and the GL
      * extract - an account whose current term starts in the
      * month is new business, or a renewal when its ledger runs
      * back before that start date; closures are the CICLOSED
      * close dates in the month; inflows are the customer
      * deposits and take-on entries dated in the month and
      * outflows the withdrawals, the difference the net flow;
      * and the interest credited is the month's CIGLIN interest
      * with a rerun's reversals taken back out.  each month's
      * summary figures are kept on the MISHIST history, one line
      * per month, and the report sets them against the previous
      * month's line; a month already on the history reports
      * again but is not added twice.  the ten largest depositors
      * by CUST-DOC-NR from the customer master close the report
      * with their share of the total book.  the CIMISRPT report
      * is the only output besides the history line
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CI-PORTFOLIO-MIS.

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

           SELECT CUST-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS CUST-ACCT-NR
               FILE STATUS IS WS-CUST-STATUS.

           SELECT TXN-LEDGER-FILE ASSIGN TO 'CITXN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS CTX-KEY
               FILE STATUS IS WS-TXN-STATUS.

           SELECT CLOSED-FLAG-FILE ASSIGN TO 'CICLOSED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO 'FXRATES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.

           SELECT CI-GL-FILE ASSIGN TO 'CIGLIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIGL-STATUS.

           SELECT MIS-PARM-FILE ASSIGN TO 'MISPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MPARM-STATUS.

           SELECT MIS-HIST-FILE ASSIGN TO 'MISHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT MIS-RPT-FILE ASSIGN TO 'CIMISRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CI-TERMS-FILE.
           COPY CITERMRC.

       FD  PROD-CAT-FILE.
           COPY PRODREC.

       FD  CUST-FILE.
           COPY CUSTREC.

       FD  TXN-LEDGER-FILE.
           COPY CITXNREC.

       FD  CLOSED-FLAG-FILE.
       01  CLOSED-FLAG-RECORD.
           05 CFG-ACCT-NR              PIC 9(10).
           05 CFG-CLOSE-DATE           PIC 9(08).
           05 CFG-RUN-DATE             PIC 9(08).

       FD  FX-RATE-FILE.
       01  FX-RATE-RECORD.
           05 FX-CURRENCY-CD           PIC X(03).
           05 FX-EFF-DATE              PIC 9(08).
           05 FX-RATE                  PIC 9(3)V9(6).

      * same shape COMPOUND-INTEREST writes
       FD  CI-GL-FILE.
       01  CI-GL-RECORD.
           05 CIGL-ACCT-NR             PIC 9(10).
           05 CIGL-PERIOD              PIC 9(4).
           05 CIGL-INTEREST            PIC 9(8)V99.
           05 CIGL-POST-DATE           PIC 9(8).
           05 CIGL-ENTRY-CD            PIC X(1).
              88 CIGL-IS-REVERSAL      VALUE 'R'.
           05 CIGL-REASON-CD           PIC X(2).

       FD  MIS-PARM-FILE.
       01  MIS-PARM-RECORD             PIC 9(06).

      * one line per month reported - the month's summary figures
      * in local money, kept so the next month can compare
       FD  MIS-HIST-FILE.
       01  MIS-HIST-RECORD.
           05 MH-PERIOD                PIC 9(06).
           05 MH-ACCT-COUNT            PIC 9(07).
           05 MH-BOOK-BAL              PIC 9(13)V99.
           05 MH-WTD-RATE              PIC 9(02)V9(04).
           05 MH-NEW-COUNT             PIC 9(07).
           05 MH-NEW-BAL               PIC 9(13)V99.
           05 MH-RENEW-COUNT           PIC 9(07).
           05 MH-RENEW-BAL             PIC 9(13)V99.
           05 MH-CLOSED-COUNT          PIC 9(07).
           05 MH-INFLOW                PIC 9(13)V99.
           05 MH-OUTFLOW               PIC 9(13)V99.
           05 MH-INTEREST              PIC S9(13)V99.
           05 MH-RUN-DATE              PIC 9(08).

       FD  MIS-RPT-FILE.
       01  MIS-RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TERMS-STATUS             PIC XX.
       01  WS-PROD-STATUS              PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-TXN-STATUS               PIC XX.
       01  WS-FLAG-STATUS              PIC XX.
       01  WS-FX-STATUS                PIC XX.
       01  WS-CIGL-STATUS              PIC XX.
       01  WS-MPARM-STATUS             PIC XX.
       01  WS-HIST-STATUS              PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

           COPY DATESRVW.

           COPY BUSDAYW.

       01  WS-PROD-OPEN-SW             PIC X(01) VALUE 'N'.
           88  PRODCAT-IS-OPEN                 VALUE 'Y'.
       01  WS-CUST-OPEN-SW             PIC X(01) VALUE 'N'.
           88  CUSTFILE-IS-OPEN                VALUE 'Y'.
       01  WS-TXN-OPEN-SW              PIC X(01) VALUE 'N'.
           88  LEDGER-IS-OPEN                  VALUE 'Y'.
       01  WS-LDG-SWEEP-SW             PIC X(01).
           88  LDG-SWEEP-DONE                  VALUE 'Y'.

      * the month reported, its first and last days, and the
      * month before it the comparison is drawn against
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-MIS-PERIOD               PIC 9(06).
       01  WS-PRIOR-PERIOD             PIC 9(06).
       01  WS-PERIOD-START             PIC 9(08).
       01  WS-PERIOD-END               PIC 9(08).
       01  WS-NEXT-FIRST               PIC 9(08).

      * accounts closed out with the date they closed - loaded
      * once
       01  WS-CLOSED-COUNT             PIC 9(04) VALUE ZEROS.
       01  WS-CLOSED-IDX               PIC 9(04).
       01  CLOSED-ACCT-TABLE.
           05  CLOSED-ACCT-ENTRY OCCURS 2000 TIMES.
               10  CLOSED-ACCT-NR      PIC 9(10).
               10  CLOSED-DATE         PIC 9(08).
       01  WS-CLOSED-SW                PIC X(01).
           88  ACCOUNT-IS-CLOSED               VALUE 'Y'.

      * the loaded rate file, looked up once per foreign account
       01  WS-RATE-COUNT               PIC 9(03) VALUE ZEROS.
       01  WS-RATE-IDX                 PIC 9(03).
       01  FX-RATE-TABLE.
           05  FX-RATE-ENTRY OCCURS 500 TIMES.
               10  FXT-CURRENCY        PIC X(03).
               10  FXT-DATE            PIC 9(08).
               10  FXT-RATE            PIC 9(3)V9(6).
       01  WS-FOUND-DATE               PIC 9(08).
       01  WS-FOUND-RATE               PIC 9(3)V9(6).
       01  WS-RATE-FOUND-SW            PIC X(01).
           88  FX-RATE-FOUND                   VALUE 'Y'.

      * foreign accounts on the book and the rate each converted
      * at, so the month's CIGLIN interest converts the same way
       01  WS-FXACCT-COUNT             PIC 9(04) VALUE ZEROS.
       01  WS-FXACCT-IDX               PIC 9(04).
       01  FX-ACCT-TABLE.
           05  FX-ACCT-ENTRY OCCURS 2000 TIMES.
               10  FXA-ACCT-NR         PIC 9(10).
               10  FXA-RATE            PIC 9(3)V9(6).

      * the account in hand
       01  WS-START-DATE               PIC 9(08).
       01  WS-MATURITY-DATE            PIC 9(08).
       01  WS-TERM-DAYS                PIC 9(07).
       01  WS-DAYS-LEFT                PIC S9(07).
       01  WS-EFF-RATE                 PIC 9(02)V99.
       01  WS-CONV-RATE                PIC 9(3)V9(6).
       01  WS-LEDGER-BALANCE           PIC S9(09)V99.
       01  WS-NATIVE-BALANCE           PIC 9(11)V99.
       01  WS-NATIVE-INFLOW            PIC 9(11)V99.
       01  WS-NATIVE-OUTFLOW           PIC 9(11)V99.
       01  WS-ACCT-BALANCE             PIC 9(13)V99.
       01  WS-ACCT-INFLOW              PIC 9(13)V99.
       01  WS-ACCT-OUTFLOW             PIC 9(13)V99.
       01  WS-EARLIER-TERM-SW          PIC X(01).
           88  HAS-EARLIER-TERM                VALUE 'Y'.

      * one entry per product, currency, jurisdiction and term
      * bucket; the term buckets are set up first so they print in
      * order of term
       01  WS-SEG-COUNT                PIC 9(03) VALUE ZEROS.
       01  WS-SEG-IDX                  PIC 9(03).
       01  WS-SEG-FULL-SW              PIC X(01) VALUE 'N'.
           88  SEGMENT-TABLE-FULL              VALUE 'Y'.
       01  WS-WANT-SEG-TYPE            PIC X(01).
       01  WS-WANT-SEG-KEY             PIC X(10).
       01  SEGMENT-TABLE.
           05  SEGMENT-ENTRY OCCURS 400 TIMES.
               10  SEG-TYPE            PIC X(01).
               10  SEG-KEY             PIC X(10).
               10  SEG-ACCT-COUNT      PIC 9(07).
               10  SEG-BALANCE         PIC 9(13)V99.
               10  SEG-NATIVE-BAL      PIC 9(13)V99.
               10  SEG-RATE-WEIGHT     PIC 9(15)V9(04).

      * remaining-term buckets - the most days left each holds
       01  TERM-BUCKET-VALUES.
           05  FILLER                  PIC X(15) VALUE
               '00000MATURED   '.
           05  FILLER                  PIC X(15) VALUE
               '00030UP TO 30D '.
           05  FILLER                  PIC X(15) VALUE
               '0009031-90D    '.
           05  FILLER                  PIC X(15) VALUE
               '0018091-180D   '.
           05  FILLER                  PIC X(15) VALUE
               '00365181-365D  '.
           05  FILLER                  PIC X(15) VALUE
               '007301-2 YEARS '.
           05  FILLER                  PIC X(15) VALUE
               '99999OVER 2 YRS'.
       01  TERM-BUCKET-TABLE REDEFINES TERM-BUCKET-VALUES.
           05  TERM-BUCKET OCCURS 7 TIMES.
               10  TBK-UPTO-DAYS       PIC 9(05).
               10  TBK-LABEL           PIC X(10).
       01  WS-BUCKET-IDX               PIC 9(01).

      * one entry per depositor document number on the book
       01  WS-DEP-COUNT                PIC 9(05) VALUE ZEROS.
       01  WS-DEP-IDX                  PIC 9(05).
       01  WS-DEP-FULL-SW              PIC X(01) VALUE 'N'.
           88  DEPOSITOR-TABLE-FULL            VALUE 'Y'.
       01  DEPOSITOR-TABLE.
           05  DEPOSITOR-ENTRY OCCURS 5000 TIMES.
               10  DEP-DOC-NR          PIC X(14).
               10  DEP-NAME            PIC X(30).
               10  DEP-ACCT-COUNT      PIC 9(04).
               10  DEP-BALANCE         PIC 9(13)V99.
               10  DEP-RANKED-SW       PIC X(01).
       01  WS-RANK                     PIC 9(02).
       01  WS-BEST-IDX                 PIC 9(05).
       01  WS-TOP-TEN-BAL              PIC 9(13)V99 VALUE ZEROS.
       01  WS-UNIDENT-COUNT            PIC 9(07) VALUE ZEROS.
       01  WS-UNIDENT-BAL              PIC 9(13)V99 VALUE ZEROS.

      * the month's figures, and the previous month's from the
      * history
       01  WS-ACCT-COUNT               PIC 9(07) VALUE ZEROS.
       01  WS-BOOK-BAL                 PIC 9(13)V99 VALUE ZEROS.
       01  WS-BOOK-WEIGHT              PIC 9(15)V9(04) VALUE ZEROS.
       01  WS-WTD-RATE                 PIC 9(02)V9(04) VALUE ZEROS.
       01  WS-NEW-COUNT                PIC 9(07) VALUE ZEROS.
       01  WS-NEW-BAL                  PIC 9(13)V99 VALUE ZEROS.
       01  WS-RENEW-COUNT              PIC 9(07) VALUE ZEROS.
       01  WS-RENEW-BAL                PIC 9(13)V99 VALUE ZEROS.
       01  WS-CLOSED-IN-MONTH          PIC 9(07) VALUE ZEROS.
       01  WS-INFLOW                   PIC 9(13)V99 VALUE ZEROS.
       01  WS-OUTFLOW                  PIC 9(13)V99 VALUE ZEROS.
       01  WS-NET-FLOW                 PIC S9(13)V99.
       01  WS-INTEREST                 PIC S9(13)V99 VALUE ZEROS.
       01  WS-GL-AMOUNT                PIC 9(13)V99.
       01  WS-NO-RATE-COUNT            PIC 9(05) VALUE ZEROS.
       01  WS-SHARE-PCT                PIC 9(03)V99.

       01  WS-PRIOR-SW                 PIC X(01) VALUE 'N'.
           88  PRIOR-MONTH-FOUND               VALUE 'Y'.
       01  WS-ON-HIST-SW               PIC X(01) VALUE 'N'.
           88  MONTH-ALREADY-ON-HISTORY        VALUE 'Y'.
       01  PRIOR-MONTH-FIGURES.
           05  PRM-ACCT-COUNT          PIC 9(07).
           05  PRM-BOOK-BAL            PIC 9(13)V99.
           05  PRM-WTD-RATE            PIC 9(02)V9(04).
           05  PRM-NEW-COUNT           PIC 9(07).
           05  PRM-NEW-BAL             PIC 9(13)V99.
           05  PRM-RENEW-COUNT         PIC 9(07).
           05  PRM-RENEW-BAL           PIC 9(13)V99.
           05  PRM-CLOSED-COUNT        PIC 9(07).
           05  PRM-INFLOW              PIC 9(13)V99.
           05  PRM-OUTFLOW             PIC 9(13)V99.
           05  PRM-INTEREST            PIC S9(13)V99.

      * one comparison line's figures before editing
       01  WS-CMP-LABEL                PIC X(22).
       01  WS-CMP-THIS                 PIC S9(13)V9(04).
       01  WS-CMP-PRIOR                PIC S9(13)V9(04).

       01  RPT-HEADING.
           05 FILLER                   PIC X(40) VALUE
               'DEPOSIT PORTFOLIO MIS - MONTH ENDING    '.
           05 RPT-HDG-DATE             PIC 9(08).
           05 FILLER                   PIC X(10) VALUE
               '  PRIOR - '.
           05 RPT-HDG-PRIOR            PIC 9(06).

       01  RPT-SECTION-LINE.
           05 FILLER                   PIC X(03) VALUE '-- '.
           05 RPT-SECTION-TITLE        PIC X(40).

       01  RPT-CMP-HEADING.
           05 FILLER                   PIC X(40) VALUE
               '                              THIS MONTH'.
           05 FILLER                   PIC X(40) VALUE
               '        PRIOR MONTH             CHANGE  '.

       01  RPT-CMP-AMT-LINE.
           05 RPT-CMP-AMT-LABEL        PIC X(22).
           05 RPT-CMP-AMT-THIS         PIC -(14)9.99.
           05 RPT-CMP-AMT-PRIOR-PART.
               10 FILLER               PIC X(01).
               10 RPT-CMP-AMT-PRIOR    PIC -(14)9.99.
               10 FILLER               PIC X(01).
               10 RPT-CMP-AMT-CHANGE   PIC -(14)9.99.

       01  RPT-CMP-CNT-LINE.
           05 RPT-CMP-CNT-LABEL        PIC X(22).
           05 RPT-CMP-CNT-THIS         PIC -(17)9.
           05 RPT-CMP-CNT-PRIOR-PART.
               10 FILLER               PIC X(01).
               10 RPT-CMP-CNT-PRIOR    PIC -(17)9.
               10 FILLER               PIC X(01).
               10 RPT-CMP-CNT-CHANGE   PIC -(17)9.

       01  RPT-CMP-RATE-LINE.
           05 RPT-CMP-RATE-LABEL       PIC X(22).
           05 RPT-CMP-RATE-THIS        PIC -(12)9.9999.
           05 RPT-CMP-RATE-PRIOR-PART.
               10 FILLER               PIC X(01).
               10 RPT-CMP-RATE-PRIOR   PIC -(12)9.9999.
               10 FILLER               PIC X(01).
               10 RPT-CMP-RATE-CHANGE  PIC -(12)9.9999.

       01  RPT-NO-PRIOR-LINE.
           05 FILLER                   PIC X(40) VALUE
               'NO PREVIOUS MONTH ON MISHIST - NOTHING T'.
           05 FILLER                   PIC X(10) VALUE
               'O COMPARE '.

       01  RPT-SEG-HEADING.
           05 FILLER                   PIC X(40) VALUE
               'SEGMENT     ACCTS        BALANCE (LOCAL)'.
           05 FILLER                   PIC X(40) VALUE
               '   SHARE WTD RATE    NATIVE BALANCE     '.

       01  RPT-SEG-LINE.
           05 RPT-SEG-KEY              PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-SEG-COUNT            PIC Z(6)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-SEG-BALANCE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-SEG-SHARE            PIC ZZ9.99.
           05 FILLER                   PIC X(01) VALUE '%'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-SEG-RATE             PIC Z9.9999.
           05 RPT-SEG-NATIVE-PART.
               10 FILLER               PIC X(01).
               10 RPT-SEG-NATIVE       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  RPT-DEP-HEADING.
           05 FILLER                   PIC X(40) VALUE
               'RK DOCUMENT       NAME                 A'.
           05 FILLER                   PIC X(40) VALUE
               'CCTS            BALANCE  SHARE          '.

       01  RPT-DEP-LINE.
           05 RPT-DEP-RANK             PIC Z9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-DEP-DOC-NR           PIC X(14).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-DEP-NAME             PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-DEP-ACCTS            PIC ZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-DEP-BALANCE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-DEP-SHARE            PIC ZZ9.99.
           05 FILLER                   PIC X(01) VALUE '%'.

       01  RPT-NO-RATE-LINE.
           05 FILLER                   PIC X(08) VALUE 'ACCOUNT '.
           05 RPT-NR-ACCT-NR           PIC 9(10).
           05 FILLER                   PIC X(15) VALUE
               ' NO FX RATE FOR'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-NR-CURRENCY          PIC X(03).
           05 FILLER                   PIC X(22) VALUE
               ' - LEFT OFF THE BOOK  '.

       01  RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL          PIC X(30).
           05 RPT-TOTAL-COUNT          PIC Z(6)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-TOTAL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CI-PORTFOLIO-MIS' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           PERFORM GET-MIS-PERIOD.
           PERFORM RESOLVE-PERIOD-DATES.
           OPEN INPUT CI-TERMS-FILE.
           IF WS-TERMS-STATUS NOT = '00'
               DISPLAY 'CI-PORTFOLIO-MIS: NO CITERMS MASTER '
                   'AVAILABLE'
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM OPEN-SUPPORTING-FILES
               PERFORM LOAD-CLOSED-ACCOUNTS
               PERFORM LOAD-RATE-TABLE
               PERFORM SET-UP-TERM-BUCKETS
               OPEN OUTPUT MIS-RPT-FILE
               MOVE WS-PERIOD-END TO RPT-HDG-DATE
               MOVE WS-PRIOR-PERIOD TO RPT-HDG-PRIOR
               WRITE MIS-RPT-LINE FROM RPT-HEADING
               ADD 1 TO RUNLOG-WRITTEN-COUNT

               PERFORM READ-TERMS-RECORD
               PERFORM UNTIL WS-TERMS-STATUS NOT = '00'
                   PERFORM VALUE-ONE-ACCOUNT
                   PERFORM READ-TERMS-RECORD
               END-PERFORM
               CLOSE CI-TERMS-FILE
               PERFORM CLOSE-SUPPORTING-FILES

               PERFORM TAKE-MONTH-INTEREST
               PERFORM LOAD-MIS-HISTORY
               IF WS-BOOK-BAL > ZEROS
                   COMPUTE WS-WTD-RATE ROUNDED =
                       WS-BOOK-WEIGHT / WS-BOOK-BAL
               END-IF
               COMPUTE WS-NET-FLOW = WS-INFLOW - WS-OUTFLOW

               PERFORM WRITE-MONTH-SUMMARY
               MOVE 'P' TO WS-WANT-SEG-TYPE
               MOVE 'BY PRODUCT' TO RPT-SECTION-TITLE
               PERFORM WRITE-SEGMENT-SECTION
               MOVE 'C' TO WS-WANT-SEG-TYPE
               MOVE 'BY CURRENCY' TO RPT-SECTION-TITLE
               PERFORM WRITE-SEGMENT-SECTION
               MOVE 'J' TO WS-WANT-SEG-TYPE
               MOVE 'BY JURISDICTION' TO RPT-SECTION-TITLE
               PERFORM WRITE-SEGMENT-SECTION
               MOVE 'T' TO WS-WANT-SEG-TYPE
               MOVE 'BY REMAINING TERM' TO RPT-SECTION-TITLE
               PERFORM WRITE-SEGMENT-SECTION
               PERFORM WRITE-TOP-DEPOSITORS
               CLOSE MIS-RPT-FILE

               IF MONTH-ALREADY-ON-HISTORY
                   DISPLAY 'CI-PORTFOLIO-MIS: ' WS-MIS-PERIOD
                       ' ALREADY ON MISHIST - NOT ADDED AGAIN'
               ELSE
                   PERFORM WRITE-MIS-HISTORY
               END-IF
               DISPLAY 'CI-PORTFOLIO-MIS: ' WS-ACCT-COUNT
                   ' ACCOUNTS ON THE BOOK FOR ' WS-MIS-PERIOD
               IF WS-NO-RATE-COUNT > ZEROS
                   DISPLAY 'CI-PORTFOLIO-MIS: ' WS-NO-RATE-COUNT
                       ' ACCOUNTS WITHOUT AN FX RATE LEFT OFF'
                   IF WS-RUN-RC < 4
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF
           END-IF.

       GET-MIS-PERIOD.
           MOVE WS-RUN-DATE(1:6) TO WS-MIS-PERIOD.
           OPEN INPUT MIS-PARM-FILE.
           IF WS-MPARM-STATUS = '00'
               READ MIS-PARM-FILE
                   NOT AT END
                       IF MIS-PARM-RECORD IS NUMERIC
                               AND MIS-PARM-RECORD > ZEROS
                           MOVE MIS-PARM-RECORD TO WS-MIS-PERIOD
                       END-IF
               END-READ
               CLOSE MIS-PARM-FILE
           END-IF.

      * the month end is the first of the following month stepped
      * back one day; the previous month steps back over a year end
      * from January to December
       RESOLVE-PERIOD-DATES.
           COMPUTE WS-PERIOD-START = WS-MIS-PERIOD * 100 + 1.
           IF WS-MIS-PERIOD(5:2) = '12'
               COMPUTE WS-NEXT-FIRST =
                   (WS-MIS-PERIOD + 89) * 100 + 1
           ELSE
               COMPUTE WS-NEXT-FIRST =
                   (WS-MIS-PERIOD + 1) * 100 + 1
           END-IF.
           IF WS-MIS-PERIOD(5:2) = '01'
               COMPUTE WS-PRIOR-PERIOD = WS-MIS-PERIOD - 89
           ELSE
               COMPUTE WS-PRIOR-PERIOD = WS-MIS-PERIOD - 1
           END-IF.
           SET DSV-FUNC-ADD-DAYS TO TRUE.
           MOVE WS-NEXT-FIRST TO DSV-DATE-1.
           MOVE -1 TO DSV-DAYS.
           CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS.
           IF DSV-STAT-OK
               MOVE DSV-DATE-OUT TO WS-PERIOD-END
           ELSE
               COMPUTE WS-PERIOD-END = WS-MIS-PERIOD * 100 + 28
           END-IF.

       OPEN-SUPPORTING-FILES.
           OPEN INPUT PROD-CAT-FILE.
           IF WS-PROD-STATUS = '00'
               SET PRODCAT-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT CUST-FILE.
           IF WS-CUST-STATUS = '00'
               SET CUSTFILE-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT TXN-LEDGER-FILE.
           IF WS-TXN-STATUS = '00'
               SET LEDGER-IS-OPEN TO TRUE
           END-IF.

       CLOSE-SUPPORTING-FILES.
           IF PRODCAT-IS-OPEN
               CLOSE PROD-CAT-FILE
           END-IF.
           IF CUSTFILE-IS-OPEN
               CLOSE CUST-FILE
           END-IF.
           IF LEDGER-IS-OPEN
               CLOSE TXN-LEDGER-FILE
           END-IF.

      * every close is counted against the month it fell in; the
      * account itself leaves the book from its close date
       LOAD-CLOSED-ACCOUNTS.
           OPEN INPUT CLOSED-FLAG-FILE.
           IF WS-FLAG-STATUS = '00'
               PERFORM READ-CLOSED-FLAG
               PERFORM UNTIL WS-FLAG-STATUS NOT = '00'
                       OR WS-CLOSED-COUNT = 2000
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE CFG-ACCT-NR TO
                       CLOSED-ACCT-NR(WS-CLOSED-COUNT)
                   MOVE CFG-CLOSE-DATE TO
                       CLOSED-DATE(WS-CLOSED-COUNT)
                   IF CFG-CLOSE-DATE NOT < WS-PERIOD-START
                           AND CFG-CLOSE-DATE NOT > WS-PERIOD-END
                       ADD 1 TO WS-CLOSED-IN-MONTH
                   END-IF
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

       LOAD-RATE-TABLE.
           OPEN INPUT FX-RATE-FILE.
           IF WS-FX-STATUS = '00'
               PERFORM READ-FX-RECORD
               PERFORM UNTIL WS-FX-STATUS NOT = '00'
                       OR WS-RATE-COUNT = 500
                   ADD 1 TO WS-RATE-COUNT
                   MOVE FX-CURRENCY-CD TO FXT-CURRENCY(WS-RATE-COUNT)
                   MOVE FX-EFF-DATE TO FXT-DATE(WS-RATE-COUNT)
                   MOVE FX-RATE TO FXT-RATE(WS-RATE-COUNT)
                   PERFORM READ-FX-RECORD
               END-PERFORM
               CLOSE FX-RATE-FILE
           END-IF.

       READ-FX-RECORD.
           READ FX-RATE-FILE
               AT END
                   MOVE '10' TO WS-FX-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       SET-UP-TERM-BUCKETS.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 7
               MOVE 'T' TO WS-WANT-SEG-TYPE
               MOVE TBK-LABEL(WS-BUCKET-IDX) TO WS-WANT-SEG-KEY
               PERFORM FIND-SEGMENT-ENTRY
           END-PERFORM.

       READ-TERMS-RECORD.
           READ CI-TERMS-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-TERMS-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * an account closed by the month end, or not yet started by
      * it, is off the book; a foreign account with no rate in
      * force is listed and left out
       VALUE-ONE-ACCOUNT.
           MOVE 'N' TO WS-CLOSED-SW.
           PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
                   UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
               IF CLOSED-ACCT-NR(WS-CLOSED-IDX) = CIT-ACCT-NR
                       AND CLOSED-DATE(WS-CLOSED-IDX) NOT >
                           WS-PERIOD-END
                   SET ACCOUNT-IS-CLOSED TO TRUE
               END-IF
           END-PERFORM.
           IF CIT-START-DATE IS NUMERIC AND CIT-START-DATE > ZEROS
               MOVE CIT-START-DATE TO WS-START-DATE
           ELSE
               MOVE WS-PERIOD-END TO WS-START-DATE
           END-IF.

           IF NOT ACCOUNT-IS-CLOSED
                   AND WS-START-DATE NOT > WS-PERIOD-END
               PERFORM TAKE-CONVERSION-RATE
               IF FX-RATE-FOUND
                   PERFORM TAKE-LEDGER-POSITION
                   PERFORM TAKE-EFFECTIVE-RATE
                   PERFORM TAKE-REMAINING-TERM
                   PERFORM BOOK-ONE-ACCOUNT
               ELSE
                   ADD 1 TO WS-NO-RATE-COUNT
                   MOVE CIT-ACCT-NR TO RPT-NR-ACCT-NR
                   MOVE CIT-CURRENCY-CD TO RPT-NR-CURRENCY
                   WRITE MIS-RPT-LINE FROM RPT-NO-RATE-LINE
                   ADD 1 TO RUNLOG-WRITTEN-COUNT
               END-IF
           END-IF.

      * local money converts at one; a foreign account takes the
      * latest rate dated on or before the month end
       TAKE-CONVERSION-RATE.
           IF CIT-CURRENCY-CD = SPACES
               MOVE 1 TO WS-CONV-RATE
               SET FX-RATE-FOUND TO TRUE
           ELSE
               MOVE 'N' TO WS-RATE-FOUND-SW
               MOVE ZEROS TO WS-FOUND-DATE
               PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                       UNTIL WS-RATE-IDX > WS-RATE-COUNT
                   IF FXT-CURRENCY(WS-RATE-IDX) = CIT-CURRENCY-CD
                           AND FXT-DATE(WS-RATE-IDX) NOT >
                               WS-PERIOD-END
                           AND FXT-DATE(WS-RATE-IDX) > WS-FOUND-DATE
                       MOVE FXT-DATE(WS-RATE-IDX) TO WS-FOUND-DATE
                       MOVE FXT-RATE(WS-RATE-IDX) TO WS-FOUND-RATE
                       SET FX-RATE-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF FX-RATE-FOUND
                   MOVE WS-FOUND-RATE TO WS-CONV-RATE
                   IF WS-FXACCT-COUNT < 2000
                       ADD 1 TO WS-FXACCT-COUNT
                       MOVE CIT-ACCT-NR TO
                           FXA-ACCT-NR(WS-FXACCT-COUNT)
                       MOVE WS-CONV-RATE TO
                           FXA-RATE(WS-FXACCT-COUNT)
                   END-IF
               END-IF
           END-IF.

      * one pass over the account's ledger up to the month end -
      * the last balance standing, the customer money in and out
      * during the month, and whether the ledger runs back before
      * the current term, which makes a term starting this month a
      * renewal rather than new business
       TAKE-LEDGER-POSITION.
           COMPUTE WS-NATIVE-BALANCE ROUNDED = CIT-PRINCIPAL.
           MOVE ZEROS TO WS-NATIVE-INFLOW.
           MOVE ZEROS TO WS-NATIVE-OUTFLOW.
           MOVE 'N' TO WS-EARLIER-TERM-SW.
           IF LEDGER-IS-OPEN
               MOVE 'N' TO WS-LDG-SWEEP-SW
               MOVE CIT-ACCT-NR TO CTX-ACCT-NR
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
                           IF CTX-ACCT-NR NOT = CIT-ACCT-NR
                                   OR CTX-TXN-DATE > WS-PERIOD-END
                               SET LDG-SWEEP-DONE TO TRUE
                           ELSE
                               PERFORM TAKE-LEDGER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       TAKE-LEDGER-ENTRY.
           MOVE CTX-BALANCE TO WS-LEDGER-BALANCE.
           IF WS-LEDGER-BALANCE < ZEROS
               MOVE ZEROS TO WS-NATIVE-BALANCE
           ELSE
               MOVE WS-LEDGER-BALANCE TO WS-NATIVE-BALANCE
           END-IF.
           IF CTX-TXN-DATE < WS-START-DATE
               SET HAS-EARLIER-TERM TO TRUE
           END-IF.
           IF CTX-TXN-DATE NOT < WS-PERIOD-START
               IF CTX-DEPOSIT
                       AND (CTX-FROM-CUSTOMER OR CTX-FROM-TAKE-ON)
                   ADD CTX-AMOUNT TO WS-NATIVE-INFLOW
               END-IF
      * a rerun's reducing adjustment gives back part of an
      * earlier withdrawal
               IF CTX-WITHDRAWAL
                   IF NOT CTX-ADJ-REDUCES
                       ADD CTX-AMOUNT TO WS-NATIVE-OUTFLOW
                   ELSE
                       IF CTX-AMOUNT < WS-NATIVE-OUTFLOW
                           SUBTRACT CTX-AMOUNT FROM WS-NATIVE-OUTFLOW
                       ELSE
                           MOVE ZEROS TO WS-NATIVE-OUTFLOW
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * the catalog rate unless the account overrides it
       TAKE-EFFECTIVE-RATE.
           MOVE CIT-RATE TO WS-EFF-RATE.
           IF CIT-PRODUCT-CD NOT = SPACES AND PRODCAT-IS-OPEN
                   AND CIT-OVERRIDE-SW NOT = 'Y'
               MOVE CIT-PRODUCT-CD TO PROD-CODE
               READ PROD-CAT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROD-RATE TO WS-EFF-RATE
               END-READ
           END-IF.

      * the maturity is the start date plus the term years, rolled
      * to the next business day; an account past maturity, or
      * with a date DATE-SERVICE will not take, has no term left
       TAKE-REMAINING-TERM.
           MOVE ZEROS TO WS-DAYS-LEFT.
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
               MOVE WS-PERIOD-END TO DSV-DATE-1
               MOVE WS-MATURITY-DATE TO DSV-DATE-2
               CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS
               IF DSV-STAT-OK AND DSV-DAYS > ZEROS
                   MOVE DSV-DAYS TO WS-DAYS-LEFT
               END-IF
           END-IF.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX = 7
                   OR WS-DAYS-LEFT NOT >
                       TBK-UPTO-DAYS(WS-BUCKET-IDX)
               CONTINUE
           END-PERFORM.

      * the account's figures in local money onto the book, its
      * four segments and its depositor
       BOOK-ONE-ACCOUNT.
           COMPUTE WS-ACCT-BALANCE ROUNDED =
               WS-NATIVE-BALANCE * WS-CONV-RATE.
           COMPUTE WS-ACCT-INFLOW ROUNDED =
               WS-NATIVE-INFLOW * WS-CONV-RATE.
           COMPUTE WS-ACCT-OUTFLOW ROUNDED =
               WS-NATIVE-OUTFLOW * WS-CONV-RATE.
           ADD 1 TO WS-ACCT-COUNT.
           ADD WS-ACCT-BALANCE TO WS-BOOK-BAL.
           COMPUTE WS-BOOK-WEIGHT =
               WS-BOOK-WEIGHT + WS-ACCT-BALANCE * WS-EFF-RATE.
           ADD WS-ACCT-INFLOW TO WS-INFLOW.
           ADD WS-ACCT-OUTFLOW TO WS-OUTFLOW.
           IF WS-START-DATE NOT < WS-PERIOD-START
               IF HAS-EARLIER-TERM
                   ADD 1 TO WS-RENEW-COUNT
                   ADD WS-ACCT-BALANCE TO WS-RENEW-BAL
               ELSE
                   ADD 1 TO WS-NEW-COUNT
                   ADD WS-ACCT-BALANCE TO WS-NEW-BAL
               END-IF
           END-IF.

           MOVE 'P' TO WS-WANT-SEG-TYPE.
           IF CIT-PRODUCT-CD = SPACES
               MOVE '(NONE)' TO WS-WANT-SEG-KEY
           ELSE
               MOVE CIT-PRODUCT-CD TO WS-WANT-SEG-KEY
           END-IF.
           PERFORM CREDIT-SEGMENT.
           MOVE 'C' TO WS-WANT-SEG-TYPE.
           MOVE CIT-CURRENCY-CD TO WS-WANT-SEG-KEY.
           PERFORM CREDIT-SEGMENT.
           MOVE 'J' TO WS-WANT-SEG-TYPE.
           IF CIT-JURIS-CD = SPACES
               MOVE '(NONE)' TO WS-WANT-SEG-KEY
           ELSE
               MOVE CIT-JURIS-CD TO WS-WANT-SEG-KEY
           END-IF.
           PERFORM CREDIT-SEGMENT.
           MOVE 'T' TO WS-WANT-SEG-TYPE.
           MOVE TBK-LABEL(WS-BUCKET-IDX) TO WS-WANT-SEG-KEY.
           PERFORM CREDIT-SEGMENT.

           PERFORM CREDIT-DEPOSITOR.

       CREDIT-SEGMENT.
           PERFORM FIND-SEGMENT-ENTRY.
           IF WS-SEG-IDX > ZEROS
               ADD 1 TO SEG-ACCT-COUNT(WS-SEG-IDX)
               ADD WS-ACCT-BALANCE TO SEG-BALANCE(WS-SEG-IDX)
               ADD WS-NATIVE-BALANCE TO SEG-NATIVE-BAL(WS-SEG-IDX)
               COMPUTE SEG-RATE-WEIGHT(WS-SEG-IDX) =
                   SEG-RATE-WEIGHT(WS-SEG-IDX) +
                   WS-ACCT-BALANCE * WS-EFF-RATE
           END-IF.

      * leaves WS-SEG-IDX on the wanted segment, adding it when it
      * is new; zero when the table is full
       FIND-SEGMENT-ENTRY.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT
                   OR (SEG-TYPE(WS-SEG-IDX) = WS-WANT-SEG-TYPE
                       AND SEG-KEY(WS-SEG-IDX) = WS-WANT-SEG-KEY)
               CONTINUE
           END-PERFORM.
           IF WS-SEG-IDX > WS-SEG-COUNT
               IF WS-SEG-COUNT = 400
                   MOVE ZEROS TO WS-SEG-IDX
                   IF NOT SEGMENT-TABLE-FULL
                       SET SEGMENT-TABLE-FULL TO TRUE
                       DISPLAY 'CI-PORTFOLIO-MIS: SEGMENT TABLE '
                           'FULL - FURTHER SEGMENTS NOT REPORTED'
                       MOVE 8 TO WS-RUN-RC
                   END-IF
               ELSE
                   ADD 1 TO WS-SEG-COUNT
                   MOVE WS-SEG-COUNT TO WS-SEG-IDX
                   MOVE WS-WANT-SEG-TYPE TO SEG-TYPE(WS-SEG-IDX)
                   MOVE WS-WANT-SEG-KEY TO SEG-KEY(WS-SEG-IDX)
                   MOVE ZEROS TO SEG-ACCT-COUNT(WS-SEG-IDX)
                   MOVE ZEROS TO SEG-BALANCE(WS-SEG-IDX)
                   MOVE ZEROS TO SEG-NATIVE-BAL(WS-SEG-IDX)
                   MOVE ZEROS TO SEG-RATE-WEIGHT(WS-SEG-IDX)
               END-IF
           END-IF.

      * the depositor is the customer master's document number; an
      * account without one is totalled apart
       CREDIT-DEPOSITOR.
           MOVE SPACES TO CUST-DOC-NR.
           IF CUSTFILE-IS-OPEN
               MOVE CIT-ACCT-NR TO CUST-ACCT-NR
               READ CUST-FILE
                   INVALID KEY
                       MOVE SPACES TO CUST-DOC-NR
               END-READ
           END-IF.
           IF CUST-DOC-NR = SPACES
               ADD 1 TO WS-UNIDENT-COUNT
               ADD WS-ACCT-BALANCE TO WS-UNIDENT-BAL
           ELSE
               PERFORM FIND-DEPOSITOR-ENTRY
               IF WS-DEP-IDX > ZEROS
                   ADD 1 TO DEP-ACCT-COUNT(WS-DEP-IDX)
                   ADD WS-ACCT-BALANCE TO DEP-BALANCE(WS-DEP-IDX)
               END-IF
           END-IF.

       FIND-DEPOSITOR-ENTRY.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
                   OR DEP-DOC-NR(WS-DEP-IDX) = CUST-DOC-NR
               CONTINUE
           END-PERFORM.
           IF WS-DEP-IDX > WS-DEP-COUNT
               IF WS-DEP-COUNT = 5000
                   MOVE ZEROS TO WS-DEP-IDX
                   IF NOT DEPOSITOR-TABLE-FULL
                       SET DEPOSITOR-TABLE-FULL TO TRUE
                       DISPLAY 'CI-PORTFOLIO-MIS: DEPOSITOR TABLE '
                           'FULL - FURTHER DEPOSITORS NOT RANKED'
                       MOVE 8 TO WS-RUN-RC
                   END-IF
               ELSE
                   ADD 1 TO WS-DEP-COUNT
                   MOVE WS-DEP-COUNT TO WS-DEP-IDX
                   MOVE CUST-DOC-NR TO DEP-DOC-NR(WS-DEP-IDX)
                   MOVE CUST-NAME TO DEP-NAME(WS-DEP-IDX)
                   MOVE ZEROS TO DEP-ACCT-COUNT(WS-DEP-IDX)
                   MOVE ZEROS TO DEP-BALANCE(WS-DEP-IDX)
                   MOVE 'N' TO DEP-RANKED-SW(WS-DEP-IDX)
               END-IF
           END-IF.

      * the month's interest credited is every CIGLIN row dated in
      * the month, a rerun's reversal taken back out; a foreign
      * account's interest converts at the rate its balance took
       TAKE-MONTH-INTEREST.
           OPEN INPUT CI-GL-FILE.
           IF WS-CIGL-STATUS = '00'
               PERFORM READ-CIGL-RECORD
               PERFORM UNTIL WS-CIGL-STATUS NOT = '00'
                   IF CIGL-POST-DATE IS NUMERIC
                           AND CIGL-POST-DATE NOT < WS-PERIOD-START
                           AND CIGL-POST-DATE NOT > WS-PERIOD-END
                       PERFORM TAKE-GL-INTEREST
                   END-IF
                   PERFORM READ-CIGL-RECORD
               END-PERFORM
               CLOSE CI-GL-FILE
           END-IF.

       READ-CIGL-RECORD.
           READ CI-GL-FILE
               AT END
                   MOVE '10' TO WS-CIGL-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       TAKE-GL-INTEREST.
           MOVE CIGL-INTEREST TO WS-GL-AMOUNT.
           PERFORM VARYING WS-FXACCT-IDX FROM 1 BY 1
                   UNTIL WS-FXACCT-IDX > WS-FXACCT-COUNT
               IF FXA-ACCT-NR(WS-FXACCT-IDX) = CIGL-ACCT-NR
                   COMPUTE WS-GL-AMOUNT ROUNDED =
                       CIGL-INTEREST * FXA-RATE(WS-FXACCT-IDX)
               END-IF
           END-PERFORM.
           IF CIGL-IS-REVERSAL
               SUBTRACT WS-GL-AMOUNT FROM WS-INTEREST
           ELSE
               ADD WS-GL-AMOUNT TO WS-INTEREST
           END-IF.

      * the previous month's line is the comparison; a line for
      * this month means it has been reported before
       LOAD-MIS-HISTORY.
           OPEN INPUT MIS-HIST-FILE.
           IF WS-HIST-STATUS = '00'
               PERFORM READ-HIST-RECORD
               PERFORM UNTIL WS-HIST-STATUS NOT = '00'
                   IF MH-PERIOD = WS-MIS-PERIOD
                       SET MONTH-ALREADY-ON-HISTORY TO TRUE
                   END-IF
                   IF MH-PERIOD = WS-PRIOR-PERIOD
                       SET PRIOR-MONTH-FOUND TO TRUE
                       MOVE MH-ACCT-COUNT TO PRM-ACCT-COUNT
                       MOVE MH-BOOK-BAL TO PRM-BOOK-BAL
                       MOVE MH-WTD-RATE TO PRM-WTD-RATE
                       MOVE MH-NEW-COUNT TO PRM-NEW-COUNT
                       MOVE MH-NEW-BAL TO PRM-NEW-BAL
                       MOVE MH-RENEW-COUNT TO PRM-RENEW-COUNT
                       MOVE MH-RENEW-BAL TO PRM-RENEW-BAL
                       MOVE MH-CLOSED-COUNT TO PRM-CLOSED-COUNT
                       MOVE MH-INFLOW TO PRM-INFLOW
                       MOVE MH-OUTFLOW TO PRM-OUTFLOW
                       MOVE MH-INTEREST TO PRM-INTEREST
                   END-IF
                   PERFORM READ-HIST-RECORD
               END-PERFORM
               CLOSE MIS-HIST-FILE
           END-IF.

       READ-HIST-RECORD.
           READ MIS-HIST-FILE
               AT END
                   MOVE '10' TO WS-HIST-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       WRITE-MONTH-SUMMARY.
           MOVE 'BOOK AND MOVEMENTS' TO RPT-SECTION-TITLE.
           WRITE MIS-RPT-LINE FROM RPT-SECTION-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           IF NOT PRIOR-MONTH-FOUND
               WRITE MIS-RPT-LINE FROM RPT-NO-PRIOR-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               INITIALIZE PRIOR-MONTH-FIGURES
           END-IF.
           WRITE MIS-RPT-LINE FROM RPT-CMP-HEADING.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

           MOVE 'ACCOUNTS ON BOOK' TO WS-CMP-LABEL.
           MOVE WS-ACCT-COUNT TO WS-CMP-THIS.
           MOVE PRM-ACCT-COUNT TO WS-CMP-PRIOR.
           PERFORM WRITE-COUNT-COMPARISON.
           MOVE 'BOOK BALANCE' TO WS-CMP-LABEL.
           MOVE WS-BOOK-BAL TO WS-CMP-THIS.
           MOVE PRM-BOOK-BAL TO WS-CMP-PRIOR.
           PERFORM WRITE-AMOUNT-COMPARISON.
           MOVE 'WEIGHTED AVERAGE RATE' TO WS-CMP-LABEL.
           MOVE WS-WTD-RATE TO WS-CMP-THIS.
           MOVE PRM-WTD-RATE TO WS-CMP-PRIOR.
           PERFORM WRITE-RATE-COMPARISON.
           MOVE 'NEW ACCOUNTS' TO WS-CMP-LABEL.
           MOVE WS-NEW-COUNT TO WS-CMP-THIS.
           MOVE PRM-NEW-COUNT TO WS-CMP-PRIOR.
           PERFORM WRITE-COUNT-COMPARISON.
           MOVE 'NEW ACCOUNT BALANCE' TO WS-CMP-LABEL.
           MOVE WS-NEW-BAL TO WS-CMP-THIS.
           MOVE PRM-NEW-BAL TO WS-CMP-PRIOR.
           PERFORM WRITE-AMOUNT-COMPARISON.
           MOVE 'RENEWALS' TO WS-CMP-LABEL.
           MOVE WS-RENEW-COUNT TO WS-CMP-THIS.
           MOVE PRM-RENEW-COUNT TO WS-CMP-PRIOR.
           PERFORM WRITE-COUNT-COMPARISON.
           MOVE 'RENEWED BALANCE' TO WS-CMP-LABEL.
           MOVE WS-RENEW-BAL TO WS-CMP-THIS.
           MOVE PRM-RENEW-BAL TO WS-CMP-PRIOR.
           PERFORM WRITE-AMOUNT-COMPARISON.
           MOVE 'CLOSURES' TO WS-CMP-LABEL.
           MOVE WS-CLOSED-IN-MONTH TO WS-CMP-THIS.
           MOVE PRM-CLOSED-COUNT TO WS-CMP-PRIOR.
           PERFORM WRITE-COUNT-COMPARISON.
           MOVE 'INFLOWS' TO WS-CMP-LABEL.
           MOVE WS-INFLOW TO WS-CMP-THIS.
           MOVE PRM-INFLOW TO WS-CMP-PRIOR.
           PERFORM WRITE-AMOUNT-COMPARISON.
           MOVE 'OUTFLOWS' TO WS-CMP-LABEL.
           MOVE WS-OUTFLOW TO WS-CMP-THIS.
           MOVE PRM-OUTFLOW TO WS-CMP-PRIOR.
           PERFORM WRITE-AMOUNT-COMPARISON.
           MOVE 'NET FLOW' TO WS-CMP-LABEL.
           MOVE WS-NET-FLOW TO WS-CMP-THIS.
           COMPUTE WS-CMP-PRIOR = PRM-INFLOW - PRM-OUTFLOW.
           PERFORM WRITE-AMOUNT-COMPARISON.
           MOVE 'INTEREST CREDITED' TO WS-CMP-LABEL.
           MOVE WS-INTEREST TO WS-CMP-THIS.
           MOVE PRM-INTEREST TO WS-CMP-PRIOR.
           PERFORM WRITE-AMOUNT-COMPARISON.

       WRITE-AMOUNT-COMPARISON.
           MOVE WS-CMP-LABEL TO RPT-CMP-AMT-LABEL.
           MOVE WS-CMP-THIS TO RPT-CMP-AMT-THIS.
           IF PRIOR-MONTH-FOUND
               MOVE SPACES TO RPT-CMP-AMT-PRIOR-PART
               MOVE WS-CMP-PRIOR TO RPT-CMP-AMT-PRIOR
               COMPUTE RPT-CMP-AMT-CHANGE =
                   WS-CMP-THIS - WS-CMP-PRIOR
           ELSE
               MOVE SPACES TO RPT-CMP-AMT-PRIOR-PART
           END-IF.
           WRITE MIS-RPT-LINE FROM RPT-CMP-AMT-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-COUNT-COMPARISON.
           MOVE WS-CMP-LABEL TO RPT-CMP-CNT-LABEL.
           MOVE WS-CMP-THIS TO RPT-CMP-CNT-THIS.
           IF PRIOR-MONTH-FOUND
               MOVE SPACES TO RPT-CMP-CNT-PRIOR-PART
               MOVE WS-CMP-PRIOR TO RPT-CMP-CNT-PRIOR
               COMPUTE RPT-CMP-CNT-CHANGE =
                   WS-CMP-THIS - WS-CMP-PRIOR
           ELSE
               MOVE SPACES TO RPT-CMP-CNT-PRIOR-PART
           END-IF.
           WRITE MIS-RPT-LINE FROM RPT-CMP-CNT-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-RATE-COMPARISON.
           MOVE WS-CMP-LABEL TO RPT-CMP-RATE-LABEL.
           MOVE WS-CMP-THIS TO RPT-CMP-RATE-THIS.
           IF PRIOR-MONTH-FOUND
               MOVE SPACES TO RPT-CMP-RATE-PRIOR-PART
               MOVE WS-CMP-PRIOR TO RPT-CMP-RATE-PRIOR
               COMPUTE RPT-CMP-RATE-CHANGE =
                   WS-CMP-THIS - WS-CMP-PRIOR
           ELSE
               MOVE SPACES TO RPT-CMP-RATE-PRIOR-PART
           END-IF.
           WRITE MIS-RPT-LINE FROM RPT-CMP-RATE-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * every segment of the wanted kind with its share of the book
      * and its own balance-weighted rate; the currency section
      * also shows the balance before conversion
       WRITE-SEGMENT-SECTION.
           WRITE MIS-RPT-LINE FROM RPT-SECTION-LINE.
           WRITE MIS-RPT-LINE FROM RPT-SEG-HEADING.
           ADD 2 TO RUNLOG-WRITTEN-COUNT.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT
               IF SEG-TYPE(WS-SEG-IDX) = WS-WANT-SEG-TYPE
                   PERFORM WRITE-SEGMENT-LINE
               END-IF
           END-PERFORM.

       WRITE-SEGMENT-LINE.
           MOVE SEG-KEY(WS-SEG-IDX) TO RPT-SEG-KEY.
           IF WS-WANT-SEG-TYPE = 'C' AND SEG-KEY(WS-SEG-IDX) = SPACES
               MOVE '(LOCAL)' TO RPT-SEG-KEY
           END-IF.
           MOVE SEG-ACCT-COUNT(WS-SEG-IDX) TO RPT-SEG-COUNT.
           MOVE SEG-BALANCE(WS-SEG-IDX) TO RPT-SEG-BALANCE.
           MOVE ZEROS TO WS-SHARE-PCT.
           IF WS-BOOK-BAL > ZEROS
               COMPUTE WS-SHARE-PCT ROUNDED =
                   SEG-BALANCE(WS-SEG-IDX) * 100 / WS-BOOK-BAL
           END-IF.
           MOVE WS-SHARE-PCT TO RPT-SEG-SHARE.
           IF SEG-BALANCE(WS-SEG-IDX) > ZEROS
               COMPUTE RPT-SEG-RATE ROUNDED =
                   SEG-RATE-WEIGHT(WS-SEG-IDX) /
                   SEG-BALANCE(WS-SEG-IDX)
           ELSE
               MOVE ZEROS TO RPT-SEG-RATE
           END-IF.
           MOVE SPACES TO RPT-SEG-NATIVE-PART.
           IF WS-WANT-SEG-TYPE = 'C'
               MOVE SEG-NATIVE-BAL(WS-SEG-IDX) TO RPT-SEG-NATIVE
           END-IF.
           WRITE MIS-RPT-LINE FROM RPT-SEG-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * the ten largest depositors, each pass taking the largest
      * balance not yet ranked
       WRITE-TOP-DEPOSITORS.
           MOVE 'TEN LARGEST DEPOSITORS' TO RPT-SECTION-TITLE.
           WRITE MIS-RPT-LINE FROM RPT-SECTION-LINE.
           WRITE MIS-RPT-LINE FROM RPT-DEP-HEADING.
           ADD 2 TO RUNLOG-WRITTEN-COUNT.
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > 10 OR WS-RANK > WS-DEP-COUNT
               PERFORM WRITE-NEXT-DEPOSITOR
           END-PERFORM.

           MOVE 'TOP TEN TOTAL -               ' TO RPT-TOTAL-LABEL.
           MOVE WS-DEP-COUNT TO RPT-TOTAL-COUNT.
           MOVE WS-TOP-TEN-BAL TO RPT-TOTAL-AMOUNT.
           WRITE MIS-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'NO DEPOSITOR DOCUMENT -       ' TO RPT-TOTAL-LABEL.
           MOVE WS-UNIDENT-COUNT TO RPT-TOTAL-COUNT.
           MOVE WS-UNIDENT-BAL TO RPT-TOTAL-AMOUNT.
           WRITE MIS-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'TOTAL BOOK -                  ' TO RPT-TOTAL-LABEL.
           MOVE WS-ACCT-COUNT TO RPT-TOTAL-COUNT.
           MOVE WS-BOOK-BAL TO RPT-TOTAL-AMOUNT.
           WRITE MIS-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'LEFT OFF - NO FX RATE -       ' TO RPT-TOTAL-LABEL.
           MOVE WS-NO-RATE-COUNT TO RPT-TOTAL-COUNT.
           MOVE ZEROS TO RPT-TOTAL-AMOUNT.
           WRITE MIS-RPT-LINE FROM RPT-TOTAL-LINE.
           ADD 4 TO RUNLOG-WRITTEN-COUNT.

       WRITE-NEXT-DEPOSITOR.
           MOVE ZEROS TO WS-BEST-IDX.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF DEP-RANKED-SW(WS-DEP-IDX) = 'N'
                   IF WS-BEST-IDX = ZEROS
                       MOVE WS-DEP-IDX TO WS-BEST-IDX
                   ELSE
                       IF DEP-BALANCE(WS-DEP-IDX) >
                               DEP-BALANCE(WS-BEST-IDX)
                           MOVE WS-DEP-IDX TO WS-BEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'Y' TO DEP-RANKED-SW(WS-BEST-IDX).
           ADD DEP-BALANCE(WS-BEST-IDX) TO WS-TOP-TEN-BAL.
           MOVE WS-RANK TO RPT-DEP-RANK.
           MOVE DEP-DOC-NR(WS-BEST-IDX) TO RPT-DEP-DOC-NR.
           MOVE DEP-NAME(WS-BEST-IDX) TO RPT-DEP-NAME.
           MOVE DEP-ACCT-COUNT(WS-BEST-IDX) TO RPT-DEP-ACCTS.
           MOVE DEP-BALANCE(WS-BEST-IDX) TO RPT-DEP-BALANCE.
           MOVE ZEROS TO WS-SHARE-PCT.
           IF WS-BOOK-BAL > ZEROS
               COMPUTE WS-SHARE-PCT ROUNDED =
                   DEP-BALANCE(WS-BEST-IDX) * 100 / WS-BOOK-BAL
           END-IF.
           MOVE WS-SHARE-PCT TO RPT-DEP-SHARE.
           WRITE MIS-RPT-LINE FROM RPT-DEP-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-MIS-HISTORY.
           OPEN EXTEND MIS-HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
               OPEN OUTPUT MIS-HIST-FILE
           END-IF.
           MOVE WS-MIS-PERIOD TO MH-PERIOD.
           MOVE WS-ACCT-COUNT TO MH-ACCT-COUNT.
           MOVE WS-BOOK-BAL TO MH-BOOK-BAL.
           MOVE WS-WTD-RATE TO MH-WTD-RATE.
           MOVE WS-NEW-COUNT TO MH-NEW-COUNT.
           MOVE WS-NEW-BAL TO MH-NEW-BAL.
           MOVE WS-RENEW-COUNT TO MH-RENEW-COUNT.
           MOVE WS-RENEW-BAL TO MH-RENEW-BAL.
           MOVE WS-CLOSED-IN-MONTH TO MH-CLOSED-COUNT.
           MOVE WS-INFLOW TO MH-INFLOW.
           MOVE WS-OUTFLOW TO MH-OUTFLOW.
           MOVE WS-INTEREST TO MH-INTEREST.
           MOVE WS-RUN-DATE TO MH-RUN-DATE.
           WRITE MIS-HIST-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           CLOSE MIS-HIST-FILE.

       WRITE-RUNLOG-START.
           MOVE 'CI-PORTFOLIO-MIS' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'CI-PORTFOLIO-MIS' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
