      * ledger load - the posting streams written in the GLPOST
      * layout (interest on GLPOST, accruals on ACCRGL, the FX
      * revaluation on GLREVAL, payroll and its provisions on
      * PAYGLPOST, fees on FEEGL, disbursements on DISBGL - the
      * list GLSTRMW keeps) used to go to the GL team as separate
      * files nobody proved.  this run proves and loads them all
      * into GLBAL, the account balances by company and period.
      *
      * each stream is proved whole before any of it is taken: a
      * stream whose debits do not equal its credits is refused
      * outright, nothing of it loaded, and the run ends with
      * return code 8.  a stream whose record count, debit and
      * credit totals and date range match a load already on the
      * GLLOADLOG log is the same file presented twice and is
      * passed over (return code 4).  a stream that proves is
      * loaded posting by posting against the COAFILE chart of
      * accounts: a posting with a bad debit/credit code, amount
      * or date, to an account not on the chart, to an inactive
      * account, or to an account not open to the stream, is not
      * loaded but written to GLREJ, where EXCP-QUEUE picks it up
      * for the exception queue.  GLREJ is retried at the head of
      * every run - once the chart is corrected the posting loads
      * and leaves the file, and until then it stays on it.
      *
      * a posting goes to the period its date falls in.  a period
      * new to the account opens with the closing of the account's
      * last earlier period, and a posting into a period with later
      * periods already on file carries forward into their opening
      * and closing balances.  balances are held debit positive.
      *
      * GLTRIAL prints the trial balance for the GLTBPERIOD period
      * (the business-date month when none is given): opening,
      * debits, credits and closing for each account and company,
      * a balance against its account's normal side marked, the
      * totals proved, then each stream's load proof
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-LOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COA-FILE ASSIGN TO 'COAFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS COA-ACCOUNT
               FILE STATUS IS WS-COA-STATUS.

           SELECT GL-BAL-FILE ASSIGN TO 'GLBAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS GLB-KEY
               FILE STATUS IS WS-GLB-STATUS.

      * the streams in GLSTRMW order - the entry number picks the
      * file in OPEN-STREAM, READ-STREAM-RECORD and CLOSE-STREAM
           SELECT INT-POST-FILE ASSIGN TO 'GLPOST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-STATUS.

           SELECT ACCR-POST-FILE ASSIGN TO 'ACCRGL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-STATUS.

           SELECT REVL-POST-FILE ASSIGN TO 'GLREVAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-STATUS.

           SELECT PAY-POST-FILE ASSIGN TO 'PAYGLPOST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-STATUS.

           SELECT FEE-POST-FILE ASSIGN TO 'FEEGL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-STATUS.

           SELECT DISB-POST-FILE ASSIGN TO 'DISBGL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-STATUS.

           SELECT GL-REJ-FILE ASSIGN TO 'GLREJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLREJ-STATUS.

           SELECT LOAD-LOG-FILE ASSIGN TO 'GLLOADLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT TB-PARM-FILE ASSIGN TO 'GLTBPERIOD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TBPARM-STATUS.

           SELECT TRIAL-RPT-FILE ASSIGN TO 'GLTRIAL'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COA-FILE.
           COPY COAREC.

       FD  GL-BAL-FILE.
           COPY GLBREC.

      * every stream is in the GLPOST layout; PAYGLPOST alone goes
      * on to the company and establishment, and the shorter
      * records read in with those left blank
       FD  INT-POST-FILE.
       01  INT-POST-RECORD             PIC X(49).

       FD  ACCR-POST-FILE.
       01  ACCR-POST-RECORD            PIC X(49).

       FD  REVL-POST-FILE.
       01  REVL-POST-RECORD            PIC X(49).

       FD  PAY-POST-FILE.
       01  PAY-POST-RECORD             PIC X(49).

       FD  FEE-POST-FILE.
       01  FEE-POST-RECORD             PIC X(49).

       FD  DISB-POST-FILE.
       01  DISB-POST-RECORD            PIC X(49).

      * a posting not loaded
       FD  GL-REJ-FILE.
           COPY GLREJREC.

      * one line for each stream loaded - what it held and when
       FD  LOAD-LOG-FILE.
       01  LOAD-LOG-RECORD.
           05 GLL-STREAM               PIC X(04).
           05 GLL-COUNT                PIC 9(07).
           05 GLL-DEBITS               PIC 9(11)V99.
           05 GLL-CREDITS              PIC 9(11)V99.
           05 GLL-FIRST-DATE           PIC 9(08).
           05 GLL-LAST-DATE            PIC 9(08).
           05 GLL-LOAD-DATE            PIC 9(08).

       FD  TB-PARM-FILE.
       01  TB-PARM-RECORD              PIC 9(06).

       FD  TRIAL-RPT-FILE.
       01  TRIAL-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-COA-STATUS               PIC XX.
       01  WS-GLB-STATUS               PIC XX.
       01  WS-STREAM-STATUS            PIC XX.
       01  WS-GLREJ-STATUS             PIC XX.
       01  WS-LOG-STATUS               PIC XX.
       01  WS-TBPARM-STATUS            PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-TB-PERIOD                PIC 9(06).

           COPY GLSTRMW.

      * the posting in hand, from a stream or a retried reject
       01  GL-POSTING-WORK.
           05 GPW-DR-CR                PIC X(01).
           05 GPW-GL-ACCOUNT           PIC X(10).
           05 GPW-SOURCE-ID            PIC X(10).
           05 GPW-POST-DATE            PIC 9(08).
           05 GPW-AMOUNT               PIC 9(9)V99.
           05 GPW-ADJ-MARK             PIC X(01).
           05 GPW-COMPANY              PIC X(04).
           05 GPW-ESTAB-CD             PIC X(04).
       01  WS-CUR-STREAM-ID            PIC X(04).
       01  WS-REJECT-REASON            PIC X(35).
       01  WS-SIGNED-AMOUNT            PIC S9(11)V99.
       01  WS-STM-IDX                  PIC 9(02).
       01  WS-COA-IDX                  PIC 9(02).
       01  WS-OPEN-SW                  PIC X(01).
           88  ACCOUNT-OPEN-TO-STREAM          VALUE 'Y'.

      * what each stream held and what became of it
       01  STREAM-PROOF-TABLE.
           05  SPT-ENTRY OCCURS 6 TIMES.
               10  SPT-READ            PIC 9(07).
               10  SPT-DEBITS          PIC 9(11)V99.
               10  SPT-CREDITS         PIC 9(11)V99.
               10  SPT-FIRST-DATE      PIC 9(08).
               10  SPT-LAST-DATE       PIC 9(08).
               10  SPT-LOADED          PIC 9(07).
               10  SPT-REJECTED        PIC 9(07).
               10  SPT-STATE           PIC X(01).
                   88  SPT-NOT-SUPPLIED        VALUE 'N'.
                   88  SPT-WAS-EMPTY           VALUE 'E'.
                   88  SPT-OUT-OF-BALANCE      VALUE 'B'.
                   88  SPT-ALREADY-LOADED      VALUE 'L'.
                   88  SPT-WAS-LOADED          VALUE 'Y'.

      * last run's rejects, each retried before the streams load;
      * GLREJ is only rewritten when every one of them is held
       01  WS-RETRY-COUNT              PIC 9(04) VALUE ZEROS.
       01  WS-RTY-IDX                  PIC 9(04).
       01  WS-RETRY-POSTED             PIC 9(04) VALUE ZEROS.
       01  WS-RETRY-HELD               PIC 9(04) VALUE ZEROS.
       01  RETRY-TABLE.
           05  RTY-ENTRY OCCURS 2000 TIMES.
               10  RTY-STREAM          PIC X(04).
               10  RTY-RAISED-DATE     PIC 9(08).
               10  RTY-POSTING         PIC X(49).
       01  WS-OVERFLOW-SW              PIC X(01) VALUE 'N'.
           88  RETRY-TABLE-OVERFLOWED          VALUE 'Y'.

      * walking GLBAL for an account and company
       01  WS-BAL-SWEEP-SW             PIC X(01).
           88  BAL-SWEEP-DONE                  VALUE 'Y'.
       01  WS-NEW-BAL-SW               PIC X(01).
           88  BALANCE-IS-NEW                  VALUE 'Y'.
       01  WS-TARGET-KEY.
           05  WS-TGT-ACCOUNT          PIC X(10).
           05  WS-TGT-COMPANY          PIC X(04).
           05  WS-TGT-PERIOD           PIC 9(06).
       01  WS-PRIOR-CLOSING            PIC S9(11)V99.

      * the trial balance - the line held for the account and
      * company in hand until its last period not after the
      * trial balance period has been seen
       01  WS-COA-SWEEP-SW             PIC X(01).
           88  COA-SWEEP-DONE                  VALUE 'Y'.
       01  WS-HELD-SW                  PIC X(01).
           88  BALANCE-IS-HELD                 VALUE 'Y'.
       01  WS-ACCT-LINES               PIC 9(03).
       01  WS-HELD-COMPANY             PIC X(04).
       01  WS-HELD-PERIOD              PIC 9(06).
       01  WS-HELD-OPENING             PIC S9(11)V99.
       01  WS-HELD-DEBITS              PIC 9(11)V99.
       01  WS-HELD-CREDITS             PIC 9(11)V99.
       01  WS-HELD-CLOSING             PIC S9(11)V99.
       01  WS-TOT-OPENING              PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOT-DEBITS               PIC 9(13)V99 VALUE ZEROS.
       01  WS-TOT-CREDITS              PIC 9(13)V99 VALUE ZEROS.
       01  WS-TOT-CLOSING              PIC S9(13)V99 VALUE ZEROS.
       01  WS-PERIOD-NET               PIC S9(13)V99.
       01  WS-SECTION-SW               PIC X(01) VALUE 'T'.
           88  PRINTING-TRIAL-BALANCE          VALUE 'T'.
           88  PRINTING-STREAM-PROOF           VALUE 'P'.

           COPY DATESRVW.

           COPY PAGINW.

       01  RPT-TITLE-LINE.
           05 FILLER                   PIC X(27) VALUE
               'GENERAL LEDGER TRIAL BALANC'.
           05 FILLER                   PIC X(13) VALUE
               'E FOR PERIOD '.
           05 RPT-TTL-PERIOD           PIC 9(06).

       01  RPT-TB-HEADING.
           05 FILLER                   PIC X(12) VALUE 'ACCOUNT'.
           05 FILLER                   PIC X(06) VALUE 'COMP'.
           05 FILLER                   PIC X(02) VALUE 'T'.
           05 FILLER                   PIC X(03) VALUE 'N'.
           05 FILLER                   PIC X(25) VALUE 'NAME'.
           05 FILLER                   PIC X(19) VALUE
               '            OPENING'.
           05 FILLER                   PIC X(19) VALUE
               '             DEBITS'.
           05 FILLER                   PIC X(19) VALUE
               '            CREDITS'.
           05 FILLER                   PIC X(19) VALUE
               '            CLOSING'.

       01  RPT-TB-LINE.
           05 RPT-ACCOUNT              PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-COMPANY              PIC X(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-TYPE                 PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RPT-NORMAL-BAL           PIC X(01).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-NAME                 PIC X(24).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RPT-OPENING              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RPT-DEBITS               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RPT-CREDITS              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RPT-CLOSING              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RPT-CONTRARY-MARK        PIC X(01).

       01  RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL          PIC X(47).
           05 RPT-TOT-OPENING          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RPT-TOT-DEBITS           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RPT-TOT-CREDITS          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 RPT-TOT-CLOSING          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  RPT-VERDICT-LINE.
           05 RPT-VERDICT              PIC X(40).
           05 RPT-VERDICT-AMOUNT       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  RPT-PROOF-HEADING.
           05 FILLER                   PIC X(07) VALUE 'STREAM'.
           05 FILLER                   PIC X(11) VALUE 'FILE'.
           05 FILLER                   PIC X(10) VALUE '      READ'.
           05 FILLER                   PIC X(19) VALUE
               '             DEBITS'.
           05 FILLER                   PIC X(19) VALUE
               '            CREDITS'.
           05 FILLER                   PIC X(08) VALUE '  LOADED'.
           05 FILLER                   PIC X(10) VALUE ' REJECTED '.
           05 FILLER                   PIC X(06) VALUE 'RESULT'.

       01  RPT-PROOF-LINE.
           05 RPT-PRF-STREAM           PIC X(04).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 RPT-PRF-FILE             PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RPT-PRF-READ             PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RPT-PRF-DEBITS           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RPT-PRF-CREDITS          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RPT-PRF-LOADED           PIC ZZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RPT-PRF-REJECTED         PIC ZZZZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-PRF-RESULT           PIC X(30).

       01  RPT-RETRY-LINE.
           05 FILLER                   PIC X(24) VALUE
               'PRIOR REJECTS RETRIED - '.
           05 RPT-RTY-COUNT            PIC ZZZ9.
           05 FILLER                   PIC X(11) VALUE
               '   LOADED -'.
           05 RPT-RTY-POSTED           PIC ZZZ9.
           05 FILLER                   PIC X(20) VALUE
               '   STILL REJECTED - '.
           05 RPT-RTY-HELD             PIC ZZZ9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'GL-LOAD' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           OPEN INPUT COA-FILE.
           IF WS-COA-STATUS NOT = '00'
               DISPLAY 'GL-LOAD: NO COAFILE CHART OF ACCOUNTS - '
                   'NOTHING LOADED'
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM TAKE-PRIOR-REJECTS
               IF RETRY-TABLE-OVERFLOWED
                   DISPLAY 'GL-LOAD: GLREJ HOLDS MORE THAN 2000 '
                       'REJECTS - NOTHING LOADED'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   OPEN I-O GL-BAL-FILE
                   IF WS-GLB-STATUS NOT = '00'
                       OPEN OUTPUT GL-BAL-FILE
                       CLOSE GL-BAL-FILE
                       OPEN I-O GL-BAL-FILE
                   END-IF
                   OPEN OUTPUT GL-REJ-FILE
                   PERFORM RETRY-PRIOR-REJECTS
                   PERFORM VARYING WS-STM-IDX FROM 1 BY 1
                           UNTIL WS-STM-IDX > GL-STREAM-COUNT
                       PERFORM LOAD-STREAM
                   END-PERFORM
                   CLOSE GL-REJ-FILE
                   CLOSE GL-BAL-FILE
                   PERFORM PRINT-TRIAL-BALANCE
               END-IF
               CLOSE COA-FILE
           END-IF.

      * last run's GLREJ, held in full before it is rewritten
       TAKE-PRIOR-REJECTS.
           OPEN INPUT GL-REJ-FILE.
           IF WS-GLREJ-STATUS = '00'
               PERFORM READ-GLREJ-RECORD
               PERFORM UNTIL WS-GLREJ-STATUS NOT = '00'
                   IF WS-RETRY-COUNT < 2000
                       ADD 1 TO WS-RETRY-COUNT
                       MOVE GRJ-STREAM TO
                           RTY-STREAM(WS-RETRY-COUNT)
                       MOVE GRJ-RAISED-DATE TO
                           RTY-RAISED-DATE(WS-RETRY-COUNT)
                       MOVE GRJ-POSTING TO
                           RTY-POSTING(WS-RETRY-COUNT)
                   ELSE
                       SET RETRY-TABLE-OVERFLOWED TO TRUE
                   END-IF
                   PERFORM READ-GLREJ-RECORD
               END-PERFORM
               CLOSE GL-REJ-FILE
           END-IF.

       READ-GLREJ-RECORD.
           READ GL-REJ-FILE
               AT END
                   MOVE '10' TO WS-GLREJ-STATUS
           END-READ.

      * a reject that now passes loads and leaves GLREJ; one that
      * still fails goes back on it, keeping the date first raised
       RETRY-PRIOR-REJECTS.
           PERFORM VARYING WS-RTY-IDX FROM 1 BY 1
                   UNTIL WS-RTY-IDX > WS-RETRY-COUNT
               ADD 1 TO RUNLOG-READ-COUNT
               MOVE RTY-STREAM(WS-RTY-IDX) TO WS-CUR-STREAM-ID
               MOVE RTY-POSTING(WS-RTY-IDX) TO GL-POSTING-WORK
               PERFORM EDIT-POSTING
               IF WS-REJECT-REASON = SPACES
                   PERFORM POST-TO-BALANCE
                   ADD 1 TO WS-RETRY-POSTED
               ELSE
                   MOVE RTY-RAISED-DATE(WS-RTY-IDX) TO
                       GRJ-RAISED-DATE
                   PERFORM WRITE-REJECT
                   ADD 1 TO WS-RETRY-HELD
               END-IF
           END-PERFORM.
           IF WS-RETRY-HELD > ZEROS AND WS-RUN-RC < 4
               MOVE 4 TO WS-RUN-RC
           END-IF.

      * prove the stream whole, then load it posting by posting
       LOAD-STREAM.
           MOVE GL-STREAM-ID(WS-STM-IDX) TO WS-CUR-STREAM-ID.
           INITIALIZE SPT-ENTRY(WS-STM-IDX).
           PERFORM PROVE-STREAM.
           EVALUATE TRUE
               WHEN SPT-NOT-SUPPLIED(WS-STM-IDX)
                   CONTINUE
               WHEN SPT-WAS-EMPTY(WS-STM-IDX)
                   CONTINUE
               WHEN SPT-OUT-OF-BALANCE(WS-STM-IDX)
                   DISPLAY 'GL-LOAD: ' GL-STREAM-FILE(WS-STM-IDX)
                       ' DEBITS DO NOT EQUAL CREDITS - REFUSED'
                   MOVE 8 TO WS-RUN-RC
               WHEN OTHER
                   PERFORM CHECK-LOAD-LOG
                   IF SPT-ALREADY-LOADED(WS-STM-IDX)
                       DISPLAY 'GL-LOAD: '
                           GL-STREAM-FILE(WS-STM-IDX)
                           ' ALREADY LOADED - PASSED OVER'
                       IF WS-RUN-RC < 4
                           MOVE 4 TO WS-RUN-RC
                       END-IF
                   ELSE
                       PERFORM POST-STREAM
                       PERFORM WRITE-LOAD-LOG
                       SET SPT-WAS-LOADED(WS-STM-IDX) TO TRUE
                   END-IF
           END-EVALUATE.

      * count and total the stream; a line whose side or amount is
      * not good is counted but proves nothing, and is rejected
      * when the stream loads
       PROVE-STREAM.
           PERFORM OPEN-STREAM.
           IF WS-STREAM-STATUS NOT = '00'
               SET SPT-NOT-SUPPLIED(WS-STM-IDX) TO TRUE
           ELSE
               MOVE 99999999 TO SPT-FIRST-DATE(WS-STM-IDX)
               PERFORM READ-STREAM-RECORD
               PERFORM UNTIL WS-STREAM-STATUS NOT = '00'
                   ADD 1 TO SPT-READ(WS-STM-IDX)
                   IF GPW-AMOUNT IS NUMERIC
                       EVALUATE GPW-DR-CR
                           WHEN 'D'
                               ADD GPW-AMOUNT TO
                                   SPT-DEBITS(WS-STM-IDX)
                           WHEN 'C'
                               ADD GPW-AMOUNT TO
                                   SPT-CREDITS(WS-STM-IDX)
                       END-EVALUATE
                   END-IF
                   IF GPW-POST-DATE IS NUMERIC
                       IF GPW-POST-DATE < SPT-FIRST-DATE(WS-STM-IDX)
                           MOVE GPW-POST-DATE TO
                               SPT-FIRST-DATE(WS-STM-IDX)
                       END-IF
                       IF GPW-POST-DATE > SPT-LAST-DATE(WS-STM-IDX)
                           MOVE GPW-POST-DATE TO
                               SPT-LAST-DATE(WS-STM-IDX)
                       END-IF
                   END-IF
                   PERFORM READ-STREAM-RECORD
               END-PERFORM
               PERFORM CLOSE-STREAM
               EVALUATE TRUE
                   WHEN SPT-READ(WS-STM-IDX) = ZEROS
                       SET SPT-WAS-EMPTY(WS-STM-IDX) TO TRUE
                   WHEN SPT-DEBITS(WS-STM-IDX) NOT =
                           SPT-CREDITS(WS-STM-IDX)
                       SET SPT-OUT-OF-BALANCE(WS-STM-IDX) TO TRUE
               END-EVALUATE
           END-IF.

      * the same count, totals and date range already loaded for
      * this stream means the same file presented again
       CHECK-LOAD-LOG.
           OPEN INPUT LOAD-LOG-FILE.
           IF WS-LOG-STATUS = '00'
               PERFORM READ-LOAD-LOG-RECORD
               PERFORM UNTIL WS-LOG-STATUS NOT = '00'
                   IF GLL-STREAM = WS-CUR-STREAM-ID
                           AND GLL-COUNT = SPT-READ(WS-STM-IDX)
                           AND GLL-DEBITS = SPT-DEBITS(WS-STM-IDX)
                           AND GLL-CREDITS =
                               SPT-CREDITS(WS-STM-IDX)
                           AND GLL-FIRST-DATE =
                               SPT-FIRST-DATE(WS-STM-IDX)
                           AND GLL-LAST-DATE =
                               SPT-LAST-DATE(WS-STM-IDX)
                       SET SPT-ALREADY-LOADED(WS-STM-IDX) TO TRUE
                   END-IF
                   PERFORM READ-LOAD-LOG-RECORD
               END-PERFORM
               CLOSE LOAD-LOG-FILE
           END-IF.

       READ-LOAD-LOG-RECORD.
           READ LOAD-LOG-FILE
               AT END
                   MOVE '10' TO WS-LOG-STATUS
           END-READ.

      * append the stream to the load log; create the log on its
      * first use, otherwise extend it
       WRITE-LOAD-LOG.
           OPEN EXTEND LOAD-LOG-FILE.
           IF WS-LOG-STATUS NOT = '00'
               OPEN OUTPUT LOAD-LOG-FILE
           END-IF.
           IF WS-LOG-STATUS = '00'
               MOVE WS-CUR-STREAM-ID TO GLL-STREAM
               MOVE SPT-READ(WS-STM-IDX) TO GLL-COUNT
               MOVE SPT-DEBITS(WS-STM-IDX) TO GLL-DEBITS
               MOVE SPT-CREDITS(WS-STM-IDX) TO GLL-CREDITS
               MOVE SPT-FIRST-DATE(WS-STM-IDX) TO GLL-FIRST-DATE
               MOVE SPT-LAST-DATE(WS-STM-IDX) TO GLL-LAST-DATE
               MOVE WS-RUN-DATE TO GLL-LOAD-DATE
               WRITE LOAD-LOG-RECORD
               CLOSE LOAD-LOG-FILE
           END-IF.

       POST-STREAM.
           PERFORM OPEN-STREAM.
           PERFORM READ-STREAM-RECORD.
           PERFORM UNTIL WS-STREAM-STATUS NOT = '00'
               ADD 1 TO RUNLOG-READ-COUNT
               PERFORM EDIT-POSTING
               IF WS-REJECT-REASON = SPACES
                   PERFORM POST-TO-BALANCE
                   ADD 1 TO SPT-LOADED(WS-STM-IDX)
               ELSE
                   MOVE WS-RUN-DATE TO GRJ-RAISED-DATE
                   PERFORM WRITE-REJECT
                   ADD 1 TO SPT-REJECTED(WS-STM-IDX)
               END-IF
               PERFORM READ-STREAM-RECORD
           END-PERFORM.
           PERFORM CLOSE-STREAM.
           IF SPT-REJECTED(WS-STM-IDX) > ZEROS AND WS-RUN-RC < 4
               MOVE 4 TO WS-RUN-RC
           END-IF.

       OPEN-STREAM.
           EVALUATE WS-STM-IDX
               WHEN 1
                   OPEN INPUT INT-POST-FILE
               WHEN 2
                   OPEN INPUT ACCR-POST-FILE
               WHEN 3
                   OPEN INPUT REVL-POST-FILE
               WHEN 4
                   OPEN INPUT PAY-POST-FILE
               WHEN 5
                   OPEN INPUT FEE-POST-FILE
               WHEN 6
                   OPEN INPUT DISB-POST-FILE
           END-EVALUATE.

       READ-STREAM-RECORD.
           EVALUATE WS-STM-IDX
               WHEN 1
                   READ INT-POST-FILE INTO GL-POSTING-WORK
                       AT END
                           MOVE '10' TO WS-STREAM-STATUS
                   END-READ
               WHEN 2
                   READ ACCR-POST-FILE INTO GL-POSTING-WORK
                       AT END
                           MOVE '10' TO WS-STREAM-STATUS
                   END-READ
               WHEN 3
                   READ REVL-POST-FILE INTO GL-POSTING-WORK
                       AT END
                           MOVE '10' TO WS-STREAM-STATUS
                   END-READ
               WHEN 4
                   READ PAY-POST-FILE INTO GL-POSTING-WORK
                       AT END
                           MOVE '10' TO WS-STREAM-STATUS
                   END-READ
               WHEN 5
                   READ FEE-POST-FILE INTO GL-POSTING-WORK
                       AT END
                           MOVE '10' TO WS-STREAM-STATUS
                   END-READ
               WHEN 6
                   READ DISB-POST-FILE INTO GL-POSTING-WORK
                       AT END
                           MOVE '10' TO WS-STREAM-STATUS
                   END-READ
           END-EVALUATE.

       CLOSE-STREAM.
           EVALUATE WS-STM-IDX
               WHEN 1
                   CLOSE INT-POST-FILE
               WHEN 2
                   CLOSE ACCR-POST-FILE
               WHEN 3
                   CLOSE REVL-POST-FILE
               WHEN 4
                   CLOSE PAY-POST-FILE
               WHEN 5
                   CLOSE FEE-POST-FILE
               WHEN 6
                   CLOSE DISB-POST-FILE
           END-EVALUATE.

      * the posting's own fields first, then its account on the
      * chart - on file, active, and open to the stream
       EDIT-POSTING.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN GPW-DR-CR NOT = 'D' AND 'C'
                   MOVE 'DEBIT/CREDIT CODE NOT D OR C' TO
                       WS-REJECT-REASON
               WHEN GPW-AMOUNT NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
               WHEN GPW-POST-DATE NOT NUMERIC
                   MOVE 'POSTING DATE NOT VALID' TO
                       WS-REJECT-REASON
               WHEN OTHER
                   MOVE 'W' TO DSV-FUNCTION
                   MOVE GPW-POST-DATE TO DSV-DATE-1
                   CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS
                   IF NOT DSV-STAT-OK
                       MOVE 'POSTING DATE NOT VALID' TO
                           WS-REJECT-REASON
                   END-IF
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               MOVE GPW-GL-ACCOUNT TO COA-ACCOUNT
               READ COA-FILE
                   INVALID KEY
                       MOVE 'ACCOUNT NOT ON CHART OF ACCOUNTS' TO
                           WS-REJECT-REASON
                   NOT INVALID KEY
                       PERFORM EDIT-ACCOUNT-FOR-STREAM
               END-READ
           END-IF.

       EDIT-ACCOUNT-FOR-STREAM.
           MOVE 'N' TO WS-OPEN-SW.
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
                   UNTIL WS-COA-IDX > 6
               IF COA-STREAM(WS-COA-IDX) = WS-CUR-STREAM-ID
                   SET ACCOUNT-OPEN-TO-STREAM TO TRUE
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN NOT COA-STATUS-ACTIVE
                   MOVE 'ACCOUNT INACTIVE' TO WS-REJECT-REASON
               WHEN NOT ACCOUNT-OPEN-TO-STREAM
                   MOVE 'ACCOUNT NOT OPEN TO THIS STREAM' TO
                       WS-REJECT-REASON
           END-EVALUATE.

       WRITE-REJECT.
           MOVE SPACES TO GRJ-KEY.
           MOVE WS-CUR-STREAM-ID TO GRJ-STREAM.
           MOVE GPW-GL-ACCOUNT TO GRJ-ACCOUNT.
           MOVE GPW-SOURCE-ID TO GRJ-SOURCE-ID.
           MOVE GPW-DR-CR TO GRJ-DR-CR.
           MOVE WS-REJECT-REASON TO GRJ-REASON.
           MOVE GL-POSTING-WORK TO GRJ-POSTING.
           WRITE GL-REJ-RECORD.

      * the posting into its period, then on into the opening and
      * closing of every later period already on file
       POST-TO-BALANCE.
           IF GPW-DR-CR = 'D'
               MOVE GPW-AMOUNT TO WS-SIGNED-AMOUNT
           ELSE
               COMPUTE WS-SIGNED-AMOUNT = ZERO - GPW-AMOUNT
           END-IF.
           MOVE GPW-GL-ACCOUNT TO WS-TGT-ACCOUNT.
           MOVE GPW-COMPANY TO WS-TGT-COMPANY.
           MOVE GPW-POST-DATE(1:6) TO WS-TGT-PERIOD.
           MOVE 'N' TO WS-NEW-BAL-SW.
           MOVE WS-TARGET-KEY TO GLB-KEY.
           READ GL-BAL-FILE
               INVALID KEY
                   PERFORM OPEN-NEW-BALANCE
           END-READ.
           IF GPW-DR-CR = 'D'
               ADD GPW-AMOUNT TO GLB-DEBITS
           ELSE
               ADD GPW-AMOUNT TO GLB-CREDITS
           END-IF.
           ADD WS-SIGNED-AMOUNT TO GLB-CLOSING.
           MOVE WS-RUN-DATE TO GLB-LAST-LOAD-DATE.
           IF BALANCE-IS-NEW
               WRITE GLB-RECORD
           ELSE
               REWRITE GLB-RECORD
           END-IF.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           PERFORM CARRY-TO-LATER-PERIODS.

      * a period new to the account and company opens with the
      * closing of its last earlier period
       OPEN-NEW-BALANCE.
           SET BALANCE-IS-NEW TO TRUE.
           MOVE ZEROS TO WS-PRIOR-CLOSING.
           MOVE WS-TGT-ACCOUNT TO GLB-ACCOUNT.
           MOVE WS-TGT-COMPANY TO GLB-COMPANY.
           MOVE ZEROS TO GLB-PERIOD.
           MOVE 'N' TO WS-BAL-SWEEP-SW.
           START GL-BAL-FILE KEY IS NOT < GLB-KEY
               INVALID KEY
                   SET BAL-SWEEP-DONE TO TRUE
           END-START.
           PERFORM UNTIL BAL-SWEEP-DONE
               READ GL-BAL-FILE NEXT RECORD
                   AT END
                       SET BAL-SWEEP-DONE TO TRUE
                   NOT AT END
                       IF GLB-ACCOUNT = WS-TGT-ACCOUNT
                               AND GLB-COMPANY = WS-TGT-COMPANY
                               AND GLB-PERIOD < WS-TGT-PERIOD
                           MOVE GLB-CLOSING TO WS-PRIOR-CLOSING
                       ELSE
                           SET BAL-SWEEP-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           INITIALIZE GLB-RECORD.
           MOVE WS-TARGET-KEY TO GLB-KEY.
           MOVE WS-PRIOR-CLOSING TO GLB-OPENING.
           MOVE WS-PRIOR-CLOSING TO GLB-CLOSING.

       CARRY-TO-LATER-PERIODS.
           MOVE WS-TARGET-KEY TO GLB-KEY.
           MOVE 'N' TO WS-BAL-SWEEP-SW.
           START GL-BAL-FILE KEY IS > GLB-KEY
               INVALID KEY
                   SET BAL-SWEEP-DONE TO TRUE
           END-START.
           PERFORM UNTIL BAL-SWEEP-DONE
               READ GL-BAL-FILE NEXT RECORD
                   AT END
                       SET BAL-SWEEP-DONE TO TRUE
                   NOT AT END
                       IF GLB-ACCOUNT = WS-TGT-ACCOUNT
                               AND GLB-COMPANY = WS-TGT-COMPANY
                           ADD WS-SIGNED-AMOUNT TO GLB-OPENING
                           ADD WS-SIGNED-AMOUNT TO GLB-CLOSING
                           REWRITE GLB-RECORD
                       ELSE
                           SET BAL-SWEEP-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      * the trial balance period, the chart walked in account
      * order, then the stream proof on a page of its own
       PRINT-TRIAL-BALANCE.
           MOVE WS-RUN-DATE(1:6) TO WS-TB-PERIOD.
           OPEN INPUT TB-PARM-FILE.
           IF WS-TBPARM-STATUS = '00'
               READ TB-PARM-FILE
                   NOT AT END
                       IF TB-PARM-RECORD IS NUMERIC
                               AND TB-PARM-RECORD > ZEROS
                           MOVE TB-PARM-RECORD TO WS-TB-PERIOD
                       END-IF
               END-READ
               CLOSE TB-PARM-FILE
           END-IF.

           OPEN INPUT GL-BAL-FILE.
           OPEN OUTPUT TRIAL-RPT-FILE.
           PERFORM INITIALIZE-PAGINATION.
           MOVE 2 TO PAG-HEADING-LINE-COUNT.
           MOVE WS-TB-PERIOD TO RPT-TTL-PERIOD.
           WRITE TRIAL-RPT-LINE FROM RPT-TITLE-LINE.

           SET PRINTING-TRIAL-BALANCE TO TRUE.
           MOVE LOW-VALUES TO COA-ACCOUNT.
           MOVE 'N' TO WS-COA-SWEEP-SW.
           START COA-FILE KEY IS NOT < COA-ACCOUNT
               INVALID KEY
                   SET COA-SWEEP-DONE TO TRUE
           END-START.
           PERFORM UNTIL COA-SWEEP-DONE
               READ COA-FILE NEXT RECORD
                   AT END
                       SET COA-SWEEP-DONE TO TRUE
                   NOT AT END
                       PERFORM PRINT-ACCOUNT-BALANCES
               END-READ
           END-PERFORM.
           PERFORM PRINT-TRIAL-TOTALS.

           SET PRINTING-STREAM-PROOF TO TRUE.
           MOVE 999 TO PAG-LINE-COUNT.
           PERFORM VARYING WS-STM-IDX FROM 1 BY 1
                   UNTIL WS-STM-IDX > GL-STREAM-COUNT
               PERFORM PRINT-STREAM-PROOF
           END-PERFORM.
           MOVE WS-RETRY-COUNT TO RPT-RTY-COUNT.
           MOVE WS-RETRY-POSTED TO RPT-RTY-POSTED.
           MOVE WS-RETRY-HELD TO RPT-RTY-HELD.
           MOVE SPACES TO TRIAL-RPT-LINE.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE TRIAL-RPT-LINE.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE TRIAL-RPT-LINE FROM RPT-RETRY-LINE.

           CLOSE TRIAL-RPT-FILE.
           CLOSE GL-BAL-FILE.

      * each company the account has balances under, at its last
      * period not after the trial balance period; an account with
      * none prints once at zero
       PRINT-ACCOUNT-BALANCES.
           MOVE ZEROS TO WS-ACCT-LINES.
           MOVE 'N' TO WS-HELD-SW.
           MOVE COA-ACCOUNT TO GLB-ACCOUNT.
           MOVE LOW-VALUES TO GLB-COMPANY.
           MOVE ZEROS TO GLB-PERIOD.
           MOVE 'N' TO WS-BAL-SWEEP-SW.
           START GL-BAL-FILE KEY IS NOT < GLB-KEY
               INVALID KEY
                   SET BAL-SWEEP-DONE TO TRUE
           END-START.
           PERFORM UNTIL BAL-SWEEP-DONE
               READ GL-BAL-FILE NEXT RECORD
                   AT END
                       SET BAL-SWEEP-DONE TO TRUE
                   NOT AT END
                       IF GLB-ACCOUNT = COA-ACCOUNT
                           PERFORM TAKE-BALANCE-RECORD
                       ELSE
                           SET BAL-SWEEP-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF BALANCE-IS-HELD
               PERFORM PRINT-HELD-BALANCE
           END-IF.
           IF WS-ACCT-LINES = ZEROS
               MOVE SPACES TO WS-HELD-COMPANY
               MOVE WS-TB-PERIOD TO WS-HELD-PERIOD
               MOVE ZEROS TO WS-HELD-OPENING WS-HELD-DEBITS
                   WS-HELD-CREDITS WS-HELD-CLOSING
               PERFORM PRINT-HELD-BALANCE
           END-IF.

       TAKE-BALANCE-RECORD.
           IF BALANCE-IS-HELD AND GLB-COMPANY NOT = WS-HELD-COMPANY
               PERFORM PRINT-HELD-BALANCE
           END-IF.
           IF GLB-PERIOD NOT > WS-TB-PERIOD
               SET BALANCE-IS-HELD TO TRUE
               MOVE GLB-COMPANY TO WS-HELD-COMPANY
               MOVE GLB-PERIOD TO WS-HELD-PERIOD
               MOVE GLB-OPENING TO WS-HELD-OPENING
               MOVE GLB-DEBITS TO WS-HELD-DEBITS
               MOVE GLB-CREDITS TO WS-HELD-CREDITS
               MOVE GLB-CLOSING TO WS-HELD-CLOSING
           END-IF.

      * a company last posted before the trial balance period
      * carries its closing through the period untouched
       PRINT-HELD-BALANCE.
           IF WS-HELD-PERIOD < WS-TB-PERIOD
               MOVE WS-HELD-CLOSING TO WS-HELD-OPENING
               MOVE ZEROS TO WS-HELD-DEBITS WS-HELD-CREDITS
           END-IF.
           MOVE COA-ACCOUNT TO RPT-ACCOUNT.
           MOVE WS-HELD-COMPANY TO RPT-COMPANY.
           MOVE COA-TYPE TO RPT-TYPE.
           MOVE COA-NORMAL-BAL TO RPT-NORMAL-BAL.
           MOVE COA-NAME TO RPT-NAME.
           MOVE WS-HELD-OPENING TO RPT-OPENING.
           MOVE WS-HELD-DEBITS TO RPT-DEBITS.
           MOVE WS-HELD-CREDITS TO RPT-CREDITS.
           MOVE WS-HELD-CLOSING TO RPT-CLOSING.
           MOVE SPACE TO RPT-CONTRARY-MARK.
           IF (COA-NORMAL-DEBIT AND WS-HELD-CLOSING < ZERO)
                   OR (COA-NORMAL-CREDIT AND WS-HELD-CLOSING > ZERO)
               MOVE '*' TO RPT-CONTRARY-MARK
           END-IF.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE TRIAL-RPT-LINE FROM RPT-TB-LINE.
           ADD WS-HELD-OPENING TO WS-TOT-OPENING.
           ADD WS-HELD-DEBITS TO WS-TOT-DEBITS.
           ADD WS-HELD-CREDITS TO WS-TOT-CREDITS.
           ADD WS-HELD-CLOSING TO WS-TOT-CLOSING.
           ADD 1 TO WS-ACCT-LINES.
           MOVE 'N' TO WS-HELD-SW.

      * debit positive, a ledger in balance nets to zero at the
      * opening and the closing, and its debits equal its credits
       PRINT-TRIAL-TOTALS.
           MOVE 'TOTALS' TO RPT-TOTAL-LABEL.
           MOVE WS-TOT-OPENING TO RPT-TOT-OPENING.
           MOVE WS-TOT-DEBITS TO RPT-TOT-DEBITS.
           MOVE WS-TOT-CREDITS TO RPT-TOT-CREDITS.
           MOVE WS-TOT-CLOSING TO RPT-TOT-CLOSING.
           MOVE SPACES TO TRIAL-RPT-LINE.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE TRIAL-RPT-LINE.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE TRIAL-RPT-LINE FROM RPT-TOTAL-LINE.
           COMPUTE WS-PERIOD-NET = WS-TOT-DEBITS - WS-TOT-CREDITS.
           IF WS-PERIOD-NET = ZERO AND WS-TOT-CLOSING = ZERO
               MOVE 'TRIAL BALANCE IN BALANCE' TO RPT-VERDICT
               MOVE ZERO TO RPT-VERDICT-AMOUNT
           ELSE
               MOVE 'TRIAL BALANCE OUT OF BALANCE BY' TO
                   RPT-VERDICT
               MOVE WS-TOT-CLOSING TO RPT-VERDICT-AMOUNT
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE TRIAL-RPT-LINE FROM RPT-VERDICT-LINE.
           IF WS-PERIOD-NET NOT = ZERO
               MOVE 'PERIOD DEBITS EXCEED CREDITS BY' TO
                   RPT-VERDICT
               MOVE WS-PERIOD-NET TO RPT-VERDICT-AMOUNT
               PERFORM PAGINATE-BEFORE-LINE
               WRITE TRIAL-RPT-LINE FROM RPT-VERDICT-LINE
           END-IF.

       PRINT-STREAM-PROOF.
           MOVE GL-STREAM-ID(WS-STM-IDX) TO RPT-PRF-STREAM.
           MOVE GL-STREAM-FILE(WS-STM-IDX) TO RPT-PRF-FILE.
           MOVE SPT-READ(WS-STM-IDX) TO RPT-PRF-READ.
           MOVE SPT-DEBITS(WS-STM-IDX) TO RPT-PRF-DEBITS.
           MOVE SPT-CREDITS(WS-STM-IDX) TO RPT-PRF-CREDITS.
           MOVE SPT-LOADED(WS-STM-IDX) TO RPT-PRF-LOADED.
           MOVE SPT-REJECTED(WS-STM-IDX) TO RPT-PRF-REJECTED.
           EVALUATE TRUE
               WHEN SPT-NOT-SUPPLIED(WS-STM-IDX)
                   MOVE 'NOT SUPPLIED' TO RPT-PRF-RESULT
               WHEN SPT-WAS-EMPTY(WS-STM-IDX)
                   MOVE 'EMPTY' TO RPT-PRF-RESULT
               WHEN SPT-OUT-OF-BALANCE(WS-STM-IDX)
                   MOVE 'REFUSED - OUT OF BALANCE' TO
                       RPT-PRF-RESULT
               WHEN SPT-ALREADY-LOADED(WS-STM-IDX)
                   MOVE 'PASSED OVER - ALREADY LOADED' TO
                       RPT-PRF-RESULT
               WHEN SPT-REJECTED(WS-STM-IDX) > ZEROS
                   MOVE 'LOADED - REJECTS ON GLREJ' TO
                       RPT-PRF-RESULT
               WHEN OTHER
                   MOVE 'LOADED' TO RPT-PRF-RESULT
           END-EVALUATE.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE TRIAL-RPT-LINE FROM RPT-PROOF-LINE.

       WRITE-RUNLOG-START.
           MOVE 'GL-LOAD' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'GL-LOAD' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

      * the shared pagination gate in front of every report line,
      * with the column headings of the section being printed
       PAGINATE-BEFORE-LINE.
           PERFORM CHECK-PAGE-BREAK.
           IF PAG-BREAK-NEEDED
               WRITE TRIAL-RPT-LINE FROM PAG-PAGE-HEADING-LINE
               IF PRINTING-STREAM-PROOF
                   WRITE TRIAL-RPT-LINE FROM RPT-PROOF-HEADING
               ELSE
                   WRITE TRIAL-RPT-LINE FROM RPT-TB-HEADING
               END-IF
               PERFORM NOTE-HEADING-LINES
           END-IF.
           PERFORM COUNT-REPORT-LINE.

           COPY PAGINP.

           COPY BUSDTP.
