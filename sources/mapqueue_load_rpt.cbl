      * queue load report for MAPFILE - MAPFILE-QUEUE-RPT and
      * MAPQUEUE-FORECAST count assigned FOO-QUEUE-NR slots, which
      * says nothing about the work a queue carries: two very busy
      * partitions can bury a queue that forty idle ones would
      * never trouble.  this run takes the day's MAPSTATS
      * statistics - message volume and elapsed seconds per
      * FOO-RECORD-KEY and DB2 partition number (the slot the
      * partition's queue number occupies) - and lays them over
      * the MAPFILE assignments.  a statistics record for a key
      * not on MAPFILE, or for a partition whose slot is unused,
      * is listed as unmapped and carried by no queue.
      *
      * the MAPLOADRPT report shows the load per queue - its
      * partitions, the active ones, volume, elapsed time and
      * share of the total volume - with every queue over the
      * MAPLPARM share threshold (a percentage, 25.00 when none is
      * supplied) marked HOT; then the ten hottest partitions; then
      * suggested moves.  the moves are played in storage only:
      * while the hottest queue is over the threshold its largest
      * partition that still leaves it above the coolest queue once
      * moved goes to the coolest queue, up to twenty moves.  each
      * move is written to MAPMOVES as a MAPFILE-MAINT 'R'
      * rebalance transaction; the submitter heads the file with
      * their own 'O' operator record before it goes to MAPMAINT,
      * so nothing here changes MAPFILE itself
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAPQUEUE-LOAD-RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN ASSIGN TO 'MAPFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS FOO-RECORD-KEY
               FILE STATUS IS WS-FILEIN-STATUS.

           SELECT STATS-FILE ASSIGN TO 'MAPSTATS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

           SELECT LPARM-FILE ASSIGN TO 'MAPLPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LPARM-STATUS.

           SELECT RPT-FILE ASSIGN TO 'MAPLOADRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOVES-FILE ASSIGN TO 'MAPMOVES'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILEIN.
           COPY MAPREC.

      * one record per key and partition per statistics interval;
      * several intervals for one partition add together
       FD  STATS-FILE.
       01  STATS-RECORD.
           05 MST-STAT-DATE            PIC 9(08).
           05 MST-KEY                  PIC X(10).
           05 MST-PTN-NR               PIC 9(02).
           05 MST-MSG-COUNT            PIC 9(09).
           05 MST-ELAPSED-SEC          PIC 9(07)V99.

       FD  LPARM-FILE.
       01  LPARM-RECORD.
           05 MLP-HOT-SHARE-PCT        PIC 9(03)V99.

      * the MAPMAINT transaction layout MAPFILE-MAINT applies
       FD  MOVES-FILE.
       01  MOVES-RECORD.
           05 MMV-ACTION               PIC X(01).
           05 MMV-KEY                  PIC X(10).
           05 MMV-QUEUE-IDX            PIC 9(02).
           05 MMV-QUEUE-VAL            PIC X(01).
           05 MMV-QUEUE-NRS            PIC X(64).

       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILEIN-STATUS            PIC XX.
       01  WS-STATS-STATUS             PIC XX.
       01  WS-LPARM-STATUS             PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

           COPY MAPLKW.

       01  WS-HOT-SHARE-PCT            PIC 9(03)V99 VALUE 25.00.

      * the MAPFILE assignments copied into storage with the load
      * each partition carries - the suggested moves are played
      * here
       01  WS-MAP-COUNT                PIC 9(03) VALUE ZEROS.
       01  WS-MAP-IDX                  PIC 9(03).
       01  WS-SLOT-IDX                 PIC 9(02).
       01  MAP-LOAD-TABLE.
           05  MAP-LOAD-ENTRY OCCURS 100 TIMES.
               10  ML-KEY              PIC X(10).
               10  ML-SLOT OCCURS 64 TIMES.
                   15  ML-QUEUE        PIC X(01).
                   15  ML-MSG-COUNT    PIC 9(11).
                   15  ML-ELAPSED-SEC  PIC 9(09)V99.
                   15  ML-RANKED-SW    PIC X(01).

      * one entry per queue number in use on MAPFILE
       01  WS-QUE-COUNT                PIC 9(03) VALUE ZEROS.
       01  WS-QUE-IDX                  PIC 9(03).
       01  WS-WANT-QUEUE               PIC X(01).
       01  QUEUE-LOAD-TABLE.
           05  QUEUE-LOAD-ENTRY OCCURS 256 TIMES.
               10  QL-QUEUE            PIC X(01).
               10  QL-PTN-COUNT        PIC 9(05).
               10  QL-ACTIVE-COUNT     PIC 9(05).
               10  QL-MSG-COUNT        PIC 9(13).
               10  QL-ELAPSED-SEC      PIC 9(11)V99.
               10  QL-SIM-MSG-COUNT    PIC 9(13).

       01  WS-TOTAL-MSG-COUNT          PIC 9(13) VALUE ZEROS.
       01  WS-TOTAL-ELAPSED            PIC 9(11)V99 VALUE ZEROS.
       01  WS-STATS-COUNT              PIC 9(07) VALUE ZEROS.
       01  WS-UNMAPPED-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-UNMAPPED-MSGS            PIC 9(13) VALUE ZEROS.
       01  WS-HOT-COUNT                PIC 9(03) VALUE ZEROS.
       01  WS-SHARE-PCT                PIC 9(03)V99.
       01  WS-AVG-MS                   PIC 9(07)V99.

      * hottest-partition ranking
       01  WS-RANK                     PIC 9(02).
       01  WS-BEST-MAP                 PIC 9(03).
       01  WS-BEST-SLOT                PIC 9(02).
       01  WS-BEST-MSGS                PIC 9(11).

      * move suggestion state
       01  WS-MOVE-COUNT               PIC 9(02) VALUE ZEROS.
       01  WS-MOVES-DONE-SW            PIC X(01) VALUE 'N'.
           88  NO-MORE-MOVES                   VALUE 'Y'.
       01  WS-MOVE-NOTE                PIC X(40) VALUE SPACES.
       01  WS-HOT-QUE                  PIC 9(03).
       01  WS-COOL-QUE                 PIC 9(03).
       01  WS-LOAD-GAP                 PIC 9(13).

       01  RPT-HEADING.
           05 FILLER                   PIC X(40) VALUE
               'MAPFILE QUEUE LOAD - RUN OF             '.
           05 RPT-HDG-DATE             PIC 9(08).
           05 FILLER                   PIC X(14) VALUE
               '  HOT OVER    '.
           05 RPT-HDG-SHARE            PIC ZZ9.99.
           05 FILLER                   PIC X(01) VALUE '%'.

       01  RPT-SECTION-LINE.
           05 FILLER                   PIC X(03) VALUE '-- '.
           05 RPT-SECTION-TITLE        PIC X(40).

       01  RPT-QUEUE-HEADING.
           05 FILLER                   PIC X(40) VALUE
               'QUEUE  PTNS ACTIVE       MESSAGES     EL'.
           05 FILLER                   PIC X(40) VALUE
               'APSED SEC  MS/MSG   SHARE               '.

       01  RPT-QUEUE-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-QUE-QUEUE            PIC X(01).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-QUE-PTNS             PIC Z(4)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-QUE-ACTIVE           PIC Z(5)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-QUE-MSGS             PIC Z(13)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-QUE-ELAPSED          PIC Z(10)9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-QUE-AVG-MS           PIC Z(4)9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-QUE-SHARE            PIC ZZ9.99.
           05 FILLER                   PIC X(01) VALUE '%'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-QUE-FLAG             PIC X(03).

       01  RPT-PTN-HEADING.
           05 FILLER                   PIC X(40) VALUE
               'RK KEY        PTN QUEUE       MESSAGES  '.
           05 FILLER                   PIC X(40) VALUE
               '  ELAPSED SEC   SHARE                   '.

       01  RPT-PTN-LINE.
           05 RPT-PTN-RANK             PIC Z9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-PTN-KEY              PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-PTN-NR               PIC Z9.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 RPT-PTN-QUEUE            PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-PTN-MSGS             PIC Z(13)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-PTN-ELAPSED          PIC Z(10)9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-PTN-SHARE            PIC ZZ9.99.
           05 FILLER                   PIC X(01) VALUE '%'.

       01  RPT-MOVE-LINE.
           05 FILLER                   PIC X(05) VALUE 'MOVE '.
           05 RPT-MOVE-KEY             PIC X(10).
           05 FILLER                   PIC X(05) VALUE ' PTN '.
           05 RPT-MOVE-PTN             PIC Z9.
           05 FILLER                   PIC X(12) VALUE
               ' FROM QUEUE '.
           05 RPT-MOVE-FROM            PIC X(01).
           05 FILLER                   PIC X(04) VALUE ' TO '.
           05 RPT-MOVE-TO              PIC X(01).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-MOVE-MSGS            PIC Z(10)9.
           05 FILLER                   PIC X(05) VALUE ' MSGS'.

       01  RPT-NOTE-LINE.
           05 RPT-NOTE-TEXT            PIC X(40).

       01  RPT-UNMAPPED-LINE.
           05 FILLER                   PIC X(09) VALUE 'UNMAPPED '.
           05 RPT-UNM-KEY              PIC X(10).
           05 FILLER                   PIC X(05) VALUE ' PTN '.
           05 RPT-UNM-PTN              PIC X(02).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-UNM-MSGS             PIC Z(8)9.
           05 FILLER                   PIC X(05) VALUE ' MSGS'.

       01  RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL          PIC X(30).
           05 RPT-TOTAL-COUNT          PIC Z(12)9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'MAPQUEUE-LOAD-RPT' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
      * fail fast while a writer holds the MAPFILE lock rather than
      * weigh a half-rebalanced file
           SET MLK-FUNC-CHECK TO TRUE.
           MOVE 'MAPQUEUE-LOAD-RPT' TO MLK-CALLER-ID.
           CALL 'MAPLOCK-SERVICE' USING MAPLOCK-PARMS.
           IF MLK-STAT-BUSY
               DISPLAY 'MAPQUEUE-LOAD-RPT: MAPFILE LOCKED BY '
                   MLK-HOLDER-ID ' - RUN AGAIN WHEN FREE'
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM COPY-QUEUE-ASSIGNMENTS
               IF WS-MAP-COUNT = ZEROS
                   DISPLAY 'MAPQUEUE-LOAD-RPT: NO MAPFILE '
                       'ASSIGNMENTS TO WEIGH'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM RUN-LOAD-REPORT
               END-IF
           END-IF.

       RUN-LOAD-REPORT.
           PERFORM GET-HOT-SHARE.
           OPEN OUTPUT RPT-FILE.
           MOVE BDT-BUS-DATE TO RPT-HDG-DATE.
           MOVE WS-HOT-SHARE-PCT TO RPT-HDG-SHARE.
           WRITE RPT-LINE FROM RPT-HEADING.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

           OPEN INPUT STATS-FILE.
           IF WS-STATS-STATUS NOT = '00'
               DISPLAY 'MAPQUEUE-LOAD-RPT: NO MAPSTATS STATISTICS '
                   'SUPPLIED'
               MOVE 'NO MAPSTATS STATISTICS SUPPLIED' TO
                   RPT-NOTE-TEXT
               WRITE RPT-LINE FROM RPT-NOTE-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM READ-STATS-RECORD
               PERFORM UNTIL WS-STATS-STATUS NOT = '00'
                   PERFORM TAKE-STATS-RECORD
                   PERFORM READ-STATS-RECORD
               END-PERFORM
               CLOSE STATS-FILE

               PERFORM TOTAL-QUEUE-LOADS
               PERFORM WRITE-QUEUE-SECTION
               PERFORM WRITE-HOT-PARTITIONS
               PERFORM WRITE-SUGGESTED-MOVES
               PERFORM WRITE-REPORT-TOTALS
               DISPLAY 'MAPQUEUE-LOAD-RPT: ' WS-HOT-COUNT
                   ' QUEUES OVER THE SHARE, ' WS-MOVE-COUNT
                   ' MOVES SUGGESTED'
               IF WS-HOT-COUNT > ZEROS AND WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.
           CLOSE RPT-FILE.

       GET-HOT-SHARE.
           OPEN INPUT LPARM-FILE.
           IF WS-LPARM-STATUS = '00'
               READ LPARM-FILE
                   NOT AT END
                       IF MLP-HOT-SHARE-PCT IS NUMERIC
                               AND MLP-HOT-SHARE-PCT > ZEROS
                               AND MLP-HOT-SHARE-PCT < 100
                           MOVE MLP-HOT-SHARE-PCT TO WS-HOT-SHARE-PCT
                       END-IF
               END-READ
               CLOSE LPARM-FILE
           END-IF.

      * MAPFILE is opened input only; every used slot's queue
      * number is registered as a queue whether or not its
      * partitions did any work
       COPY-QUEUE-ASSIGNMENTS.
           OPEN INPUT FILEIN.
           IF WS-FILEIN-STATUS = '00'
               PERFORM READ-MAP-RECORD
               PERFORM UNTIL WS-FILEIN-STATUS NOT = '00'
                       OR WS-MAP-COUNT = 100
                   ADD 1 TO WS-MAP-COUNT
                   MOVE FOO-RECORD-KEY TO ML-KEY(WS-MAP-COUNT)
                   PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                           UNTIL WS-SLOT-IDX > 64
                       PERFORM COPY-ONE-SLOT
                   END-PERFORM
                   PERFORM READ-MAP-RECORD
               END-PERFORM
               CLOSE FILEIN
           END-IF.

       READ-MAP-RECORD.
           READ FILEIN NEXT RECORD
               AT END
                   MOVE '10' TO WS-FILEIN-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       COPY-ONE-SLOT.
           SET FOO-QUEUE-NR-IDX TO WS-SLOT-IDX.
           MOVE FOO-QUEUE-NR(FOO-QUEUE-NR-IDX) TO
               ML-QUEUE(WS-MAP-COUNT, WS-SLOT-IDX).
           MOVE ZEROS TO ML-MSG-COUNT(WS-MAP-COUNT, WS-SLOT-IDX).
           MOVE ZEROS TO ML-ELAPSED-SEC(WS-MAP-COUNT, WS-SLOT-IDX).
           MOVE 'N' TO ML-RANKED-SW(WS-MAP-COUNT, WS-SLOT-IDX).
           IF NOT FOO-QUEUE-NR-UNUSED(FOO-QUEUE-NR-IDX)
               MOVE FOO-QUEUE-NR(FOO-QUEUE-NR-IDX) TO WS-WANT-QUEUE
               PERFORM FIND-QUEUE-ENTRY
               ADD 1 TO QL-PTN-COUNT(WS-QUE-IDX)
           END-IF.

      * leaves WS-QUE-IDX on the wanted queue, adding it when new;
      * there are only 256 possible queue number bytes
       FIND-QUEUE-ENTRY.
           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                   UNTIL WS-QUE-IDX > WS-QUE-COUNT
                   OR QL-QUEUE(WS-QUE-IDX) = WS-WANT-QUEUE
               CONTINUE
           END-PERFORM.
           IF WS-QUE-IDX > WS-QUE-COUNT
               ADD 1 TO WS-QUE-COUNT
               MOVE WS-QUE-COUNT TO WS-QUE-IDX
               MOVE WS-WANT-QUEUE TO QL-QUEUE(WS-QUE-IDX)
               MOVE ZEROS TO QL-PTN-COUNT(WS-QUE-IDX)
               MOVE ZEROS TO QL-ACTIVE-COUNT(WS-QUE-IDX)
               MOVE ZEROS TO QL-MSG-COUNT(WS-QUE-IDX)
               MOVE ZEROS TO QL-ELAPSED-SEC(WS-QUE-IDX)
               MOVE ZEROS TO QL-SIM-MSG-COUNT(WS-QUE-IDX)
           END-IF.

       READ-STATS-RECORD.
           READ STATS-FILE
               AT END
                   MOVE '10' TO WS-STATS-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * the partition's volume lands on its slot; a key not on
      * MAPFILE or an unused slot carries it nowhere
       TAKE-STATS-RECORD.
           ADD 1 TO WS-STATS-COUNT.
           MOVE ZEROS TO WS-SLOT-IDX.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                   OR ML-KEY(WS-MAP-IDX) = MST-KEY
               CONTINUE
           END-PERFORM.
           IF WS-MAP-IDX NOT > WS-MAP-COUNT
                   AND MST-PTN-NR IS NUMERIC
                   AND MST-PTN-NR > ZEROS
                   AND MST-PTN-NR NOT > 64
               IF ML-QUEUE(WS-MAP-IDX, MST-PTN-NR) NOT = HIGH-VALUES
                   MOVE MST-PTN-NR TO WS-SLOT-IDX
               END-IF
           END-IF.
           IF WS-SLOT-IDX = ZEROS
                   OR MST-MSG-COUNT NOT NUMERIC
                   OR MST-ELAPSED-SEC NOT NUMERIC
               ADD 1 TO WS-UNMAPPED-COUNT
               MOVE MST-KEY TO RPT-UNM-KEY
               MOVE MST-PTN-NR TO RPT-UNM-PTN
               MOVE ZEROS TO RPT-UNM-MSGS
               IF MST-MSG-COUNT IS NUMERIC
                   ADD MST-MSG-COUNT TO WS-UNMAPPED-MSGS
                   MOVE MST-MSG-COUNT TO RPT-UNM-MSGS
               END-IF
               WRITE RPT-LINE FROM RPT-UNMAPPED-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           ELSE
               ADD MST-MSG-COUNT TO
                   ML-MSG-COUNT(WS-MAP-IDX, WS-SLOT-IDX)
               ADD MST-ELAPSED-SEC TO
                   ML-ELAPSED-SEC(WS-MAP-IDX, WS-SLOT-IDX)
           END-IF.

      * each partition's totals onto its queue
       TOTAL-QUEUE-LOADS.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > 64
                   IF ML-QUEUE(WS-MAP-IDX, WS-SLOT-IDX)
                           NOT = HIGH-VALUES
                       PERFORM TOTAL-ONE-PARTITION
                   END-IF
               END-PERFORM
           END-PERFORM.

       TOTAL-ONE-PARTITION.
           MOVE ML-QUEUE(WS-MAP-IDX, WS-SLOT-IDX) TO WS-WANT-QUEUE.
           PERFORM FIND-QUEUE-ENTRY.
           IF ML-MSG-COUNT(WS-MAP-IDX, WS-SLOT-IDX) > ZEROS
               ADD 1 TO QL-ACTIVE-COUNT(WS-QUE-IDX)
           END-IF.
           ADD ML-MSG-COUNT(WS-MAP-IDX, WS-SLOT-IDX) TO
               QL-MSG-COUNT(WS-QUE-IDX)
               QL-SIM-MSG-COUNT(WS-QUE-IDX)
               WS-TOTAL-MSG-COUNT.
           ADD ML-ELAPSED-SEC(WS-MAP-IDX, WS-SLOT-IDX) TO
               QL-ELAPSED-SEC(WS-QUE-IDX)
               WS-TOTAL-ELAPSED.

       WRITE-QUEUE-SECTION.
           MOVE 'LOAD PER QUEUE' TO RPT-SECTION-TITLE.
           WRITE RPT-LINE FROM RPT-SECTION-LINE.
           WRITE RPT-LINE FROM RPT-QUEUE-HEADING.
           ADD 2 TO RUNLOG-WRITTEN-COUNT.
           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                   UNTIL WS-QUE-IDX > WS-QUE-COUNT
               PERFORM WRITE-QUEUE-LINE
           END-PERFORM.

       WRITE-QUEUE-LINE.
           MOVE QL-QUEUE(WS-QUE-IDX) TO RPT-QUE-QUEUE.
           MOVE QL-PTN-COUNT(WS-QUE-IDX) TO RPT-QUE-PTNS.
           MOVE QL-ACTIVE-COUNT(WS-QUE-IDX) TO RPT-QUE-ACTIVE.
           MOVE QL-MSG-COUNT(WS-QUE-IDX) TO RPT-QUE-MSGS.
           MOVE QL-ELAPSED-SEC(WS-QUE-IDX) TO RPT-QUE-ELAPSED.
           MOVE ZEROS TO WS-AVG-MS.
           IF QL-MSG-COUNT(WS-QUE-IDX) > ZEROS
               COMPUTE WS-AVG-MS ROUNDED =
                   QL-ELAPSED-SEC(WS-QUE-IDX) * 1000 /
                   QL-MSG-COUNT(WS-QUE-IDX)
           END-IF.
           MOVE WS-AVG-MS TO RPT-QUE-AVG-MS.
           MOVE ZEROS TO WS-SHARE-PCT.
           IF WS-TOTAL-MSG-COUNT > ZEROS
               COMPUTE WS-SHARE-PCT ROUNDED =
                   QL-MSG-COUNT(WS-QUE-IDX) * 100 /
                   WS-TOTAL-MSG-COUNT
           END-IF.
           MOVE WS-SHARE-PCT TO RPT-QUE-SHARE.
           IF WS-SHARE-PCT > WS-HOT-SHARE-PCT
               MOVE 'HOT' TO RPT-QUE-FLAG
               ADD 1 TO WS-HOT-COUNT
           ELSE
               MOVE SPACES TO RPT-QUE-FLAG
           END-IF.
           WRITE RPT-LINE FROM RPT-QUEUE-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * the ten busiest partitions, each pass taking the largest
      * volume not yet ranked
       WRITE-HOT-PARTITIONS.
           MOVE 'HOTTEST PARTITIONS' TO RPT-SECTION-TITLE.
           WRITE RPT-LINE FROM RPT-SECTION-LINE.
           WRITE RPT-LINE FROM RPT-PTN-HEADING.
           ADD 2 TO RUNLOG-WRITTEN-COUNT.
           MOVE ZEROS TO WS-BEST-MAP.
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > 10
               PERFORM FIND-NEXT-HOT-PARTITION
               IF WS-BEST-MAP > ZEROS
                   PERFORM WRITE-PARTITION-LINE
               END-IF
           END-PERFORM.

       FIND-NEXT-HOT-PARTITION.
           MOVE ZEROS TO WS-BEST-MAP.
           MOVE ZEROS TO WS-BEST-SLOT.
           MOVE ZEROS TO WS-BEST-MSGS.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > 64
                   IF ML-RANKED-SW(WS-MAP-IDX, WS-SLOT-IDX) = 'N'
                           AND ML-MSG-COUNT(WS-MAP-IDX, WS-SLOT-IDX)
                               > WS-BEST-MSGS
                       MOVE WS-MAP-IDX TO WS-BEST-MAP
                       MOVE WS-SLOT-IDX TO WS-BEST-SLOT
                       MOVE ML-MSG-COUNT(WS-MAP-IDX, WS-SLOT-IDX)
                           TO WS-BEST-MSGS
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-PARTITION-LINE.
           MOVE 'Y' TO ML-RANKED-SW(WS-BEST-MAP, WS-BEST-SLOT).
           MOVE WS-RANK TO RPT-PTN-RANK.
           MOVE ML-KEY(WS-BEST-MAP) TO RPT-PTN-KEY.
           MOVE WS-BEST-SLOT TO RPT-PTN-NR.
           MOVE ML-QUEUE(WS-BEST-MAP, WS-BEST-SLOT) TO RPT-PTN-QUEUE.
           MOVE WS-BEST-MSGS TO RPT-PTN-MSGS.
           MOVE ML-ELAPSED-SEC(WS-BEST-MAP, WS-BEST-SLOT) TO
               RPT-PTN-ELAPSED.
           MOVE ZEROS TO WS-SHARE-PCT.
           IF WS-TOTAL-MSG-COUNT > ZEROS
               COMPUTE WS-SHARE-PCT ROUNDED =
                   WS-BEST-MSGS * 100 / WS-TOTAL-MSG-COUNT
           END-IF.
           MOVE WS-SHARE-PCT TO RPT-PTN-SHARE.
           WRITE RPT-LINE FROM RPT-PTN-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * moves are played against the simulated queue loads only -
      * the MAPMOVES file is the proposal, MAPFILE-MAINT the place
      * it is applied
       WRITE-SUGGESTED-MOVES.
           MOVE 'SUGGESTED MOVES' TO RPT-SECTION-TITLE.
           WRITE RPT-LINE FROM RPT-SECTION-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           OPEN OUTPUT MOVES-FILE.
           IF WS-QUE-COUNT < 2 OR WS-TOTAL-MSG-COUNT = ZEROS
               MOVE 'NO SECOND QUEUE OR NO VOLUME TO SPREAD' TO
                   WS-MOVE-NOTE
               SET NO-MORE-MOVES TO TRUE
           END-IF.
           PERFORM UNTIL NO-MORE-MOVES OR WS-MOVE-COUNT = 20
               PERFORM SUGGEST-ONE-MOVE
           END-PERFORM.
           CLOSE MOVES-FILE.
           IF WS-MOVE-NOTE = SPACES AND WS-MOVE-COUNT = 20
               MOVE 'MOVE LIMIT REACHED - RERUN AFTER APPLYING'
                   TO WS-MOVE-NOTE
           END-IF.
           IF WS-MOVE-NOTE NOT = SPACES
               MOVE WS-MOVE-NOTE TO RPT-NOTE-TEXT
               WRITE RPT-LINE FROM RPT-NOTE-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-IF.

      * the hottest queue gives up its largest partition that
      * still leaves the coolest queue below where the hottest
      * stood, so every move narrows the spread
       SUGGEST-ONE-MOVE.
           MOVE 1 TO WS-HOT-QUE.
           MOVE 1 TO WS-COOL-QUE.
           PERFORM VARYING WS-QUE-IDX FROM 2 BY 1
                   UNTIL WS-QUE-IDX > WS-QUE-COUNT
               IF QL-SIM-MSG-COUNT(WS-QUE-IDX) >
                       QL-SIM-MSG-COUNT(WS-HOT-QUE)
                   MOVE WS-QUE-IDX TO WS-HOT-QUE
               END-IF
               IF QL-SIM-MSG-COUNT(WS-QUE-IDX) <
                       QL-SIM-MSG-COUNT(WS-COOL-QUE)
                   MOVE WS-QUE-IDX TO WS-COOL-QUE
               END-IF
           END-PERFORM.
           COMPUTE WS-SHARE-PCT ROUNDED =
               QL-SIM-MSG-COUNT(WS-HOT-QUE) * 100 /
               WS-TOTAL-MSG-COUNT.
           IF WS-SHARE-PCT NOT > WS-HOT-SHARE-PCT
               IF WS-MOVE-COUNT = ZEROS
                   MOVE 'NO QUEUE OVER THE SHARE - NO MOVES' TO
                       WS-MOVE-NOTE
               END-IF
               SET NO-MORE-MOVES TO TRUE
           ELSE
               COMPUTE WS-LOAD-GAP =
                   QL-SIM-MSG-COUNT(WS-HOT-QUE) -
                   QL-SIM-MSG-COUNT(WS-COOL-QUE)
               PERFORM FIND-PARTITION-TO-MOVE
               IF WS-BEST-MAP = ZEROS
                   MOVE 'HOTTEST QUEUE NOT EASED BY ANY ONE MOVE'
                       TO WS-MOVE-NOTE
                   SET NO-MORE-MOVES TO TRUE
               ELSE
                   PERFORM PLAY-ONE-MOVE
               END-IF
           END-IF.

       FIND-PARTITION-TO-MOVE.
           MOVE ZEROS TO WS-BEST-MAP.
           MOVE ZEROS TO WS-BEST-SLOT.
           MOVE ZEROS TO WS-BEST-MSGS.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > 64
                   IF ML-QUEUE(WS-MAP-IDX, WS-SLOT-IDX) =
                           QL-QUEUE(WS-HOT-QUE)
                           AND ML-MSG-COUNT(WS-MAP-IDX, WS-SLOT-IDX)
                               > WS-BEST-MSGS
                           AND ML-MSG-COUNT(WS-MAP-IDX, WS-SLOT-IDX)
                               < WS-LOAD-GAP
                       MOVE WS-MAP-IDX TO WS-BEST-MAP
                       MOVE WS-SLOT-IDX TO WS-BEST-SLOT
                       MOVE ML-MSG-COUNT(WS-MAP-IDX, WS-SLOT-IDX)
                           TO WS-BEST-MSGS
                   END-IF
               END-PERFORM
           END-PERFORM.

       PLAY-ONE-MOVE.
           ADD 1 TO WS-MOVE-COUNT.
           MOVE ML-KEY(WS-BEST-MAP) TO RPT-MOVE-KEY.
           MOVE WS-BEST-SLOT TO RPT-MOVE-PTN.
           MOVE QL-QUEUE(WS-HOT-QUE) TO RPT-MOVE-FROM.
           MOVE QL-QUEUE(WS-COOL-QUE) TO RPT-MOVE-TO.
           MOVE WS-BEST-MSGS TO RPT-MOVE-MSGS.
           WRITE RPT-LINE FROM RPT-MOVE-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

           MOVE 'R' TO MMV-ACTION.
           MOVE ML-KEY(WS-BEST-MAP) TO MMV-KEY.
           MOVE WS-BEST-SLOT TO MMV-QUEUE-IDX.
           MOVE QL-QUEUE(WS-COOL-QUE) TO MMV-QUEUE-VAL.
           MOVE SPACES TO MMV-QUEUE-NRS.
           WRITE MOVES-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

           MOVE QL-QUEUE(WS-COOL-QUE) TO
               ML-QUEUE(WS-BEST-MAP, WS-BEST-SLOT).
           SUBTRACT WS-BEST-MSGS FROM QL-SIM-MSG-COUNT(WS-HOT-QUE).
           ADD WS-BEST-MSGS TO QL-SIM-MSG-COUNT(WS-COOL-QUE).

       WRITE-REPORT-TOTALS.
           MOVE 'STATISTICS RECORDS READ -     ' TO RPT-TOTAL-LABEL.
           MOVE WS-STATS-COUNT TO RPT-TOTAL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'UNMAPPED STATISTICS -         ' TO RPT-TOTAL-LABEL.
           MOVE WS-UNMAPPED-COUNT TO RPT-TOTAL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'UNMAPPED MESSAGES -           ' TO RPT-TOTAL-LABEL.
           MOVE WS-UNMAPPED-MSGS TO RPT-TOTAL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'MESSAGES ON QUEUES -          ' TO RPT-TOTAL-LABEL.
           MOVE WS-TOTAL-MSG-COUNT TO RPT-TOTAL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'QUEUES OVER THE SHARE -       ' TO RPT-TOTAL-LABEL.
           MOVE WS-HOT-COUNT TO RPT-TOTAL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'MOVES SUGGESTED -             ' TO RPT-TOTAL-LABEL.
           MOVE WS-MOVE-COUNT TO RPT-TOTAL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           ADD 6 TO RUNLOG-WRITTEN-COUNT.

       WRITE-RUNLOG-START.
           MOVE 'MAPQUEUE-LOAD-RPT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'MAPQUEUE-LOAD-RPT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
