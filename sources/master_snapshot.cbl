      * pre-run master snapshots - MAPFILE has its unload and
      * reload, but when an overnight run corrupted CITERMS,
      * CUSTFILE, EMPMAST, YTDFILE, VACFILE or PRODCAT the only way
      * back was whatever the system backup happened to catch.  the
      * chain runs this step ahead of every program that updates a
      * master: each master SNAPMSTW lists is copied whole, in key
      * order, as a new generation on its snapshot store, with a
      * record count and a hash total in the generation's trailer,
      * and MASTER-RESTORE puts any kept generation back.
      *
      * the optional SNAPCTL control file names the masters to take
      * and how many generations of each to keep (master id, then
      * the generation count); with no SNAPCTL every master is
      * taken and three generations kept.  the store holds the
      * newest generation first: the new one is written to the
      * SNAPWORK work file, the kept older ones are carried in
      * behind it, and the work file then replaces the store, so
      * the store is never left half-written by a failed run.
      *
      * the hash total is the sum of one money or key field across
      * the master: CIT-PRINCIPAL on CITERMS, CUST-ACCT-NR on
      * CUSTFILE, EM-MONTHLY-SALARY on EMPMAST, YTD-GROSS on
      * YTDFILE, VAC-ACCRUED on VACFILE and PROD-RATE on PRODCAT.
      *
      * each generation taken is logged on RUNLOG the way SNAPMSTW
      * describes, so RUNLOG-RESTART can name the generation that
      * goes with a failed run.  the SNAPRPT report lists each
      * master's new generation, its count and hash, and the
      * generations kept and dropped.  a master that cannot be
      * opened is not taken and is reported, with return code 4;
      * an unknown master on SNAPCTL also sets return code 4
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-SNAPSHOT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAP-CTL-FILE ASSIGN TO 'SNAPCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CI-TERMS-FILE ASSIGN TO 'CITERMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS CIT-ACCT-NR
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUST-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS CUST-ACCT-NR
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT EMP-MAST-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS EM-EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT YTD-FILE ASSIGN TO 'YTDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS YTD-EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT VAC-FILE ASSIGN TO 'VACFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS VAC-EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PROD-CAT-FILE ASSIGN TO 'PRODCAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS PROD-CODE
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CIT-SNAP-FILE ASSIGN TO 'CITSNAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STORE-STATUS.

           SELECT CUST-SNAP-FILE ASSIGN TO 'CUSTSNAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STORE-STATUS.

           SELECT EMP-SNAP-FILE ASSIGN TO 'EMPSNAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STORE-STATUS.

           SELECT YTD-SNAP-FILE ASSIGN TO 'YTDSNAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STORE-STATUS.

           SELECT VAC-SNAP-FILE ASSIGN TO 'VACSNAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STORE-STATUS.

           SELECT PROD-SNAP-FILE ASSIGN TO 'PRODSNAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STORE-STATUS.

           SELECT SNAP-WORK-FILE ASSIGN TO 'SNAPWORK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT SNAP-RPT-FILE ASSIGN TO 'SNAPRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAP-CTL-FILE.
       01  SNAP-CTL-RECORD.
           05 SCT-MASTER-ID            PIC X(08).
           05 SCT-GENERATIONS          PIC 9(02).

       FD  CI-TERMS-FILE.
           COPY CITERMRC.

       FD  CUST-FILE.
           COPY CUSTREC.

       FD  EMP-MAST-FILE.
           COPY EMPMREC.

       FD  YTD-FILE.
           COPY YTDREC.

       FD  VAC-FILE.
           COPY VACREC.

       FD  PROD-CAT-FILE.
           COPY PRODREC.

       FD  CIT-SNAP-FILE.
       01  CIT-SNAP-RECORD             PIC X(131).

       FD  CUST-SNAP-FILE.
       01  CUST-SNAP-RECORD            PIC X(131).

       FD  EMP-SNAP-FILE.
       01  EMP-SNAP-RECORD             PIC X(131).

       FD  YTD-SNAP-FILE.
       01  YTD-SNAP-RECORD             PIC X(131).

       FD  VAC-SNAP-FILE.
       01  VAC-SNAP-RECORD             PIC X(131).

       FD  PROD-SNAP-FILE.
       01  PROD-SNAP-RECORD            PIC X(131).

       FD  SNAP-WORK-FILE.
       01  SNAP-WORK-RECORD            PIC X(131).

       FD  SNAP-RPT-FILE.
       01  SNAP-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS               PIC XX.
       01  WS-MASTER-STATUS            PIC XX.
       01  WS-STORE-STATUS             PIC XX.
       01  WS-WORK-STATUS              PIC XX.
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-TIME                 PIC 9(08).

           COPY SNAPMSTW.
           COPY SNAPREC.

      * what this run takes of each master, in SNAPMSTW order
       01  WS-MST-IDX                  PIC 9(02).
       01  SNAP-PLAN-TABLE.
           05  SNAP-PLAN-ENTRY OCCURS 6 TIMES.
               10  SPL-TAKE-SW         PIC X(01).
                   88  SPL-TAKE-MASTER         VALUE 'Y'.
               10  SPL-KEEP            PIC 9(02).
       01  WS-DEFAULT-KEEP             PIC 9(02) VALUE 3.
       01  WS-CTL-FOUND-SW             PIC X(01).
           88  CTL-MASTER-FOUND                VALUE 'Y'.

      * the generation being taken and the store it joins
       01  WS-LAST-GENERATION          PIC 9(05).
       01  WS-NEW-GENERATION           PIC 9(05).
       01  WS-OLD-GEN-COUNT            PIC 9(03).
       01  WS-CARRY-GEN-COUNT          PIC 9(03).
       01  WS-KEPT-COUNT               PIC 9(03).
       01  WS-DROPPED-COUNT            PIC 9(03).
       01  WS-SNAP-COUNT               PIC 9(09).
       01  WS-HASH-TOTAL               PIC 9(14)V9(04).
       01  WS-TAKEN-COUNT              PIC 9(02) VALUE ZEROS.
       01  WS-MISSED-COUNT             PIC 9(02) VALUE ZEROS.

       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

       01  RPT-HEADING.
           05 FILLER                   PIC X(30) VALUE
               'MASTER FILE SNAPSHOTS FOR    '.
           05 RPT-HEAD-DATE            PIC 9(08).
           05 FILLER                   PIC X(42) VALUE SPACES.

       01  RPT-COLUMN-HEADING.
           05 FILLER                   PIC X(10) VALUE 'MASTER'.
           05 FILLER                   PIC X(07) VALUE '  GEN'.
           05 FILLER                   PIC X(11) VALUE
               '  RECORDS'.
           05 FILLER                   PIC X(22) VALUE
               '         HASH TOTAL'.
           05 FILLER                   PIC X(06) VALUE 'KEPT'.
           05 FILLER                   PIC X(05) VALUE 'DROP'.
           05 FILLER                   PIC X(19) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05 RPT-MASTER-ID            PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-GENERATION           PIC Z(4)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-RECORD-COUNT         PIC Z(8)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-HASH-TOTAL           PIC Z(13)9.9999.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 RPT-KEPT                 PIC ZZ9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 RPT-DROPPED              PIC ZZ9.
           05 FILLER                   PIC X(21) VALUE SPACES.

       01  RPT-MISSED-LINE.
           05 RPT-MISSED-MASTER        PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE
               'MASTER NOT AVAILABLE - NO SNAPSHOT TAKEN'.
           05 FILLER                   PIC X(30) VALUE SPACES.

       01  RPT-TRAILER-LINE.
           05 FILLER                   PIC X(22) VALUE
               'MASTERS TAKEN -       '.
           05 RPT-TAKEN-COUNT          PIC Z(4)9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(16) VALUE
               'NOT AVAILABLE - '.
           05 RPT-MISSED-COUNT         PIC Z(4)9.
           05 FILLER                   PIC X(28) VALUE SPACES.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'MASTER-SNAPSHOT' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           PERFORM PLAN-THE-SNAPSHOTS.

           OPEN OUTPUT SNAP-RPT-FILE.
           MOVE WS-RUN-DATE TO RPT-HEAD-DATE.
           WRITE SNAP-RPT-LINE FROM RPT-HEADING.
           WRITE SNAP-RPT-LINE FROM RPT-COLUMN-HEADING.

           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > SNAP-MASTER-COUNT
               IF SPL-TAKE-MASTER(WS-MST-IDX)
                   PERFORM SNAPSHOT-ONE-MASTER
               END-IF
           END-PERFORM.

           MOVE WS-TAKEN-COUNT TO RPT-TAKEN-COUNT.
           MOVE WS-MISSED-COUNT TO RPT-MISSED-COUNT.
           WRITE SNAP-RPT-LINE FROM RPT-TRAILER-LINE.
           CLOSE SNAP-RPT-FILE.

      * every master at the default generations unless SNAPCTL
      * names the ones wanted
       PLAN-THE-SNAPSHOTS.
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > SNAP-MASTER-COUNT
               MOVE 'Y' TO SPL-TAKE-SW(WS-MST-IDX)
               MOVE WS-DEFAULT-KEEP TO SPL-KEEP(WS-MST-IDX)
           END-PERFORM.

           OPEN INPUT SNAP-CTL-FILE.
           IF WS-CTL-STATUS = '00'
               PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                       UNTIL WS-MST-IDX > SNAP-MASTER-COUNT
                   MOVE 'N' TO SPL-TAKE-SW(WS-MST-IDX)
               END-PERFORM
               PERFORM READ-CTL-RECORD
               PERFORM UNTIL WS-CTL-STATUS NOT = '00'
                   PERFORM PLAN-ONE-MASTER
                   PERFORM READ-CTL-RECORD
               END-PERFORM
               CLOSE SNAP-CTL-FILE
           END-IF.

       PLAN-ONE-MASTER.
           MOVE 'N' TO WS-CTL-FOUND-SW.
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > SNAP-MASTER-COUNT
                       OR CTL-MASTER-FOUND
               IF SNAP-MASTER-ID(WS-MST-IDX) = SCT-MASTER-ID
                   SET CTL-MASTER-FOUND TO TRUE
                   MOVE 'Y' TO SPL-TAKE-SW(WS-MST-IDX)
                   IF SCT-GENERATIONS IS NUMERIC
                           AND SCT-GENERATIONS > ZEROS
                       MOVE SCT-GENERATIONS TO SPL-KEEP(WS-MST-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT CTL-MASTER-FOUND
               DISPLAY 'MASTER-SNAPSHOT: SNAPCTL NAMES UNKNOWN '
                   'MASTER ' SCT-MASTER-ID ' - IGNORED'
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

       READ-CTL-RECORD.
           MOVE SPACES TO SNAP-CTL-RECORD.
           READ SNAP-CTL-FILE
               AT END
                   MOVE '10' TO WS-CTL-STATUS
           END-READ.

      * the new generation goes to SNAPWORK first, the kept older
      * ones behind it, and only then does SNAPWORK replace the
      * store
       SNAPSHOT-ONE-MASTER.
           PERFORM FIND-LAST-GENERATION.
           PERFORM OPEN-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               MOVE SNAP-MASTER-ID(WS-MST-IDX) TO RPT-MISSED-MASTER
               WRITE SNAP-RPT-LINE FROM RPT-MISSED-LINE
               ADD 1 TO WS-MISSED-COUNT
               DISPLAY 'MASTER-SNAPSHOT: ' SNAP-MASTER-ID(WS-MST-IDX)
                   ' NOT AVAILABLE - NO SNAPSHOT TAKEN'
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           ELSE
               IF WS-LAST-GENERATION = 99999
                   MOVE 1 TO WS-NEW-GENERATION
               ELSE
                   COMPUTE WS-NEW-GENERATION =
                       WS-LAST-GENERATION + 1
               END-IF
               OPEN OUTPUT SNAP-WORK-FILE
               PERFORM WRITE-NEW-GENERATION
               PERFORM CLOSE-MASTER
               PERFORM CARRY-KEPT-GENERATIONS
               CLOSE SNAP-WORK-FILE
               PERFORM REPLACE-THE-STORE
               PERFORM LOG-THE-SNAPSHOT
               PERFORM REPORT-THE-SNAPSHOT
               ADD 1 TO WS-TAKEN-COUNT
           END-IF.

      * the store's newest generation is its first; counting them
      * all tells how many the keep limit will drop
       FIND-LAST-GENERATION.
           MOVE ZEROS TO WS-LAST-GENERATION.
           MOVE ZEROS TO WS-OLD-GEN-COUNT.
           PERFORM OPEN-STORE-INPUT.
           IF WS-STORE-STATUS = '00'
               PERFORM READ-STORE-RECORD
               PERFORM UNTIL WS-STORE-STATUS NOT = '00'
                   IF SNP-TYPE-HEADER
                       ADD 1 TO WS-OLD-GEN-COUNT
                       IF WS-OLD-GEN-COUNT = 1
                           MOVE SNH-GENERATION TO WS-LAST-GENERATION
                       END-IF
                   END-IF
                   PERFORM READ-STORE-RECORD
               END-PERFORM
               PERFORM CLOSE-STORE
           END-IF.

       WRITE-NEW-GENERATION.
           MOVE ZEROS TO WS-SNAP-COUNT.
           MOVE ZEROS TO WS-HASH-TOTAL.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO SNAP-RECORD.
           SET SNP-TYPE-HEADER TO TRUE.
           MOVE SNAP-MASTER-ID(WS-MST-IDX) TO SNH-MASTER-ID.
           MOVE WS-NEW-GENERATION TO SNH-GENERATION.
           MOVE WS-RUN-DATE TO SNH-BUS-DATE.
           ACCEPT SNH-TAKEN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-TIME TO SNH-TAKEN-TIME.
           WRITE SNAP-WORK-RECORD FROM SNAP-RECORD.

           PERFORM READ-MASTER-RECORD.
           PERFORM UNTIL WS-MASTER-STATUS NOT = '00'
               ADD 1 TO RUNLOG-READ-COUNT
               MOVE SPACES TO SNAP-RECORD
               SET SNP-TYPE-DETAIL TO TRUE
               PERFORM TAKE-MASTER-IMAGE
               WRITE SNAP-WORK-RECORD FROM SNAP-RECORD
               ADD 1 TO WS-SNAP-COUNT
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               PERFORM READ-MASTER-RECORD
           END-PERFORM.

           MOVE SPACES TO SNAP-RECORD.
           SET SNP-TYPE-TRAILER TO TRUE.
           MOVE SNAP-MASTER-ID(WS-MST-IDX) TO SNT-MASTER-ID.
           MOVE WS-NEW-GENERATION TO SNT-GENERATION.
           MOVE WS-SNAP-COUNT TO SNT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO SNT-HASH-TOTAL.
           WRITE SNAP-WORK-RECORD FROM SNAP-RECORD.

      * the older generations follow the new one until the keep
      * limit is reached
       CARRY-KEPT-GENERATIONS.
           MOVE 1 TO WS-KEPT-COUNT.
           MOVE ZEROS TO WS-CARRY-GEN-COUNT.
           PERFORM OPEN-STORE-INPUT.
           IF WS-STORE-STATUS = '00'
               PERFORM READ-STORE-RECORD
               PERFORM UNTIL WS-STORE-STATUS NOT = '00'
                   IF SNP-TYPE-HEADER
                       ADD 1 TO WS-CARRY-GEN-COUNT
                       IF WS-CARRY-GEN-COUNT < SPL-KEEP(WS-MST-IDX)
                           ADD 1 TO WS-KEPT-COUNT
                       END-IF
                   END-IF
                   IF WS-CARRY-GEN-COUNT < SPL-KEEP(WS-MST-IDX)
                       WRITE SNAP-WORK-RECORD FROM SNAP-RECORD
                   END-IF
                   PERFORM READ-STORE-RECORD
               END-PERFORM
               PERFORM CLOSE-STORE
           END-IF.
           COMPUTE WS-DROPPED-COUNT =
               WS-OLD-GEN-COUNT + 1 - WS-KEPT-COUNT.

       REPLACE-THE-STORE.
           OPEN INPUT SNAP-WORK-FILE.
           PERFORM OPEN-STORE-OUTPUT.
           PERFORM READ-WORK-RECORD.
           PERFORM UNTIL WS-WORK-STATUS NOT = '00'
               PERFORM WRITE-STORE-RECORD
               PERFORM READ-WORK-RECORD
           END-PERFORM.
           PERFORM CLOSE-STORE.
           CLOSE SNAP-WORK-FILE.

       READ-WORK-RECORD.
           READ SNAP-WORK-FILE INTO SNAP-RECORD
               AT END
                   MOVE '10' TO WS-WORK-STATUS
           END-READ.

       LOG-THE-SNAPSHOT.
           SET SNAP-LOG-SNAPSHOT TO TRUE.
           MOVE SNAP-MASTER-ID(WS-MST-IDX) TO SNAP-LOG-MASTER-ID.
           MOVE 'GEN' TO SNAP-LOG-STATUS-TAG.
           MOVE WS-NEW-GENERATION TO SNAP-LOG-GENERATION.
           MOVE SNAP-LOG-PROGRAM-ID TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE WS-SNAP-COUNT TO RLOG-RECORDS-READ.
           MOVE WS-SNAP-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE SNAP-LOG-STATUS TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       REPORT-THE-SNAPSHOT.
           MOVE SNAP-MASTER-ID(WS-MST-IDX) TO RPT-MASTER-ID.
           MOVE WS-NEW-GENERATION TO RPT-GENERATION.
           MOVE WS-SNAP-COUNT TO RPT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO RPT-HASH-TOTAL.
           MOVE WS-KEPT-COUNT TO RPT-KEPT.
           MOVE WS-DROPPED-COUNT TO RPT-DROPPED.
           WRITE SNAP-RPT-LINE FROM RPT-DETAIL-LINE.

      * the master's record image into the detail record and its
      * hash field into the hash total
       TAKE-MASTER-IMAGE.
           EVALUATE WS-MST-IDX
               WHEN 1
                   MOVE CIT-RECORD TO SNP-PAYLOAD
                   ADD CIT-PRINCIPAL TO WS-HASH-TOTAL
               WHEN 2
                   MOVE CUST-RECORD TO SNP-PAYLOAD
                   ADD CUST-ACCT-NR TO WS-HASH-TOTAL
               WHEN 3
                   MOVE EM-RECORD TO SNP-PAYLOAD
                   ADD EM-MONTHLY-SALARY TO WS-HASH-TOTAL
               WHEN 4
                   MOVE YTD-RECORD TO SNP-PAYLOAD
                   ADD YTD-GROSS TO WS-HASH-TOTAL
               WHEN 5
                   MOVE VAC-RECORD TO SNP-PAYLOAD
                   ADD VAC-ACCRUED TO WS-HASH-TOTAL
               WHEN 6
                   MOVE PROD-RECORD TO SNP-PAYLOAD
                   ADD PROD-RATE TO WS-HASH-TOTAL
           END-EVALUATE.

       OPEN-MASTER.
           EVALUATE WS-MST-IDX
               WHEN 1
                   OPEN INPUT CI-TERMS-FILE
               WHEN 2
                   OPEN INPUT CUST-FILE
               WHEN 3
                   OPEN INPUT EMP-MAST-FILE
               WHEN 4
                   OPEN INPUT YTD-FILE
               WHEN 5
                   OPEN INPUT VAC-FILE
               WHEN 6
                   OPEN INPUT PROD-CAT-FILE
           END-EVALUATE.

       READ-MASTER-RECORD.
           EVALUATE WS-MST-IDX
               WHEN 1
                   READ CI-TERMS-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-MASTER-STATUS
                   END-READ
               WHEN 2
                   READ CUST-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-MASTER-STATUS
                   END-READ
               WHEN 3
                   READ EMP-MAST-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-MASTER-STATUS
                   END-READ
               WHEN 4
                   READ YTD-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-MASTER-STATUS
                   END-READ
               WHEN 5
                   READ VAC-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-MASTER-STATUS
                   END-READ
               WHEN 6
                   READ PROD-CAT-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-MASTER-STATUS
                   END-READ
           END-EVALUATE.

       CLOSE-MASTER.
           EVALUATE WS-MST-IDX
               WHEN 1
                   CLOSE CI-TERMS-FILE
               WHEN 2
                   CLOSE CUST-FILE
               WHEN 3
                   CLOSE EMP-MAST-FILE
               WHEN 4
                   CLOSE YTD-FILE
               WHEN 5
                   CLOSE VAC-FILE
               WHEN 6
                   CLOSE PROD-CAT-FILE
           END-EVALUATE.

       OPEN-STORE-INPUT.
           EVALUATE WS-MST-IDX
               WHEN 1
                   OPEN INPUT CIT-SNAP-FILE
               WHEN 2
                   OPEN INPUT CUST-SNAP-FILE
               WHEN 3
                   OPEN INPUT EMP-SNAP-FILE
               WHEN 4
                   OPEN INPUT YTD-SNAP-FILE
               WHEN 5
                   OPEN INPUT VAC-SNAP-FILE
               WHEN 6
                   OPEN INPUT PROD-SNAP-FILE
           END-EVALUATE.

       OPEN-STORE-OUTPUT.
           EVALUATE WS-MST-IDX
               WHEN 1
                   OPEN OUTPUT CIT-SNAP-FILE
               WHEN 2
                   OPEN OUTPUT CUST-SNAP-FILE
               WHEN 3
                   OPEN OUTPUT EMP-SNAP-FILE
               WHEN 4
                   OPEN OUTPUT YTD-SNAP-FILE
               WHEN 5
                   OPEN OUTPUT VAC-SNAP-FILE
               WHEN 6
                   OPEN OUTPUT PROD-SNAP-FILE
           END-EVALUATE.

       READ-STORE-RECORD.
           EVALUATE WS-MST-IDX
               WHEN 1
                   READ CIT-SNAP-FILE INTO SNAP-RECORD
                       AT END
                           MOVE '10' TO WS-STORE-STATUS
                   END-READ
               WHEN 2
                   READ CUST-SNAP-FILE INTO SNAP-RECORD
                       AT END
                           MOVE '10' TO WS-STORE-STATUS
                   END-READ
               WHEN 3
                   READ EMP-SNAP-FILE INTO SNAP-RECORD
                       AT END
                           MOVE '10' TO WS-STORE-STATUS
                   END-READ
               WHEN 4
                   READ YTD-SNAP-FILE INTO SNAP-RECORD
                       AT END
                           MOVE '10' TO WS-STORE-STATUS
                   END-READ
               WHEN 5
                   READ VAC-SNAP-FILE INTO SNAP-RECORD
                       AT END
                           MOVE '10' TO WS-STORE-STATUS
                   END-READ
               WHEN 6
                   READ PROD-SNAP-FILE INTO SNAP-RECORD
                       AT END
                           MOVE '10' TO WS-STORE-STATUS
                   END-READ
           END-EVALUATE.

       WRITE-STORE-RECORD.
           EVALUATE WS-MST-IDX
               WHEN 1
                   WRITE CIT-SNAP-RECORD FROM SNAP-RECORD
               WHEN 2
                   WRITE CUST-SNAP-RECORD FROM SNAP-RECORD
               WHEN 3
                   WRITE EMP-SNAP-RECORD FROM SNAP-RECORD
               WHEN 4
                   WRITE YTD-SNAP-RECORD FROM SNAP-RECORD
               WHEN 5
                   WRITE VAC-SNAP-RECORD FROM SNAP-RECORD
               WHEN 6
                   WRITE PROD-SNAP-RECORD FROM SNAP-RECORD
           END-EVALUATE.

       CLOSE-STORE.
           EVALUATE WS-MST-IDX
               WHEN 1
                   CLOSE CIT-SNAP-FILE
               WHEN 2
                   CLOSE CUST-SNAP-FILE
               WHEN 3
                   CLOSE EMP-SNAP-FILE
               WHEN 4
                   CLOSE YTD-SNAP-FILE
               WHEN 5
                   CLOSE VAC-SNAP-FILE
               WHEN 6
                   CLOSE PROD-SNAP-FILE
           END-EVALUATE.

       WRITE-RUNLOG-START.
           MOVE 'MASTER-SNAPSHOT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'MASTER-SNAPSHOT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
