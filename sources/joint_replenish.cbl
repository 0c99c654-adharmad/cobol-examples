      * joint replenishment calendar - LOT-SIZING sizes each part's
      * lots, but which parts can go out on one purchase order was
      * still worked out by hand.  this run takes every part on the
      * LOTPARTS file with a reorder cycle in days and groups the
      * parts whose cycles divide evenly: taken shortest cycle
      * first, a part joins the first group whose base cycle
      * divides its own, otherwise it starts a group of its own.  a
      * group's base cycle is the GCD of its members' cycles and
      * its repeat period the LCM - after that many days the
      * pattern of combined orders starts over.  both come from
      * the same bounded euclidean reduction LOT-SIZING and GCD
      * use.
      *
      * the JRPARM parameter gives the planning start date and the
      * horizon in days - the business date and 90 days when none
      * is supplied.  every base-cycle step of every group from the
      * start date through the horizon is an order date, rolled
      * forward to a business day through BUSDAY-SERVICE, and the
      * JRCALRPT calendar lists under each date the parts due on it
      * - a part is due every cycle-days steps from the start - so
      * purchasing places one combined order per date.  a part
      * without a usable cycle is listed as not scheduled
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOINT-REPLENISH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOT-PARTS-FILE ASSIGN TO 'LOTPARTS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTS-STATUS.

           SELECT JR-PARM-FILE ASSIGN TO 'JRPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JPARM-STATUS.

           SELECT JR-RPT-FILE ASSIGN TO 'JRCALRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * same shape LOT-SIZING reads
       FD  LOT-PARTS-FILE.
       01  LOT-PARTS-RECORD.
           05 LOT-PART-NR              PIC X(08).
           05 LOT-BATCH-A              PIC 9(05).
           05 LOT-BATCH-B              PIC 9(05).
           05 LOT-DEMAND               PIC 9(07).
           05 LOT-REORDER-DAYS         PIC 9(03).

       FD  JR-PARM-FILE.
       01  JR-PARM-RECORD.
           05 JRP-START-DATE           PIC 9(08).
           05 JRP-HORIZON-DAYS         PIC 9(04).

       FD  JR-RPT-FILE.
       01  JR-RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-PARTS-STATUS             PIC XX.
       77  WS-JPARM-STATUS             PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

           COPY DATESRVW.

           COPY BUSDAYW.

      * GCD reduction pair - destroyed as the pair reduces, the
      * same way GCD's CALC-GCD works
       77  NUM1                        PIC 9(05) VALUE ZEROS.
       77  NUM2                        PIC 9(05) VALUE ZEROS.
       77  REM                         PIC 9(05) VALUE ZEROES.
       77  QUOT                        PIC 9(10) VALUE ZEROES.
       77  GCD                         PIC 9(05) VALUE ZEROES.
       77  LCM                         PIC 9(10) VALUE ZEROES.

       77  WS-CALC-ERROR-SW            PIC X VALUE 'N'.
           88 CALC-ERROR VALUE 'Y'.
       77  WS-ITER-COUNT               PIC 9(05) VALUE ZEROES.
       77  WS-ITER-MAX                 PIC 9(05) VALUE 1000.

      * the planning window
       77  WS-START-DATE               PIC 9(08).
       77  WS-HORIZON-DAYS             PIC 9(04) VALUE 90.
       77  WS-DAY-OFFSET               PIC 9(04).
       77  WS-RAW-DATE                 PIC 9(08).
       77  WS-ORDER-DATE               PIC 9(08).
       77  WS-LAST-ORDER-DATE          PIC 9(08) VALUE ZEROS.
       77  WS-STEP-REM                 PIC 9(04).
       77  WS-STEP-QUOT                PIC 9(04).

      * the parts with their cycles, and the group each joined
       77  WS-PART-COUNT               PIC 9(03) VALUE ZEROS.
       77  WS-PART-IDX                 PIC 9(03).
       77  WS-NEXT-PART                PIC 9(03).
       77  WS-SKIPPED-COUNT            PIC 9(05) VALUE ZEROS.
       01  PART-TABLE.
           05  PART-ENTRY OCCURS 500 TIMES.
               10  PT-PART-NR          PIC X(08).
               10  PT-CYCLE            PIC 9(03).
               10  PT-GROUP            PIC 9(03).

       77  WS-GROUP-COUNT              PIC 9(03) VALUE ZEROS.
       77  WS-GROUP-IDX                PIC 9(03).
       01  GROUP-TABLE.
           05  GROUP-ENTRY OCCURS 500 TIMES.
               10  GRP-BASE-CYCLE      PIC 9(03).
               10  GRP-REPEAT-DAYS     PIC 9(10).
               10  GRP-MEMBER-COUNT    PIC 9(03).
               10  GRP-REPEAT-SW       PIC X(01).
                   88  GRP-REPEAT-TOO-LONG     VALUE 'Y'.

       77  WS-DUE-COUNT                PIC 9(05).
       77  WS-ORDER-COUNT              PIC 9(05) VALUE ZEROS.
       77  WS-LINE-COUNT               PIC 9(07) VALUE ZEROS.

       01  RPT-HEADING.
           05 FILLER                   PIC X(34) VALUE
               'JOINT REPLENISHMENT CALENDAR FROM '.
           05 RPT-HDG-START            PIC 9(08).
           05 FILLER                   PIC X(04) VALUE ' FOR'.
           05 RPT-HDG-DAYS             PIC Z(4)9.
           05 FILLER                   PIC X(05) VALUE ' DAYS'.

       01  RPT-GROUP-HEADING PIC X(80) VALUE
           'GROUP  BASE CYCLE  REPEAT DAYS  PARTS'.

       01  RPT-GROUP-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-GRP-NR               PIC ZZ9.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 RPT-GRP-BASE             PIC ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-GRP-REPEAT           PIC Z(10)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-GRP-MEMBERS          PIC ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-GRP-NOTE             PIC X(20).

       01  RPT-MEMBER-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 RPT-MBR-PART-NR          PIC X(08).
           05 FILLER                   PIC X(08) VALUE '  CYCLE '.
           05 RPT-MBR-CYCLE            PIC ZZ9.
           05 FILLER                   PIC X(05) VALUE ' DAYS'.

       01  RPT-SKIPPED-LINE.
           05 FILLER                   PIC X(05) VALUE 'PART '.
           05 RPT-SKP-PART-NR          PIC X(08).
           05 FILLER                   PIC X(35) VALUE
               ' NO REORDER CYCLE - NOT SCHEDULED'.

       01  RPT-DATE-LINE.
           05 FILLER                   PIC X(11) VALUE 'ORDER DATE '.
           05 RPT-ORDER-DATE           PIC 9(08).
           05 FILLER                   PIC X(16) VALUE
               ' COMBINED ORDER '.
           05 RPT-ORDER-ROLLED         PIC X(20).

       01  RPT-DUE-LINE.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'GROUP '.
           05 RPT-DUE-GROUP            PIC ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-DUE-PART-NR          PIC X(08).
           05 FILLER                   PIC X(08) VALUE '  CYCLE '.
           05 RPT-DUE-CYCLE            PIC ZZ9.

       01  RPT-TRAILER-LINE.
           05 RPT-TRAILER-LABEL        PIC X(24).
           05 RPT-TRAILER-COUNT        PIC Z(4)9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'JOINT-REPLENISH' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           PERFORM GET-PLANNING-WINDOW.
           OPEN INPUT LOT-PARTS-FILE.
           IF WS-PARTS-STATUS NOT = '00'
               DISPLAY 'JOINT-REPLENISH: NO LOTPARTS REQUIREMENTS '
                   'SUPPLIED'
               MOVE 8 TO WS-RUN-RC
           ELSE
               OPEN OUTPUT JR-RPT-FILE
               MOVE WS-START-DATE TO RPT-HDG-START
               MOVE WS-HORIZON-DAYS TO RPT-HDG-DAYS
               WRITE JR-RPT-LINE FROM RPT-HEADING
               ADD 1 TO RUNLOG-WRITTEN-COUNT

               PERFORM READ-PARTS-RECORD
               PERFORM UNTIL WS-PARTS-STATUS NOT = '00'
                   PERFORM TAKE-ONE-PART
                   PERFORM READ-PARTS-RECORD
               END-PERFORM
               CLOSE LOT-PARTS-FILE

               PERFORM FORM-CYCLE-GROUPS
               PERFORM WRITE-GROUP-SUMMARY
               PERFORM VARYING WS-DAY-OFFSET FROM 0 BY 1
                       UNTIL WS-DAY-OFFSET > WS-HORIZON-DAYS
                   PERFORM SCHEDULE-ONE-DAY
               END-PERFORM

               MOVE 'GROUPS FORMED -         ' TO RPT-TRAILER-LABEL
               MOVE WS-GROUP-COUNT TO RPT-TRAILER-COUNT
               WRITE JR-RPT-LINE FROM RPT-TRAILER-LINE
               MOVE 'COMBINED ORDER DATES -  ' TO RPT-TRAILER-LABEL
               MOVE WS-ORDER-COUNT TO RPT-TRAILER-COUNT
               WRITE JR-RPT-LINE FROM RPT-TRAILER-LINE
               MOVE 'PARTS NOT SCHEDULED -   ' TO RPT-TRAILER-LABEL
               MOVE WS-SKIPPED-COUNT TO RPT-TRAILER-COUNT
               WRITE JR-RPT-LINE FROM RPT-TRAILER-LINE
               ADD 3 TO RUNLOG-WRITTEN-COUNT
               CLOSE JR-RPT-FILE
               DISPLAY 'JOINT-REPLENISH: ' WS-PART-COUNT
                   ' PARTS IN ' WS-GROUP-COUNT ' GROUPS, '
                   WS-ORDER-COUNT ' ORDER DATES'
           END-IF.

       GET-PLANNING-WINDOW.
           MOVE BDT-BUS-DATE TO WS-START-DATE.
           OPEN INPUT JR-PARM-FILE.
           IF WS-JPARM-STATUS = '00'
               READ JR-PARM-FILE
                   NOT AT END
                       IF JRP-START-DATE IS NUMERIC
                               AND JRP-START-DATE > ZEROS
                           MOVE JRP-START-DATE TO WS-START-DATE
                       END-IF
                       IF JRP-HORIZON-DAYS IS NUMERIC
                               AND JRP-HORIZON-DAYS > ZEROS
                           MOVE JRP-HORIZON-DAYS TO WS-HORIZON-DAYS
                       END-IF
               END-READ
               CLOSE JR-PARM-FILE
           END-IF.

       READ-PARTS-RECORD.
           READ LOT-PARTS-FILE
               AT END
                   MOVE '10' TO WS-PARTS-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       TAKE-ONE-PART.
           IF LOT-REORDER-DAYS IS NUMERIC
                   AND LOT-REORDER-DAYS > ZEROS
                   AND WS-PART-COUNT < 500
               ADD 1 TO WS-PART-COUNT
               MOVE LOT-PART-NR TO PT-PART-NR(WS-PART-COUNT)
               MOVE LOT-REORDER-DAYS TO PT-CYCLE(WS-PART-COUNT)
               MOVE ZEROS TO PT-GROUP(WS-PART-COUNT)
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE LOT-PART-NR TO RPT-SKP-PART-NR
               WRITE JR-RPT-LINE FROM RPT-SKIPPED-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-IF.

      * shortest cycle first, each part into the first group whose
      * base cycle divides its own
       FORM-CYCLE-GROUPS.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
               PERFORM FIND-SHORTEST-UNGROUPED
               PERFORM PLACE-PART-IN-GROUP
           END-PERFORM.

       FIND-SHORTEST-UNGROUPED.
           MOVE ZEROS TO WS-NEXT-PART.
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-PART-COUNT
               IF PT-GROUP(WS-GROUP-IDX) = ZEROS
                   IF WS-NEXT-PART = ZEROS
                       MOVE WS-GROUP-IDX TO WS-NEXT-PART
                   ELSE
                       IF PT-CYCLE(WS-GROUP-IDX) <
                               PT-CYCLE(WS-NEXT-PART)
                           MOVE WS-GROUP-IDX TO WS-NEXT-PART
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PLACE-PART-IN-GROUP.
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                   OR PT-GROUP(WS-NEXT-PART) > ZEROS
               DIVIDE PT-CYCLE(WS-NEXT-PART) BY
                   GRP-BASE-CYCLE(WS-GROUP-IDX)
                   GIVING WS-STEP-QUOT REMAINDER WS-STEP-REM
               IF WS-STEP-REM = ZEROS
                   MOVE WS-GROUP-IDX TO PT-GROUP(WS-NEXT-PART)
               END-IF
           END-PERFORM.
           IF PT-GROUP(WS-NEXT-PART) = ZEROS
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-GROUP-COUNT TO PT-GROUP(WS-NEXT-PART)
               MOVE PT-CYCLE(WS-NEXT-PART) TO
                   GRP-BASE-CYCLE(WS-GROUP-COUNT)
               MOVE PT-CYCLE(WS-NEXT-PART) TO
                   GRP-REPEAT-DAYS(WS-GROUP-COUNT)
               MOVE 1 TO GRP-MEMBER-COUNT(WS-GROUP-COUNT)
               MOVE 'N' TO GRP-REPEAT-SW(WS-GROUP-COUNT)
           ELSE
               MOVE PT-GROUP(WS-NEXT-PART) TO WS-GROUP-IDX
               ADD 1 TO GRP-MEMBER-COUNT(WS-GROUP-IDX)
               PERFORM WIDEN-GROUP-CYCLES
           END-IF.

      * the base cycle is the GCD of the members' cycles and the
      * repeat period their LCM - the running LCM is reduced
      * against the new cycle by its remainder first, so the pair
      * stays inside the reduction's field sizes
       WIDEN-GROUP-CYCLES.
           MOVE GRP-BASE-CYCLE(WS-GROUP-IDX) TO NUM1.
           MOVE PT-CYCLE(WS-NEXT-PART) TO NUM2.
           PERFORM REDUCE-GCD-PAIR.
           IF NOT CALC-ERROR
               MOVE GCD TO GRP-BASE-CYCLE(WS-GROUP-IDX)
           END-IF.

           IF NOT GRP-REPEAT-TOO-LONG(WS-GROUP-IDX)
               DIVIDE GRP-REPEAT-DAYS(WS-GROUP-IDX) BY
                   PT-CYCLE(WS-NEXT-PART)
                   GIVING QUOT REMAINDER REM
               IF REM = ZEROS
                   MOVE PT-CYCLE(WS-NEXT-PART) TO GCD
               ELSE
                   MOVE PT-CYCLE(WS-NEXT-PART) TO NUM1
                   MOVE REM TO NUM2
                   PERFORM REDUCE-GCD-PAIR
               END-IF
               IF CALC-ERROR
                   SET GRP-REPEAT-TOO-LONG(WS-GROUP-IDX) TO TRUE
               ELSE
                   COMPUTE LCM =
                       (GRP-REPEAT-DAYS(WS-GROUP-IDX) / GCD) *
                       PT-CYCLE(WS-NEXT-PART)
                       ON SIZE ERROR
                           SET GRP-REPEAT-TOO-LONG(WS-GROUP-IDX)
                               TO TRUE
                       NOT ON SIZE ERROR
                           MOVE LCM TO GRP-REPEAT-DAYS(WS-GROUP-IDX)
                   END-COMPUTE
               END-IF
           END-IF.

      * the same bounded euclidean reduction LOT-SIZING runs, so a
      * bad pair can never hang the job
       REDUCE-GCD-PAIR.
           MOVE ZEROES TO GCD.
           MOVE 'N' TO WS-CALC-ERROR-SW.
           MOVE ZEROES TO WS-ITER-COUNT.
           IF NUM1 = 0 OR NUM2 = 0
               MOVE 'Y' TO WS-CALC-ERROR-SW
           END-IF.
           PERFORM UNTIL CALC-ERROR OR GCD > ZEROS
               ADD 1 TO WS-ITER-COUNT
               IF WS-ITER-COUNT > WS-ITER-MAX
                   MOVE 'Y' TO WS-CALC-ERROR-SW
               ELSE
                   IF NUM1 > NUM2
                       DIVIDE NUM1 BY NUM2 GIVING QUOT REMAINDER REM
                       IF REM = 0
                           MOVE NUM2 TO GCD
                       ELSE
                           MOVE NUM2 TO NUM1
                           MOVE REM TO NUM2
                       END-IF
                   ELSE
                       DIVIDE NUM2 BY NUM1 GIVING QUOT REMAINDER REM
                       IF REM = 0
                           MOVE NUM1 TO GCD
                       ELSE
                           MOVE NUM1 TO NUM2
                           MOVE REM TO NUM1
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ZEROS TO WS-ITER-COUNT.

       WRITE-GROUP-SUMMARY.
           WRITE JR-RPT-LINE FROM RPT-GROUP-HEADING.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               MOVE WS-GROUP-IDX TO RPT-GRP-NR
               MOVE GRP-BASE-CYCLE(WS-GROUP-IDX) TO RPT-GRP-BASE
               MOVE GRP-MEMBER-COUNT(WS-GROUP-IDX) TO RPT-GRP-MEMBERS
               IF GRP-REPEAT-TOO-LONG(WS-GROUP-IDX)
                   MOVE ZEROS TO RPT-GRP-REPEAT
                   MOVE 'REPEAT TOO LONG' TO RPT-GRP-NOTE
               ELSE
                   MOVE GRP-REPEAT-DAYS(WS-GROUP-IDX) TO
                       RPT-GRP-REPEAT
                   MOVE SPACES TO RPT-GRP-NOTE
               END-IF
               WRITE JR-RPT-LINE FROM RPT-GROUP-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                       UNTIL WS-PART-IDX > WS-PART-COUNT
                   IF PT-GROUP(WS-PART-IDX) = WS-GROUP-IDX
                       MOVE PT-PART-NR(WS-PART-IDX) TO
                           RPT-MBR-PART-NR
                       MOVE PT-CYCLE(WS-PART-IDX) TO RPT-MBR-CYCLE
                       WRITE JR-RPT-LINE FROM RPT-MEMBER-LINE
                       ADD 1 TO RUNLOG-WRITTEN-COUNT
                   END-IF
               END-PERFORM
           END-PERFORM.

      * a day is an order day for a group on every step of its base
      * cycle; the parts due are those whose own cycle the day
      * falls on.  the raw date rolls forward to a business day,
      * and two raw days rolling onto the same business day share
      * the one combined order
       SCHEDULE-ONE-DAY.
           MOVE ZEROS TO WS-DUE-COUNT.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
               DIVIDE WS-DAY-OFFSET BY PT-CYCLE(WS-PART-IDX)
                   GIVING WS-STEP-QUOT REMAINDER WS-STEP-REM
               IF WS-STEP-REM = ZEROS
                   IF WS-DUE-COUNT = ZEROS
                       PERFORM RESOLVE-ORDER-DATE
                   END-IF
                   ADD 1 TO WS-DUE-COUNT
                   MOVE PT-GROUP(WS-PART-IDX) TO RPT-DUE-GROUP
                   MOVE PT-PART-NR(WS-PART-IDX) TO RPT-DUE-PART-NR
                   MOVE PT-CYCLE(WS-PART-IDX) TO RPT-DUE-CYCLE
                   WRITE JR-RPT-LINE FROM RPT-DUE-LINE
                   ADD 1 TO RUNLOG-WRITTEN-COUNT
               END-IF
           END-PERFORM.

       RESOLVE-ORDER-DATE.
           SET DSV-FUNC-ADD-DAYS TO TRUE.
           MOVE WS-START-DATE TO DSV-DATE-1.
           MOVE WS-DAY-OFFSET TO DSV-DAYS.
           CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS.
           IF DSV-STAT-OK
               MOVE DSV-DATE-OUT TO WS-RAW-DATE
           ELSE
               MOVE WS-START-DATE TO WS-RAW-DATE
           END-IF.
           MOVE WS-RAW-DATE TO WS-ORDER-DATE.
           SET BDY-FUNC-NEXT-BUSDAY TO TRUE.
           MOVE WS-RAW-DATE TO BDY-DATE-IN.
           CALL 'BUSDAY-SERVICE' USING BUSDAY-PARMS.
           IF BDY-STAT-OK
               MOVE BDY-DATE-OUT TO WS-ORDER-DATE
           END-IF.
           IF WS-ORDER-DATE NOT = WS-LAST-ORDER-DATE
               ADD 1 TO WS-ORDER-COUNT
               MOVE WS-ORDER-DATE TO WS-LAST-ORDER-DATE
               MOVE WS-ORDER-DATE TO RPT-ORDER-DATE
               IF WS-ORDER-DATE = WS-RAW-DATE
                   MOVE SPACES TO RPT-ORDER-ROLLED
               ELSE
                   MOVE 'ROLLED FROM' TO RPT-ORDER-ROLLED
                   MOVE WS-RAW-DATE TO RPT-ORDER-ROLLED(13:8)
               END-IF
               WRITE JR-RPT-LINE FROM RPT-DATE-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-IF.

       WRITE-RUNLOG-START.
           MOVE 'JOINT-REPLENISH' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'JOINT-REPLENISH' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
