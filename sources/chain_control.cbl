      * submits, so independent branches - the payroll stream and
      * the MAPFILE stream don't touch - proceed past an unrelated
      * failure, and the CHAINMAP report shows what ran, what was
      * skipped, and what is blocked on what.
      *
      * each CHAINDEP step also carries a run-calendar rule, judged
      * against the HOLFILE holiday calendar through BUSDAY-SERVICE:
      *   'D' or blank - every night
      *   'B' - business days only
      *   'L' - last business day of the month
      *   'N' - the Nth business day of the month (day number on
      *         the dependency record)
      *   'Q' - quarter-end: last business day of Mar/Jun/Sep/Dec
      *   'Y' - year-end: last business day of December
      *   'S' - specific dates listed for the step on CHAINDATES
      *         (step name plus date YYYYMMDD, one per line)
      * a step not due tonight is NOT SCHEDULED: it is not
      * dispatched, a NOTSCHED end record goes on RUNLOG under its
      * program, and its successors treat it as done, so month-end
      * and year-end jobs stay in the deck all year.  an unknown
      * rule code runs the step nightly with return code 4
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAIN-CONTROL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-STATUS.

           SELECT CHAIN-DATES-FILE ASSIGN TO 'CHAINDATES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATES-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           05 CDP-PRED-1               PIC X(08).
           05 CDP-PRED-2               PIC X(08).
           05 CDP-PRED-3               PIC X(08).
           05 CDP-RUN-RULE             PIC X(01).
           05 CDP-RULE-DAY             PIC 9(02).

       FD  CHAIN-DATES-FILE.
       01  CHAIN-DATES-RECORD.
           05 CDT-STEP-NAME            PIC X(08).
           05 CDT-RUN-DATE             PIC 9(08).

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       WORKING-STORAGE SECTION.
       01  WS-DEP-STATUS               PIC XX.
       01  WS-DATES-STATUS             PIC XX.
       01  WS-RUNLOG-STATUS            PIC XX.
       01  WS-TODAY                    PIC 9(08).
       01  WS-TODAY-R REDEFINES WS-TODAY.
           05  WS-TODAY-YEAR           PIC 9(04).
           05  WS-TODAY-MONTH          PIC 9(02).
           05  WS-TODAY-DAY            PIC 9(02).

      * the loaded chain - each step, its program, predecessors,
      * and the verdict the classification pass reaches
               10  CS-STEP-NAME        PIC X(08).
               10  CS-PROGRAM-ID       PIC X(18).
               10  CS-PRED OCCURS 3 TIMES PIC X(08).
               10  CS-RUN-RULE         PIC X(01).
               10  CS-RULE-DAY         PIC 9(02).
               10  CS-VERDICT          PIC X(01).
                   88  CS-STEP-DONE            VALUE 'D'.
                   88  CS-STEP-READY           VALUE 'R'.
                   88  CS-STEP-BLOCKED         VALUE 'B'.
                   88  CS-STEP-NOT-SCHED       VALUE 'S'.
               10  CS-BLOCKER          PIC X(08).
               10  CS-SKIP-LOGGED-SW   PIC X(01).
                   88  CS-SKIP-LOGGED          VALUE 'Y'.

      * specific run dates from CHAINDATES for 'S' rule steps
       01  WS-RUN-DATE-COUNT           PIC 9(03) VALUE ZEROS.
       01  WS-RUN-DATE-IDX             PIC 9(03).
       01  CHAIN-RUN-DATE-TABLE.
           05  CHAIN-RUN-DATE-ENTRY OCCURS 500 TIMES.
               10  CRD-STEP-NAME       PIC X(08).
               10  CRD-RUN-DATE        PIC 9(08).

      * where tonight falls in the business calendar, worked out
      * once before the steps are judged
       01  WS-TODAY-BUSDAY-SW          PIC X(01) VALUE 'N'.
           88  TODAY-IS-BUSINESS-DAY           VALUE 'Y'.
       01  WS-MONTH-END-SW             PIC X(01) VALUE 'N'.
           88  TODAY-IS-LAST-BUSDAY            VALUE 'Y'.
       01  WS-BUSDAY-OF-MONTH          PIC 9(02) VALUE ZEROS.
       01  WS-SCAN-DATE                PIC 9(08).
       01  WS-SCAN-DATE-R REDEFINES WS-SCAN-DATE.
           05  WS-SCAN-YEAR            PIC 9(04).
           05  WS-SCAN-MONTH           PIC 9(02).
           05  WS-SCAN-DAY             PIC 9(02).
       01  WS-STEP-DUE-SW              PIC X(01).
           88  STEP-IS-DUE                     VALUE 'Y'.
       01  WS-NOT-SCHED-COUNT          PIC 9(02) VALUE ZEROS.

       01  WS-WANT-STEP                PIC X(08).
       01  WS-PRED-DONE-SW             PIC X(01).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-PROGRAM-ID           PIC X(18).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-VERDICT-WORD         PIC X(14).
           05 RPT-BLOCKER              PIC X(08).

       01  RPT-TRAILER-LINE.
               'CLEARED TO LAUNCH -   '.
           05 RPT-READY-COUNT          PIC Z(4)9.

       01  RPT-NOT-SCHED-LINE.
           05 FILLER                   PIC X(22) VALUE
               'NOT SCHEDULED -       '.
           05 RPT-NOT-SCHED-COUNT      PIC Z(4)9.

           COPY BUSDAYW.
           COPY DATESRVW.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.
           COPY RUNLOGW.
           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CHAIN-CONTROL' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM MAIN-PROCEDURE.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-TODAY.
           PERFORM LOAD-THE-CHAIN.
           IF WS-STEP-COUNT = ZEROS
               DISPLAY 'CHAIN-CONTROL: NO CHAINDEP DEPENDENCY '
                   'FILE SUPPLIED'
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM LOAD-RUN-DATES
               PERFORM PLACE-TODAY-IN-CALENDAR
               PERFORM MARK-COMPLETED-STEPS
               PERFORM MARK-UNSCHEDULED-STEPS
               PERFORM CLASSIFY-EVERY-STEP
               PERFORM WRITE-DISPATCH-AND-MAP
           END-IF.
                   MOVE CDP-PRED-1 TO CS-PRED(WS-STEP-COUNT, 1)
                   MOVE CDP-PRED-2 TO CS-PRED(WS-STEP-COUNT, 2)
                   MOVE CDP-PRED-3 TO CS-PRED(WS-STEP-COUNT, 3)
                   MOVE CDP-RUN-RULE TO CS-RUN-RULE(WS-STEP-COUNT)
                   IF CDP-RULE-DAY IS NUMERIC
                       MOVE CDP-RULE-DAY TO
                           CS-RULE-DAY(WS-STEP-COUNT)
                   ELSE
                       MOVE ZEROS TO CS-RULE-DAY(WS-STEP-COUNT)
                   END-IF
                   MOVE SPACE TO CS-VERDICT(WS-STEP-COUNT)
                   MOVE SPACES TO CS-BLOCKER(WS-STEP-COUNT)
                   MOVE 'N' TO CS-SKIP-LOGGED-SW(WS-STEP-COUNT)
                   PERFORM READ-DEP-RECORD
               END-PERFORM
               CLOSE CHAIN-DEP-FILE
           END-IF.

       READ-DEP-RECORD.
           MOVE SPACES TO CHAIN-DEP-RECORD.
           READ CHAIN-DEP-FILE
               AT END
                   MOVE '10' TO WS-DEP-STATUS
           END-READ.

      * the CHAINDATES specific-date list is optional - with none
      * supplied an 'S' rule step is simply never due
       LOAD-RUN-DATES.
           OPEN INPUT CHAIN-DATES-FILE.
           IF WS-DATES-STATUS = '00'
               PERFORM READ-DATES-RECORD
               PERFORM UNTIL WS-DATES-STATUS NOT = '00'
                       OR WS-RUN-DATE-COUNT = 500
                   IF CDT-RUN-DATE IS NUMERIC
                       ADD 1 TO WS-RUN-DATE-COUNT
                       MOVE CDT-STEP-NAME TO
                           CRD-STEP-NAME(WS-RUN-DATE-COUNT)
                       MOVE CDT-RUN-DATE TO
                           CRD-RUN-DATE(WS-RUN-DATE-COUNT)
                   END-IF
                   PERFORM READ-DATES-RECORD
               END-PERFORM
               CLOSE CHAIN-DATES-FILE
           END-IF.

       READ-DATES-RECORD.
           READ CHAIN-DATES-FILE
               AT END
                   MOVE '10' TO WS-DATES-STATUS
           END-READ.

      * whether tonight is a business day, which business day of
      * the month it is, and whether it is the month's last - the
      * next business day after tonight falling in another month
      * makes tonight the last
       PLACE-TODAY-IN-CALENDAR.
           MOVE 'V' TO BDY-FUNCTION.
           MOVE WS-TODAY TO BDY-DATE-IN.
           CALL 'BUSDAY-SERVICE' USING BUSDAY-PARMS.
           IF BDY-STAT-OK AND BDY-IS-BUSINESS-DAY
               SET TODAY-IS-BUSINESS-DAY TO TRUE
           END-IF.

           IF TODAY-IS-BUSINESS-DAY
               MOVE WS-TODAY TO WS-SCAN-DATE
               PERFORM VARYING WS-SCAN-DAY FROM 1 BY 1
                       UNTIL WS-SCAN-DAY > WS-TODAY-DAY
                   MOVE 'V' TO BDY-FUNCTION
                   MOVE WS-SCAN-DATE TO BDY-DATE-IN
                   CALL 'BUSDAY-SERVICE' USING BUSDAY-PARMS
                   IF BDY-STAT-OK AND BDY-IS-BUSINESS-DAY
                       ADD 1 TO WS-BUSDAY-OF-MONTH
                   END-IF
               END-PERFORM

               MOVE 'A' TO DSV-FUNCTION
               MOVE WS-TODAY TO DSV-DATE-1
               MOVE 1 TO DSV-DAYS
               CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS
               IF DSV-STAT-OK
                   MOVE 'N' TO BDY-FUNCTION
                   MOVE DSV-DATE-OUT TO BDY-DATE-IN
                   CALL 'BUSDAY-SERVICE' USING BUSDAY-PARMS
                   IF BDY-STAT-OK
                       MOVE BDY-DATE-OUT TO WS-SCAN-DATE
                       IF WS-SCAN-MONTH NOT = WS-TODAY-MONTH
                           SET TODAY-IS-LAST-BUSDAY TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * a step not already done that its run-calendar rule does not
      * call for tonight is NOT SCHEDULED, and RUNLOG gets its
      * NOTSCHED end record unless an earlier pass today wrote it
       MARK-UNSCHEDULED-STEPS.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF CS-VERDICT(WS-STEP-IDX) = SPACE
                   PERFORM TEST-STEP-CALENDAR
                   IF NOT STEP-IS-DUE
                       MOVE 'S' TO CS-VERDICT(WS-STEP-IDX)
                       IF NOT CS-SKIP-LOGGED(WS-STEP-IDX)
                           PERFORM LOG-NOT-SCHEDULED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       TEST-STEP-CALENDAR.
           MOVE 'N' TO WS-STEP-DUE-SW.
           EVALUATE CS-RUN-RULE(WS-STEP-IDX)
               WHEN SPACE
               WHEN 'D'
                   SET STEP-IS-DUE TO TRUE
               WHEN 'B'
                   IF TODAY-IS-BUSINESS-DAY
                       SET STEP-IS-DUE TO TRUE
                   END-IF
               WHEN 'L'
                   IF TODAY-IS-LAST-BUSDAY
                       SET STEP-IS-DUE TO TRUE
                   END-IF
               WHEN 'N'
                   IF TODAY-IS-BUSINESS-DAY
                           AND WS-BUSDAY-OF-MONTH =
                               CS-RULE-DAY(WS-STEP-IDX)
                       SET STEP-IS-DUE TO TRUE
                   END-IF
               WHEN 'Q'
                   IF TODAY-IS-LAST-BUSDAY
                           AND (WS-TODAY-MONTH = 3
                             OR WS-TODAY-MONTH = 6
                             OR WS-TODAY-MONTH = 9
                             OR WS-TODAY-MONTH = 12)
                       SET STEP-IS-DUE TO TRUE
                   END-IF
               WHEN 'Y'
                   IF TODAY-IS-LAST-BUSDAY
                           AND WS-TODAY-MONTH = 12
                       SET STEP-IS-DUE TO TRUE
                   END-IF
               WHEN 'S'
                   PERFORM VARYING WS-RUN-DATE-IDX FROM 1 BY 1
                           UNTIL WS-RUN-DATE-IDX > WS-RUN-DATE-COUNT
                       IF CRD-STEP-NAME(WS-RUN-DATE-IDX) =
                               CS-STEP-NAME(WS-STEP-IDX)
                               AND CRD-RUN-DATE(WS-RUN-DATE-IDX) =
                                   WS-TODAY
                           SET STEP-IS-DUE TO TRUE
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   DISPLAY 'CHAIN-CONTROL: STEP '
                       CS-STEP-NAME(WS-STEP-IDX)
                       ' HAS UNKNOWN RUN RULE '
                       CS-RUN-RULE(WS-STEP-IDX) ' - RUN NIGHTLY'
                   SET STEP-IS-DUE TO TRUE
                   IF WS-RUN-RC < 4
                       MOVE 4 TO WS-RUN-RC
                   END-IF
           END-EVALUATE.

       LOG-NOT-SCHEDULED.
           MOVE CS-PROGRAM-ID(WS-STEP-IDX) TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'NOTSCHED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.
           MOVE 'Y' TO CS-SKIP-LOGGED-SW(WS-STEP-IDX).

      * a step whose program wrote a COMPLETE end record today is
      * already done and will not be dispatched again - the same
      * test RUNLOG-RESTART applies.  a NOTSCHED record already
      * written today is noted so a rerun does not log it twice
       MARK-COMPLETED-STEPS.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS = '00'
                           END-IF
                       END-PERFORM
                   END-IF
                   IF RL-EVENT = 'E'
                           AND RL-DATE = WS-TODAY
                           AND RL-RUN-STATUS = 'NOTSCHED'
                       PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                               UNTIL WS-STEP-IDX > WS-STEP-COUNT
                           IF CS-PROGRAM-ID(WS-STEP-IDX) =
                                   RL-PROGRAM-ID
                               MOVE 'Y' TO
                                   CS-SKIP-LOGGED-SW(WS-STEP-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
                   PERFORM READ-RUNLOG-RECORD
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-READ.

      * a step not yet done is ready when every named predecessor
      * shows done or not scheduled, blocked otherwise -
      * independent branches clear on their own merits whatever
      * happened elsewhere
       CLASSIFY-EVERY-STEP.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-STEP-COUNT
               IF CS-STEP-NAME(WS-SCAN-IDX) = WS-WANT-STEP
                       AND (CS-VERDICT(WS-SCAN-IDX) = 'D'
                         OR CS-VERDICT(WS-SCAN-IDX) = 'S')
                   SET PRED-IS-DONE TO TRUE
               END-IF
           END-PERFORM.
                   WHEN CS-STEP-DONE(WS-STEP-IDX)
                       MOVE 'DONE - SKIP ' TO RPT-VERDICT-WORD
                       MOVE SPACES TO RPT-BLOCKER
                   WHEN CS-STEP-NOT-SCHED(WS-STEP-IDX)
                       MOVE 'NOT SCHEDULED' TO RPT-VERDICT-WORD
                       MOVE SPACES TO RPT-BLOCKER
                       ADD 1 TO WS-NOT-SCHED-COUNT
                   WHEN CS-STEP-READY(WS-STEP-IDX)
                       MOVE 'LAUNCH      ' TO RPT-VERDICT-WORD
                       MOVE SPACES TO RPT-BLOCKER

           MOVE WS-READY-COUNT TO RPT-READY-COUNT.
           WRITE MAP-RPT-LINE FROM RPT-TRAILER-LINE.
           MOVE WS-NOT-SCHED-COUNT TO RPT-NOT-SCHED-COUNT.
           WRITE MAP-RPT-LINE FROM RPT-NOT-SCHED-LINE.
           CLOSE MAP-RPT-FILE.
           CLOSE DISPATCH-FILE.

           COPY BUSDTP.
