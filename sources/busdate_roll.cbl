      * business-date day roll - the only program that moves the
      * BUSDATE control record every batch program takes its
      * processing date from.  the date advances only once the
      * night's work is finished: every step on the CHAINDEP
      * dependency file must show a COMPLETE end record on RUNLOG for
      * the business date being closed, or the NOTSCHED record
      * CHAIN-CONTROL writes for a step its run calendar skipped
      * (the same test CHAIN-CONTROL applies), otherwise the roll
      * is refused with return code 8 and the date stays where it
      * is, so a failed night rerun the next morning still
      * processes yesterday's business day.
      *
      * the ROLLPARM control record picks the action, a roll when it
      * is absent:
      *   'R' - roll: close the current date and open the next
      *         business day through BUSDAY-SERVICE
      *   'C' - close the current date without opening the next -
      *         every guarded batch program then refuses to run
      *   'O' - reopen the current date after a close, for an
      *         operations-approved rerun
      *   'I' - initialize the control record to the ROLLPARM date
      *         (refused when a control record already exists)
      * the ROLLRPT report shows the steps checked and the dates
      * before and after
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDATE-ROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT ROLL-PARM-FILE ASSIGN TO 'ROLLPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CHAIN-DEP-FILE ASSIGN TO 'CHAINDEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT ROLL-RPT-FILE ASSIGN TO 'ROLLRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.
           COPY BUSDTREC.

       FD  ROLL-PARM-FILE.
       01  ROLL-PARM-RECORD.
           05  RLP-ACTION              PIC X(01).
               88  RLP-ROLL                    VALUE 'R'.
               88  RLP-CLOSE-ONLY              VALUE 'C'.
               88  RLP-REOPEN                  VALUE 'O'.
               88  RLP-INITIALIZE              VALUE 'I'.
           05  RLP-INIT-DATE           PIC 9(08).

       FD  CHAIN-DEP-FILE.
       01  CHAIN-DEP-RECORD.
           05 CDP-STEP-NAME            PIC X(08).
           05 CDP-PROGRAM-ID           PIC X(18).
           05 CDP-PRED-1               PIC X(08).
           05 CDP-PRED-2               PIC X(08).
           05 CDP-PRED-3               PIC X(08).
           05 CDP-RUN-RULE             PIC X(01).
           05 CDP-RULE-DAY             PIC 9(02).

       FD  RUN-LOG-FILE.
           COPY RUNLOGREC.

       FD  ROLL-RPT-FILE.
       01  ROLL-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS           PIC XX.
       01  WS-PARM-STATUS              PIC XX.
       01  WS-DEP-STATUS               PIC XX.
       01  WS-RUNLOG-STATUS            PIC XX.

       01  WS-ACTION                   PIC X(01) VALUE 'R'.
       01  WS-INIT-DATE                PIC 9(08) VALUE ZEROS.

      * the control record as found, and whether there was one
       01  WS-CONTROL-SW               PIC X(01) VALUE 'N'.
           88  CONTROL-RECORD-FOUND            VALUE 'Y'.
       01  WS-OLD-DATE                 PIC 9(08) VALUE ZEROS.
       01  WS-OLD-STATE                PIC X(01) VALUE SPACE.
       01  WS-OLD-PRIOR-DATE           PIC 9(08) VALUE ZEROS.
       01  WS-NEW-DATE                 PIC 9(08) VALUE ZEROS.
       01  WS-NEW-STATE                PIC X(01) VALUE SPACE.
       01  WS-NEW-PRIOR-DATE           PIC 9(08) VALUE ZEROS.
       01  WS-CLOCK-DATE               PIC 9(08).
       01  WS-CLOCK-TIME               PIC 9(08).

       01  WS-REFUSED-SW               PIC X(01) VALUE 'N'.
           88  ROLL-WAS-REFUSED                VALUE 'Y'.
       01  WS-REFUSE-REASON            PIC X(40) VALUE SPACES.

      * the chain steps that must be finished before the date moves
       01  WS-STEP-COUNT               PIC 9(02) VALUE ZEROS.
       01  WS-STEP-IDX                 PIC 9(02).
       01  CHAIN-STEP-TABLE.
           05  CHAIN-STEP-ENTRY OCCURS 50 TIMES.
               10  CS-STEP-NAME        PIC X(08).
               10  CS-PROGRAM-ID       PIC X(18).
               10  CS-DONE-SW          PIC X(01).
                   88  CS-STEP-DONE            VALUE 'Y'.
       01  WS-OPEN-STEP-COUNT          PIC 9(02) VALUE ZEROS.

           COPY BUSDAYW.
           COPY DATESRVW.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.
           COPY RUNLOGW.
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.

       01  RPT-HEADING PIC X(80) VALUE
           'BUSINESS DATE ROLL'.

       01  RPT-STEP-LINE.
           05  FILLER                  PIC X(06) VALUE 'STEP  '.
           05  RPT-STEP-NAME           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-PROGRAM-ID          PIC X(18).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-STEP-VERDICT        PIC X(12).

       01  RPT-DATE-LINE.
           05  RPT-DATE-LABEL          PIC X(16).
           05  RPT-DATE                PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-STATE-WORD          PIC X(08).

       01  RPT-RESULT-LINE.
           05  FILLER                  PIC X(08) VALUE 'RESULT  '.
           05  RPT-RESULT              PIC X(40).

       PROCEDURE DIVISION.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           IF NOT ROLL-WAS-REFUSED
               PERFORM WRITE-RUNLOG-END
           END-IF.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           PERFORM READ-ROLL-PARM.
           PERFORM READ-CONTROL-RECORD.
           OPEN OUTPUT ROLL-RPT-FILE.
           WRITE ROLL-RPT-LINE FROM RPT-HEADING.

           EVALUATE WS-ACTION
               WHEN 'I'
                   PERFORM INITIALIZE-CONTROL-DATE
               WHEN 'O'
                   PERFORM REOPEN-CONTROL-DATE
               WHEN 'C'
                   PERFORM CHECK-CHAIN-COMPLETE
                   IF NOT ROLL-WAS-REFUSED
                       MOVE WS-OLD-DATE TO WS-NEW-DATE
                       MOVE 'C' TO WS-NEW-STATE
                       MOVE WS-OLD-PRIOR-DATE TO WS-NEW-PRIOR-DATE
                   END-IF
               WHEN 'R'
                   PERFORM CHECK-CHAIN-COMPLETE
                   IF NOT ROLL-WAS-REFUSED
                       PERFORM FIND-NEXT-BUSINESS-DATE
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-REFUSED-SW
                   MOVE 'UNKNOWN ROLLPARM ACTION' TO WS-REFUSE-REASON
           END-EVALUATE.

           MOVE 'BEFORE          ' TO RPT-DATE-LABEL.
           MOVE WS-OLD-DATE TO RPT-DATE.
           PERFORM FORMAT-STATE-WORD-OLD.
           WRITE ROLL-RPT-LINE FROM RPT-DATE-LINE.

           IF ROLL-WAS-REFUSED
               MOVE WS-REFUSE-REASON TO RPT-RESULT
               WRITE ROLL-RPT-LINE FROM RPT-RESULT-LINE
               DISPLAY 'BUSDATE-ROLL: ' WS-REFUSE-REASON
                   ' - BUSINESS DATE NOT MOVED'
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM WRITE-CONTROL-RECORD
               MOVE 'AFTER           ' TO RPT-DATE-LABEL
               MOVE WS-NEW-DATE TO RPT-DATE
               PERFORM FORMAT-STATE-WORD-NEW
               WRITE ROLL-RPT-LINE FROM RPT-DATE-LINE
               MOVE 'CONTROL RECORD UPDATED' TO RPT-RESULT
               WRITE ROLL-RPT-LINE FROM RPT-RESULT-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-IF.
           CLOSE ROLL-RPT-FILE.

       READ-ROLL-PARM.
           OPEN INPUT ROLL-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ ROLL-PARM-FILE
                   NOT AT END
                       IF RLP-ACTION NOT = SPACE
                           MOVE RLP-ACTION TO WS-ACTION
                       END-IF
                       IF RLP-INIT-DATE IS NUMERIC
                           MOVE RLP-INIT-DATE TO WS-INIT-DATE
                       END-IF
               END-READ
               CLOSE ROLL-PARM-FILE
           END-IF.

       READ-CONTROL-RECORD.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-STATUS = '00'
               READ BUSDATE-FILE
                   AT END
                       MOVE '10' TO WS-BUSDATE-STATUS
               END-READ
               IF WS-BUSDATE-STATUS = '00'
                       AND BDC-BUS-DATE IS NUMERIC
                       AND BDC-BUS-DATE > ZEROS
                   SET CONTROL-RECORD-FOUND TO TRUE
                   MOVE BDC-BUS-DATE TO WS-OLD-DATE
                   MOVE BDC-STATE-CD TO WS-OLD-STATE
                   IF BDC-PRIOR-DATE IS NUMERIC
                       MOVE BDC-PRIOR-DATE TO WS-OLD-PRIOR-DATE
                   END-IF
                   ADD 1 TO RUNLOG-READ-COUNT
               END-IF
               CLOSE BUSDATE-FILE
           END-IF.

      * the first business date is set by hand once, and never
      * over an existing one - moving a live date is a roll
       INITIALIZE-CONTROL-DATE.
           IF CONTROL-RECORD-FOUND
               MOVE 'Y' TO WS-REFUSED-SW
               MOVE 'CONTROL RECORD ALREADY EXISTS'
                   TO WS-REFUSE-REASON
           ELSE
               MOVE 'V' TO BDY-FUNCTION
               MOVE WS-INIT-DATE TO BDY-DATE-IN
               CALL 'BUSDAY-SERVICE' USING BUSDAY-PARMS
               IF NOT BDY-STAT-OK OR NOT BDY-IS-BUSINESS-DAY
                   MOVE 'Y' TO WS-REFUSED-SW
                   MOVE 'INITIAL DATE IS NOT A BUSINESS DAY'
                       TO WS-REFUSE-REASON
               ELSE
                   MOVE WS-INIT-DATE TO WS-NEW-DATE
                   MOVE 'O' TO WS-NEW-STATE
                   MOVE ZEROS TO WS-NEW-PRIOR-DATE
               END-IF
           END-IF.

       REOPEN-CONTROL-DATE.
           IF NOT CONTROL-RECORD-FOUND
               MOVE 'Y' TO WS-REFUSED-SW
               MOVE 'NO BUSDATE CONTROL RECORD' TO WS-REFUSE-REASON
           ELSE
               MOVE WS-OLD-DATE TO WS-NEW-DATE
               MOVE 'O' TO WS-NEW-STATE
               MOVE WS-OLD-PRIOR-DATE TO WS-NEW-PRIOR-DATE
           END-IF.

      * every CHAINDEP step must have finished on the business date
      * being closed - with no chain to check there is no proof the
      * night is done, so the date does not move
       CHECK-CHAIN-COMPLETE.
           IF NOT CONTROL-RECORD-FOUND
               MOVE 'Y' TO WS-REFUSED-SW
               MOVE 'NO BUSDATE CONTROL RECORD' TO WS-REFUSE-REASON
           ELSE
               PERFORM LOAD-THE-CHAIN
               IF WS-STEP-COUNT = ZEROS
                   MOVE 'Y' TO WS-REFUSED-SW
                   MOVE 'NO CHAINDEP DEPENDENCY FILE SUPPLIED'
                       TO WS-REFUSE-REASON
               ELSE
                   PERFORM MARK-COMPLETED-STEPS
                   PERFORM REPORT-CHAIN-STEPS
                   IF WS-OPEN-STEP-COUNT > ZEROS
                       MOVE 'Y' TO WS-REFUSED-SW
                       MOVE 'CHAIN NOT COMPLETE FOR BUSINESS DATE'
                           TO WS-REFUSE-REASON
                   END-IF
               END-IF
           END-IF.

       LOAD-THE-CHAIN.
           OPEN INPUT CHAIN-DEP-FILE.
           IF WS-DEP-STATUS = '00'
               PERFORM READ-DEP-RECORD
               PERFORM UNTIL WS-DEP-STATUS NOT = '00'
                       OR WS-STEP-COUNT = 50
                   ADD 1 TO WS-STEP-COUNT
                   MOVE CDP-STEP-NAME TO
                       CS-STEP-NAME(WS-STEP-COUNT)
                   MOVE CDP-PROGRAM-ID TO
                       CS-PROGRAM-ID(WS-STEP-COUNT)
                   MOVE 'N' TO CS-DONE-SW(WS-STEP-COUNT)
                   PERFORM READ-DEP-RECORD
               END-PERFORM
               CLOSE CHAIN-DEP-FILE
           END-IF.

       READ-DEP-RECORD.
           READ CHAIN-DEP-FILE
               AT END
                   MOVE '10' TO WS-DEP-STATUS
           END-READ.

       MARK-COMPLETED-STEPS.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS = '00'
               PERFORM READ-RUNLOG-RECORD
               PERFORM UNTIL WS-RUNLOG-STATUS NOT = '00'
                   IF RL-EVENT = 'E'
                           AND RL-DATE = WS-OLD-DATE
                           AND (RL-RUN-STATUS = 'COMPLETE'
                             OR RL-RUN-STATUS = 'NOTSCHED')
                       PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                               UNTIL WS-STEP-IDX > WS-STEP-COUNT
                           IF CS-PROGRAM-ID(WS-STEP-IDX) =
                                   RL-PROGRAM-ID
                               MOVE 'Y' TO CS-DONE-SW(WS-STEP-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
                   PERFORM READ-RUNLOG-RECORD
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF.

       READ-RUNLOG-RECORD.
           READ RUN-LOG-FILE
               AT END
                   MOVE '10' TO WS-RUNLOG-STATUS
           END-READ.

       REPORT-CHAIN-STEPS.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               MOVE CS-STEP-NAME(WS-STEP-IDX) TO RPT-STEP-NAME
               MOVE CS-PROGRAM-ID(WS-STEP-IDX) TO RPT-PROGRAM-ID
               IF CS-STEP-DONE(WS-STEP-IDX)
                   MOVE 'COMPLETE    ' TO RPT-STEP-VERDICT
               ELSE
                   MOVE 'NOT COMPLETE' TO RPT-STEP-VERDICT
                   ADD 1 TO WS-OPEN-STEP-COUNT
               END-IF
               WRITE ROLL-RPT-LINE FROM RPT-STEP-LINE
           END-PERFORM.

      * the next business date is the first banking day strictly
      * after the one being closed - weekends and HOLFILE holidays
      * are stepped over
       FIND-NEXT-BUSINESS-DATE.
           MOVE 'A' TO DSV-FUNCTION.
           MOVE WS-OLD-DATE TO DSV-DATE-1.
           MOVE 1 TO DSV-DAYS.
           CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS.
           MOVE 'N' TO BDY-FUNCTION.
           MOVE DSV-DATE-OUT TO BDY-DATE-IN.
           CALL 'BUSDAY-SERVICE' USING BUSDAY-PARMS.
           IF NOT DSV-STAT-OK OR NOT BDY-STAT-OK
               MOVE 'Y' TO WS-REFUSED-SW
               MOVE 'NEXT BUSINESS DATE NOT FOUND'
                   TO WS-REFUSE-REASON
           ELSE
               MOVE BDY-DATE-OUT TO WS-NEW-DATE
               MOVE 'O' TO WS-NEW-STATE
               MOVE WS-OLD-DATE TO WS-NEW-PRIOR-DATE
           END-IF.

      * the roll stamp is the machine clock - it records when the
      * date was moved, not the business day it was moved to
       WRITE-CONTROL-RECORD.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           OPEN OUTPUT BUSDATE-FILE.
           MOVE SPACES TO BUSDATE-CONTROL-RECORD.
           MOVE WS-NEW-DATE TO BDC-BUS-DATE.
           MOVE WS-NEW-STATE TO BDC-STATE-CD.
           MOVE WS-NEW-PRIOR-DATE TO BDC-PRIOR-DATE.
           MOVE WS-CLOCK-DATE TO BDC-ROLL-DATE.
           MOVE WS-CLOCK-TIME TO BDC-ROLL-TIME.
           WRITE BUSDATE-CONTROL-RECORD.
           CLOSE BUSDATE-FILE.
           DISPLAY 'BUSDATE-ROLL: BUSINESS DATE NOW ' WS-NEW-DATE
               ' STATE ' WS-NEW-STATE.

       FORMAT-STATE-WORD-OLD.
           EVALUATE WS-OLD-STATE
               WHEN 'O'
                   MOVE 'OPEN    ' TO RPT-STATE-WORD
               WHEN 'C'
                   MOVE 'CLOSED  ' TO RPT-STATE-WORD
               WHEN OTHER
                   MOVE 'NONE    ' TO RPT-STATE-WORD
           END-EVALUATE.

       FORMAT-STATE-WORD-NEW.
           EVALUATE WS-NEW-STATE
               WHEN 'O'
                   MOVE 'OPEN    ' TO RPT-STATE-WORD
               WHEN OTHER
                   MOVE 'CLOSED  ' TO RPT-STATE-WORD
           END-EVALUATE.

       WRITE-RUNLOG-START.
           MOVE 'BUSDATE-ROLL' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.
