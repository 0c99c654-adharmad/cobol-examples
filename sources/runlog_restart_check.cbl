      * written today for that program and sets the return code the
      * chain's restart logic keys on:
      *   0 - no completion found, run the step
      *   4 - step already completed today, or marked NOTSCHED
      *       by CHAIN-CONTROL's run calendar, skip it
      * so a restarted overnight chain resumes after the last
      * finished step instead of re-running the whole night.
      *
      * when the step started today and did not complete, the
      * master generations MASTER-SNAPSHOT took before that start
      * are named as the restore points for the rerun - the latest
      * snapshot of each master ahead of the step's start record -
      * and a master already put back by MASTER-RESTORE since the
      * failed start is shown as restored
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNLOG-RESTART.

       01  WS-TODAY                    PIC 9(08).
       01  WS-COMPLETE-SW              PIC X(01) VALUE 'N'.
           88  STEP-ALREADY-COMPLETE           VALUE 'Y'.
       01  WS-STARTED-SW               PIC X(01) VALUE 'N'.
           88  STEP-WAS-STARTED                VALUE 'Y'.

           COPY SNAPMSTW.

      * the newest snapshot of each master seen so far on the
      * ledger, and the ones standing when the step last started
       01  WS-MST-IDX                  PIC 9(02).
       01  SNAP-SEEN-TABLE.
           05  SNAP-SEEN-GEN OCCURS 6 TIMES PIC 9(05).
       01  RESTORE-POINT-TABLE.
           05  RESTORE-POINT-ENTRY OCCURS 6 TIMES.
               10  RSP-POINT-GEN       PIC 9(05).
               10  RSP-RESTORED-SW     PIC X(01).
                   88  RSP-WAS-RESTORED        VALUE 'Y'.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'RUNLOG-RESTART' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM MAIN-PROCEDURE.
           STOP RUN.

               END-READ
               CLOSE RST-PARM-FILE

               MOVE BDT-BUS-DATE TO WS-TODAY
               PERFORM SCAN-RUNLOG

               IF STEP-ALREADY-COMPLETE
                   DISPLAY 'RUNLOG-RESTART: ' WS-WANTED-PROGRAM
                       ' NOT YET COMPLETE TODAY - RUN'
                   MOVE 0 TO RETURN-CODE
                   IF STEP-WAS-STARTED
                       PERFORM SHOW-RESTORE-POINTS
                   END-IF
               END-IF
           END-IF.

       SHOW-RESTORE-POINTS.
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > SNAP-MASTER-COUNT
               IF RSP-POINT-GEN(WS-MST-IDX) NOT = ZEROS
                   IF RSP-WAS-RESTORED(WS-MST-IDX)
                       DISPLAY 'RUNLOG-RESTART: '
                           SNAP-MASTER-ID(WS-MST-IDX)
                           ' RESTORED TO GENERATION '
                           RSP-POINT-GEN(WS-MST-IDX)
                           ' SINCE THE FAILED START'
                   ELSE
                       DISPLAY 'RUNLOG-RESTART: '
                           SNAP-MASTER-ID(WS-MST-IDX)
                           ' RESTORE POINT IS GENERATION '
                           RSP-POINT-GEN(WS-MST-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       SCAN-RUNLOG.
           INITIALIZE SNAP-SEEN-TABLE.
           INITIALIZE RESTORE-POINT-TABLE.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS = '00'
               PERFORM READ-RUNLOG-RECORD
                   IF RL-PROGRAM-ID = WS-WANTED-PROGRAM
                           AND RL-EVENT = 'E'
                           AND RL-DATE = WS-TODAY
                           AND (RL-RUN-STATUS = 'COMPLETE'
                             OR RL-RUN-STATUS = 'NOTSCHED')
                       SET STEP-ALREADY-COMPLETE TO TRUE
                   END-IF
                   PERFORM NOTE-RESTORE-POINTS
                   PERFORM READ-RUNLOG-RECORD
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF.

      * a snapshot moves the master's newest generation on; the
      * step's start today fixes the restore points; a proved
      * restore of a restore-point generation after that start
      * marks the master put back
       NOTE-RESTORE-POINTS.
           MOVE RL-PROGRAM-ID TO SNAP-LOG-PROGRAM-ID.
           MOVE RL-RUN-STATUS TO SNAP-LOG-STATUS.
           EVALUATE TRUE
               WHEN RL-PROGRAM-ID = WS-WANTED-PROGRAM
                       AND RL-EVENT = 'S'
                       AND RL-DATE = WS-TODAY
                   SET STEP-WAS-STARTED TO TRUE
                   PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                           UNTIL WS-MST-IDX > SNAP-MASTER-COUNT
                       MOVE SNAP-SEEN-GEN(WS-MST-IDX) TO
                           RSP-POINT-GEN(WS-MST-IDX)
                       MOVE 'N' TO RSP-RESTORED-SW(WS-MST-IDX)
                   END-PERFORM
               WHEN SNAP-LOG-SNAPSHOT
                       AND SNAP-LOG-STATUS-TAG = 'GEN'
                   PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                           UNTIL WS-MST-IDX > SNAP-MASTER-COUNT
                       IF SNAP-MASTER-ID(WS-MST-IDX) =
                               SNAP-LOG-MASTER-ID
                           MOVE SNAP-LOG-GENERATION TO
                               SNAP-SEEN-GEN(WS-MST-IDX)
                       END-IF
                   END-PERFORM
               WHEN SNAP-LOG-RESTORE
                       AND SNAP-LOG-STATUS-TAG = 'RST'
                       AND STEP-WAS-STARTED
                   PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                           UNTIL WS-MST-IDX > SNAP-MASTER-COUNT
                       IF SNAP-MASTER-ID(WS-MST-IDX) =
                               SNAP-LOG-MASTER-ID
                               AND RSP-POINT-GEN(WS-MST-IDX) =
                                   SNAP-LOG-GENERATION
                           MOVE 'Y' TO RSP-RESTORED-SW(WS-MST-IDX)
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       READ-RUNLOG-RECORD.
           READ RUN-LOG-FILE
               AT END
                   MOVE '10' TO WS-RUNLOG-STATUS
           END-READ.

           COPY BUSDTP.
