      * maintenance program for HOLFILE, the holiday calendar
      * BUSDAY-SERVICE, the business-day roll conventions and the
      * payroll pay dates all stand on - until now edited by hand.
      * action 'A' adds a holiday (date, calendar code, blank for
      * national, and description), 'C' changes a holiday's
      * description and 'D' deletes it; all three are keyed on
      * date and calendar code, and what they key is marked kind
      * 'K'.  action 'L' loads the year HOLIDAY-GEN proposed on
      * HOLGEN once its report has been approved - the year on the
      * transaction must be the year on HOLGEN, the generated
      * holidays already on file for that year are replaced by the
      * new ones, and a holiday keyed by hand on the same date and
      * calendar is left as keyed.  loading a year is an approval,
      * so it takes the approve action under the OPAUTH
      * authorization file.
      *
      * HOLFILE is loaded into a table, the transactions applied
      * there, and the file rewritten in date/calendar order.
      * follows the shop's maintenance standard: the batch leads
      * with its operator-id record and every action is stamped
      * into the shared MNTAUDIT audit file
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDAY-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO 'HOLFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.

           SELECT HOL-GEN-FILE ASSIGN TO 'HOLGEN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

           SELECT MNT-TXN-FILE ASSIGN TO 'HOLMAINT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT MNT-RPT-FILE ASSIGN TO 'HOLMAINTRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
           COPY HOLREC.

       FD  HOL-GEN-FILE.
       01  HOL-GEN-RECORD.
           05 HGN-DATE                 PIC 9(08).
           05 HGN-DATE-R REDEFINES HGN-DATE.
              10 HGN-YEAR              PIC 9(04).
              10 HGN-MONTH-DAY         PIC 9(04).
           05 HGN-DESC                 PIC X(30).
           05 HGN-CAL-CD               PIC X(04).
           05 HGN-KIND                 PIC X(01).

       FD  MNT-TXN-FILE.
       01  MNT-TXN-RECORD.
           05 MNT-ACTION               PIC X(01).
              88 MNT-ACTION-ADD        VALUE 'A'.
              88 MNT-ACTION-CHANGE     VALUE 'C'.
              88 MNT-ACTION-DELETE     VALUE 'D'.
              88 MNT-ACTION-LOAD       VALUE 'L'.
           05 MNT-HOL-DATE             PIC 9(08).
           05 MNT-HOL-DATE-R REDEFINES MNT-HOL-DATE.
              10 MNT-HOL-YEAR          PIC 9(04).
              10 MNT-HOL-MONTH-DAY     PIC 9(04).
           05 MNT-CAL-CD               PIC X(04).
           05 MNT-HOL-DESC             PIC X(30).

       FD  MNT-RPT-FILE.
       01  MNT-RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HOL-STATUS               PIC XX.
       01  WS-GEN-STATUS               PIC XX.
       01  WS-TXN-STATUS               PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

      * the operator who submitted this batch - taken from the
      * required 'O' record at the head of the transaction file; a
      * batch without one is refused outright
       01  OPERATOR-ID-WORK            PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-OK-SW           PIC X(01) VALUE 'N'.
           88  OPERATOR-SUPPLIED               VALUE 'Y'.
       01  WS-REFUSED-SW               PIC X(01) VALUE 'N'.
           88  BATCH-WAS-REFUSED               VALUE 'Y'.
       01  WS-CHANGED-SW               PIC X(01) VALUE 'N'.
           88  CALENDAR-WAS-CHANGED            VALUE 'Y'.

           COPY MNTAUDW.

           COPY OPAUTHW.

           COPY PAGINW.

           COPY DATESRVW.

      * the holiday calendar held for the run, in date/calendar
      * order
       01  WS-HOL-COUNT                PIC 9(03) VALUE ZEROS.
       01  WS-HOL-IDX                  PIC 9(03).
       01  WS-SHIFT-IDX                PIC 9(03).
       01  WS-FOUND-IDX                PIC 9(03).
       01  WS-FOUND-SW                 PIC X(01).
           88  HOLIDAY-FOUND                   VALUE 'Y'.
       01  HOLIDAY-TABLE.
           05  HOLIDAY-ENTRY OCCURS 500 TIMES.
               10  HT-DATE             PIC 9(08).
               10  HT-DATE-R REDEFINES HT-DATE.
                   15  HT-YEAR         PIC 9(04).
                   15  HT-MONTH-DAY    PIC 9(04).
               10  HT-CAL-CD           PIC X(04).
               10  HT-DESC             PIC X(30).
               10  HT-KIND             PIC X(01).

      * the holiday an add or a load is placing
       01  WS-NEW-DATE                 PIC 9(08).
       01  WS-NEW-CAL-CD               PIC X(04).
       01  WS-NEW-DESC                 PIC X(30).
       01  WS-NEW-KIND                 PIC X(01).
       01  WS-NEW-KEY                  PIC X(12).
       01  WS-TBL-KEY                  PIC X(12).

      * the load of a generated year
       01  WS-GEN-WRONG-YEAR-COUNT     PIC 9(03).
       01  WS-GEN-READ-COUNT           PIC 9(03).
       01  WS-LOADED-COUNT             PIC 9(03).
       01  WS-KEYED-KEPT-COUNT         PIC 9(03).
       01  WS-LOAD-RESULT.
           05 FILLER                   PIC X(07) VALUE 'LOADED '.
           05 WS-LR-LOADED             PIC 9(03).
           05 FILLER                   PIC X(11) VALUE
               ' HOLIDAYS, '.
           05 WS-LR-KEPT               PIC 9(03).
           05 FILLER                   PIC X(14) VALUE
               ' ALREADY KEYED'.

       01  RPT-DETAIL-LINE.
           05 RPT-ACTION                PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-HOL-DATE              PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-CAL-CD                PIC X(04).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-RESULT                PIC X(40).

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'HOLIDAY-MAINT' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           IF BATCH-WAS-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PAGINATION.
           MOVE 1 TO PAG-HEADING-LINE-COUNT.
           OPEN INPUT MNT-TXN-FILE.
           IF WS-TXN-STATUS NOT = '00'
               DISPLAY 'HOLIDAY-MAINT: NO HOLMAINT TRANSACTIONS '
                   'SUPPLIED'
           ELSE
               OPEN OUTPUT MNT-RPT-FILE
               PERFORM LOAD-HOLIDAY-TABLE

               PERFORM READ-TXN-RECORD
               PERFORM TAKE-OPERATOR-RECORD
               IF OPERATOR-SUPPLIED
                   PERFORM UNTIL WS-TXN-STATUS NOT = '00'
                       PERFORM PROCESS-TXN-RECORD
                       PERFORM READ-TXN-RECORD
                   END-PERFORM
                   IF CALENDAR-WAS-CHANGED
                       PERFORM REWRITE-HOLFILE
                   END-IF
               END-IF
               CLOSE MNT-RPT-FILE
           END-IF.
           CLOSE MNT-TXN-FILE.

      * placed in date/calendar order as read, so a file edited
      * out of order by hand comes back sorted
       LOAD-HOLIDAY-TABLE.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOL-STATUS = '00'
               PERFORM READ-HOLIDAY-RECORD
               PERFORM UNTIL WS-HOL-STATUS NOT = '00'
                       OR WS-HOL-COUNT = 500
                   MOVE HOL-DATE TO WS-NEW-DATE
                   MOVE HOL-CAL-CD TO WS-NEW-CAL-CD
                   MOVE HOL-DESC TO WS-NEW-DESC
                   MOVE HOL-KIND TO WS-NEW-KIND
                   PERFORM INSERT-HOLIDAY-IN-ORDER
                   PERFORM READ-HOLIDAY-RECORD
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

       READ-HOLIDAY-RECORD.
           MOVE SPACES TO HOLIDAY-RECORD.
           READ HOLIDAY-FILE
               AT END
                   MOVE '10' TO WS-HOL-STATUS
           END-READ.

       READ-TXN-RECORD.
           READ MNT-TXN-FILE
               AT END
                   MOVE '10' TO WS-TXN-STATUS
           END-READ.

      * the batch must lead with its operator-id record - action
      * byte 'O' and the submitting operator's id - or nothing in
      * it is applied
       TAKE-OPERATOR-RECORD.
           MOVE 'N' TO WS-OPERATOR-OK-SW.
           IF WS-TXN-STATUS = '00'
                   AND MNT-TXN-RECORD(1:1) = 'O'
               MOVE MNT-TXN-RECORD(2:8) TO OPERATOR-ID-WORK
               SET OPERATOR-SUPPLIED TO TRUE
               PERFORM READ-TXN-RECORD
           ELSE
               DISPLAY 'HOLIDAY-MAINT: NO OPERATOR-ID RECORD AT '
                   'HEAD OF HOLMAINT - BATCH REFUSED'
               SET BATCH-WAS-REFUSED TO TRUE
           END-IF.

      * the operator must hold the action on the file under the
      * OPAUTH authorization file - loading a generated year is
      * judged as an approval
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'HOLFILE' TO OPA-FILE-ID.
           MOVE OPERATOR-ID-WORK TO OPA-OPERATOR.
           IF MNT-ACTION-LOAD
               MOVE 'P' TO OPA-ACTION
           ELSE
               MOVE MNT-ACTION TO OPA-ACTION
           END-IF.
           CALL 'OPAUTH-SERVICE' USING OPAUTH-PARMS.

       PROCESS-TXN-RECORD.
           ADD 1 TO RUNLOG-READ-COUNT.

           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF OPA-IS-AUTHORIZED
               PERFORM APPLY-AUTHORIZED-TXN
           ELSE
               MOVE OPA-REFUSAL TO RPT-RESULT
               PERFORM WRITE-RPT-RECORD
           END-IF.

       APPLY-AUTHORIZED-TXN.
           EVALUATE TRUE
               WHEN MNT-ACTION-ADD
                   PERFORM ADD-HOLIDAY
               WHEN MNT-ACTION-CHANGE
                   PERFORM CHANGE-HOLIDAY
               WHEN MNT-ACTION-DELETE
                   PERFORM DELETE-HOLIDAY
               WHEN MNT-ACTION-LOAD
                   PERFORM LOAD-GENERATED-YEAR
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO RPT-RESULT
           END-EVALUATE.
           PERFORM WRITE-RPT-RECORD.

      * the date must be a real one - DATE-SERVICE's day-of-week
      * refuses anything else
       ADD-HOLIDAY.
           SET DSV-FUNC-DAY-OF-WEEK TO TRUE.
           MOVE MNT-HOL-DATE TO DSV-DATE-1.
           IF MNT-HOL-DATE IS NUMERIC
               CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS
           ELSE
               SET DSV-STAT-BAD-DATE TO TRUE
           END-IF.
           PERFORM FIND-HOLIDAY.
           EVALUATE TRUE
               WHEN NOT DSV-STAT-OK
                   MOVE 'ADD FAILED - NOT A VALID DATE' TO RPT-RESULT
               WHEN MNT-HOL-DESC = SPACES
                   MOVE 'ADD FAILED - NO DESCRIPTION' TO RPT-RESULT
               WHEN HOLIDAY-FOUND
                   MOVE 'ADD FAILED - HOLIDAY ALREADY ON FILE' TO
                       RPT-RESULT
               WHEN WS-HOL-COUNT = 500
                   MOVE 'ADD FAILED - CALENDAR FULL' TO RPT-RESULT
               WHEN OTHER
                   MOVE MNT-HOL-DATE TO WS-NEW-DATE
                   MOVE MNT-CAL-CD TO WS-NEW-CAL-CD
                   MOVE MNT-HOL-DESC TO WS-NEW-DESC
                   MOVE 'K' TO WS-NEW-KIND
                   PERFORM INSERT-HOLIDAY-IN-ORDER
                   SET CALENDAR-WAS-CHANGED TO TRUE
                   MOVE 'ADDED' TO RPT-RESULT
           END-EVALUATE.

       CHANGE-HOLIDAY.
           PERFORM FIND-HOLIDAY.
           EVALUATE TRUE
               WHEN NOT HOLIDAY-FOUND
                   MOVE 'CHANGE FAILED - HOLIDAY NOT FOUND' TO
                       RPT-RESULT
               WHEN MNT-HOL-DESC = SPACES
                   MOVE 'CHANGE FAILED - NO DESCRIPTION' TO
                       RPT-RESULT
               WHEN OTHER
                   MOVE MNT-HOL-DESC TO HT-DESC(WS-FOUND-IDX)
                   MOVE 'K' TO HT-KIND(WS-FOUND-IDX)
                   SET CALENDAR-WAS-CHANGED TO TRUE
                   MOVE 'CHANGED' TO RPT-RESULT
           END-EVALUATE.

       DELETE-HOLIDAY.
           PERFORM FIND-HOLIDAY.
           IF NOT HOLIDAY-FOUND
               MOVE 'DELETE FAILED - HOLIDAY NOT FOUND' TO RPT-RESULT
           ELSE
               MOVE WS-FOUND-IDX TO WS-HOL-IDX
               PERFORM REMOVE-HOLIDAY-ENTRY
               SET CALENDAR-WAS-CHANGED TO TRUE
               MOVE 'DELETED' TO RPT-RESULT
           END-IF.

      * WS-FOUND-IDX is captured inside the loop body, since the
      * VARYING index steps once more before the UNTIL sees the
      * switch
       FIND-HOLIDAY.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT OR HOLIDAY-FOUND
               IF HT-DATE(WS-HOL-IDX) = MNT-HOL-DATE
                       AND HT-CAL-CD(WS-HOL-IDX) = MNT-CAL-CD
                   MOVE WS-HOL-IDX TO WS-FOUND-IDX
                   SET HOLIDAY-FOUND TO TRUE
               END-IF
           END-PERFORM.

      * the year on HOLGEN must be the year approved on the
      * transaction, every line of it, or nothing is loaded
       LOAD-GENERATED-YEAR.
           MOVE ZEROS TO WS-GEN-READ-COUNT.
           MOVE ZEROS TO WS-GEN-WRONG-YEAR-COUNT.
           OPEN INPUT HOL-GEN-FILE.
           IF WS-GEN-STATUS = '00'
               PERFORM READ-GEN-RECORD
               PERFORM UNTIL WS-GEN-STATUS NOT = '00'
                   ADD 1 TO WS-GEN-READ-COUNT
                   IF HGN-DATE IS NOT NUMERIC
                           OR HGN-YEAR NOT = MNT-HOL-YEAR
                       ADD 1 TO WS-GEN-WRONG-YEAR-COUNT
                   END-IF
                   PERFORM READ-GEN-RECORD
               END-PERFORM
               CLOSE HOL-GEN-FILE
           END-IF.
           EVALUATE TRUE
               WHEN MNT-HOL-YEAR IS NOT NUMERIC
                   MOVE 'LOAD REFUSED - NO YEAR GIVEN' TO RPT-RESULT
               WHEN WS-GEN-READ-COUNT = ZEROS
                   MOVE 'LOAD REFUSED - NO GENERATED YEAR ON HOLGEN'
                       TO RPT-RESULT
               WHEN WS-GEN-WRONG-YEAR-COUNT > ZEROS
                   MOVE 'LOAD REFUSED - HOLGEN IS ANOTHER YEAR' TO
                       RPT-RESULT
               WHEN OTHER
                   PERFORM REPLACE-GENERATED-YEAR
           END-EVALUATE.

       READ-GEN-RECORD.
           MOVE SPACES TO HOL-GEN-RECORD.
           READ HOL-GEN-FILE
               AT END
                   MOVE '10' TO WS-GEN-STATUS
           END-READ.

      * the year's generated holidays come off, the new ones go in;
      * a keyed holiday on the same date and calendar stays
       REPLACE-GENERATED-YEAR.
           MOVE ZEROS TO WS-LOADED-COUNT.
           MOVE ZEROS TO WS-KEYED-KEPT-COUNT.
           MOVE 1 TO WS-HOL-IDX.
           PERFORM UNTIL WS-HOL-IDX > WS-HOL-COUNT
               IF HT-YEAR(WS-HOL-IDX) = MNT-HOL-YEAR
                       AND (HT-KIND(WS-HOL-IDX) = 'F'
                         OR HT-KIND(WS-HOL-IDX) = 'M'
                         OR HT-KIND(WS-HOL-IDX) = 'R')
                   PERFORM REMOVE-HOLIDAY-ENTRY
               ELSE
                   ADD 1 TO WS-HOL-IDX
               END-IF
           END-PERFORM.
           OPEN INPUT HOL-GEN-FILE.
           PERFORM READ-GEN-RECORD.
           PERFORM UNTIL WS-GEN-STATUS NOT = '00'
               PERFORM PLACE-GENERATED-HOLIDAY
               PERFORM READ-GEN-RECORD
           END-PERFORM.
           CLOSE HOL-GEN-FILE.
           SET CALENDAR-WAS-CHANGED TO TRUE.
           MOVE WS-LOADED-COUNT TO WS-LR-LOADED.
           MOVE WS-KEYED-KEPT-COUNT TO WS-LR-KEPT.
           MOVE WS-LOAD-RESULT TO RPT-RESULT.

       PLACE-GENERATED-HOLIDAY.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT OR HOLIDAY-FOUND
               IF HT-DATE(WS-HOL-IDX) = HGN-DATE
                       AND HT-CAL-CD(WS-HOL-IDX) = HGN-CAL-CD
                   SET HOLIDAY-FOUND TO TRUE
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN HOLIDAY-FOUND
                   ADD 1 TO WS-KEYED-KEPT-COUNT
               WHEN WS-HOL-COUNT = 500
                   DISPLAY 'HOLIDAY-MAINT: CALENDAR FULL - '
                       HGN-DATE ' ' HGN-CAL-CD ' NOT LOADED'
                   IF WS-RUN-RC < 4
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               WHEN OTHER
                   MOVE HGN-DATE TO WS-NEW-DATE
                   MOVE HGN-CAL-CD TO WS-NEW-CAL-CD
                   MOVE HGN-DESC TO WS-NEW-DESC
                   MOVE HGN-KIND TO WS-NEW-KIND
                   PERFORM INSERT-HOLIDAY-IN-ORDER
                   ADD 1 TO WS-LOADED-COUNT
           END-EVALUATE.

      * open a slot at the date/calendar position, shifting later
      * entries down one
       INSERT-HOLIDAY-IN-ORDER.
           MOVE WS-NEW-DATE TO WS-NEW-KEY(1:8).
           MOVE WS-NEW-CAL-CD TO WS-NEW-KEY(9:4).
           MOVE 1 TO WS-HOL-IDX.
           PERFORM LOCATE-INSERT-SLOT.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-HOL-COUNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-HOL-IDX
               MOVE HOLIDAY-ENTRY(WS-SHIFT-IDX) TO
                   HOLIDAY-ENTRY(WS-SHIFT-IDX + 1)
           END-PERFORM.
           MOVE WS-NEW-DATE TO HT-DATE(WS-HOL-IDX).
           MOVE WS-NEW-CAL-CD TO HT-CAL-CD(WS-HOL-IDX).
           MOVE WS-NEW-DESC TO HT-DESC(WS-HOL-IDX).
           MOVE WS-NEW-KIND TO HT-KIND(WS-HOL-IDX).
           ADD 1 TO WS-HOL-COUNT.

       LOCATE-INSERT-SLOT.
           PERFORM UNTIL WS-HOL-IDX > WS-HOL-COUNT
               MOVE HT-DATE(WS-HOL-IDX) TO WS-TBL-KEY(1:8)
               MOVE HT-CAL-CD(WS-HOL-IDX) TO WS-TBL-KEY(9:4)
               IF WS-TBL-KEY > WS-NEW-KEY
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-HOL-IDX
           END-PERFORM.

      * close the gap at WS-HOL-IDX by shifting later entries up
       REMOVE-HOLIDAY-ENTRY.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-HOL-IDX BY 1
                   UNTIL WS-SHIFT-IDX >= WS-HOL-COUNT
               MOVE HOLIDAY-ENTRY(WS-SHIFT-IDX + 1) TO
                   HOLIDAY-ENTRY(WS-SHIFT-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-HOL-COUNT.

       WRITE-RPT-RECORD.
           MOVE MNT-ACTION TO RPT-ACTION.
           MOVE MNT-HOL-DATE TO RPT-HOL-DATE.
           MOVE MNT-CAL-CD TO RPT-CAL-CD.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE MNT-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * stamp the action, operator, and outcome into the shared
      * maintenance audit file for the quarterly access review
           MOVE 'HOLFILE' TO MAUD-FILE-ID.
           MOVE OPERATOR-ID-WORK TO MAUD-OPERATOR.
           MOVE MNT-ACTION TO MAUD-ACTION.
           MOVE MNT-HOL-DATE TO MAUD-KEY(1:8).
           MOVE MNT-CAL-CD TO MAUD-KEY(9:4).
           MOVE RPT-RESULT TO MAUD-RESULT.
           CALL 'MNTAUDLOG' USING MNTAUDIT-PARMS.

       REWRITE-HOLFILE.
           OPEN OUTPUT HOLIDAY-FILE.
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
               MOVE HT-DATE(WS-HOL-IDX) TO HOL-DATE
               MOVE HT-DESC(WS-HOL-IDX) TO HOL-DESC
               MOVE HT-CAL-CD(WS-HOL-IDX) TO HOL-CAL-CD
               MOVE HT-KIND(WS-HOL-IDX) TO HOL-KIND
               WRITE HOLIDAY-RECORD
           END-PERFORM.
           CLOSE HOLIDAY-FILE.

       WRITE-RUNLOG-START.
           MOVE 'HOLIDAY-MAINT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'HOLIDAY-MAINT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

      * the shared pagination gate in front of every report line
       PAGINATE-BEFORE-LINE.
           PERFORM CHECK-PAGE-BREAK.
           IF PAG-BREAK-NEEDED
               WRITE MNT-RPT-LINE FROM PAG-PAGE-HEADING-LINE
               PERFORM NOTE-HEADING-LINES
           END-IF.
           PERFORM COUNT-REPORT-LINE.

           COPY PAGINP.

           COPY BUSDTP.
