      * maintenance program for PAYCAL, the payroll calendar - one
      * entry for each pay group's period, carrying the frequency
      * the group is paid at, the days the period covers, the
      * cutoff after which its input is closed and the date it is
      * paid.  the pay date is keyed as the day the people should
      * be paid and rolled back to the business day before it when
      * the bank is shut, so nobody is paid late; a pay date that
      * rolls back before the cutoff is refused, since input would
      * still be open when the money goes.  a group keeps one
      * frequency, and the monthly group 'MO' is always monthly.
      * weekly and biweekly groups need a period a week or a
      * fortnight, so action 'G' takes the period keyed and lays
      * down it and each one after it, stepped seven or fourteen
      * days, to the end of the year; periods already on the
      * calendar are left alone.  follows the shop's maintenance
      * standard: the batch leads with its operator-id record and
      * every action is stamped into the shared MNTAUDIT audit file
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCAL-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN ASSIGN TO 'PAYCAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS PCL-KEY
               FILE STATUS IS WS-FILEIN-STATUS.

           SELECT MNT-TXN-FILE ASSIGN TO 'PAYCALMNT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT MNT-RPT-FILE ASSIGN TO 'PAYCALRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILEIN.
           COPY PCALREC.

       FD  MNT-TXN-FILE.
       01  MNT-TXN-RECORD.
           05 MNT-ACTION               PIC X(01).
              88 MNT-ACTION-ADD        VALUE 'A'.
              88 MNT-ACTION-CHANGE     VALUE 'C'.
              88 MNT-ACTION-DELETE     VALUE 'D'.
              88 MNT-ACTION-GENERATE   VALUE 'G'.
           05 MNT-PAY-GROUP            PIC X(02).
           05 MNT-PERIOD               PIC 9(06).
           05 MNT-PERIOD-R REDEFINES MNT-PERIOD.
              10 MNT-PERIOD-YEAR       PIC 9(04).
              10 MNT-PERIOD-NBR        PIC 9(02).
           05 MNT-FREQUENCY            PIC X(01).
              88 MNT-FREQ-MONTHLY      VALUE 'M'.
              88 MNT-FREQ-BIWEEKLY     VALUE 'B'.
              88 MNT-FREQ-WEEKLY       VALUE 'W'.
              88 MNT-FREQ-IS-KNOWN     VALUES 'M' 'B' 'W'.
           05 MNT-START-DATE           PIC 9(08).
           05 MNT-END-DATE             PIC 9(08).
           05 MNT-CUTOFF-DATE          PIC 9(08).
           05 MNT-PAY-DATE             PIC 9(08).

       FD  MNT-RPT-FILE.
       01  MNT-RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILEIN-STATUS            PIC XX.
       01  WS-TXN-STATUS               PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.

           COPY RUNLOGW.

      * the operator who submitted this batch - taken from the
      * required 'O' record at the head of the transaction file; a
      * batch without one is refused outright.  the operator is
      * also stamped on each entry as the last to change it
       01  OPERATOR-ID-WORK            PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-OK-SW           PIC X(01) VALUE 'N'.
           88  OPERATOR-SUPPLIED               VALUE 'Y'.
       01  WS-REFUSED-SW               PIC X(01) VALUE 'N'.
           88  BATCH-WAS-REFUSED               VALUE 'Y'.

      * the transaction's period passes the edits
       01  WS-TERMS-SW                 PIC X(01) VALUE 'N'.
           88  TERMS-ARE-VALID                 VALUE 'Y'.
       01  WS-DATES-SW                 PIC X(01) VALUE 'Y'.
           88  DATES-ARE-VALID                 VALUE 'Y'.
       01  WS-MIXED-FREQ-SW            PIC X(01) VALUE 'N'.
           88  GROUP-HAS-OTHER-FREQUENCY       VALUE 'Y'.
       01  WS-SWEEP-SW                 PIC X(01) VALUE 'N'.
           88  SWEEP-IS-DONE                   VALUE 'Y'.
       01  WS-GENERATE-SW              PIC X(01) VALUE 'N'.
           88  GENERATION-IS-DONE              VALUE 'Y'.

      * periods a year and the highest period number each
      * frequency allows - a year can hold a 27th fortnight or a
      * 53rd week
       01  WS-PERIODS-PER-YEAR         PIC 9(02) VALUE ZEROS.
       01  WS-MAX-PERIOD-NBR           PIC 9(02) VALUE ZEROS.
       01  WS-STEP-DAYS                PIC S9(07) VALUE ZEROS.
       01  WS-ROLLED-PAY-DATE          PIC 9(08) VALUE ZEROS.
       01  WS-DATE-TO-VET              PIC 9(08) VALUE ZEROS.
       01  WS-GENERATED-COUNT          PIC 9(03) VALUE ZEROS.
       01  WS-GENERATED-DISP           PIC ZZ9.

           COPY MNTAUDW.

           COPY OPAUTHW.

           COPY PAGINW.

           COPY BUSDAYW.

           COPY DATESRVW.

       01  RPT-DETAIL-LINE.
           05 RPT-ACTION                PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-PAY-GROUP             PIC X(02).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-PERIOD                PIC 9(06).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-FREQUENCY             PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-PAY-DATE              PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-RESULT                PIC X(40).

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'PAYCAL-MAINT' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           IF BATCH-WAS-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PAGINATION.
           MOVE 1 TO PAG-HEADING-LINE-COUNT.
           OPEN INPUT MNT-TXN-FILE.
           IF WS-TXN-STATUS NOT = '00'
               DISPLAY 'PAYCAL-MAINT: NO PAYCALMNT TRANSACTIONS '
                   'SUPPLIED'
           ELSE
               OPEN I-O FILEIN
               IF WS-FILEIN-STATUS NOT = '00'
                   OPEN OUTPUT FILEIN
                   CLOSE FILEIN
                   OPEN I-O FILEIN
               END-IF
               OPEN OUTPUT MNT-RPT-FILE

               PERFORM READ-TXN-RECORD
               PERFORM TAKE-OPERATOR-RECORD
               IF OPERATOR-SUPPLIED
                   PERFORM UNTIL WS-TXN-STATUS NOT = '00'
                       PERFORM PROCESS-TXN-RECORD
                       PERFORM READ-TXN-RECORD
                   END-PERFORM
               END-IF

               CLOSE FILEIN
               CLOSE MNT-RPT-FILE
           END-IF.
           CLOSE MNT-TXN-FILE.

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
               DISPLAY 'PAYCAL-MAINT: NO OPERATOR-ID RECORD AT '
                   'HEAD OF PAYCALMNT - BATCH REFUSED'
               SET BATCH-WAS-REFUSED TO TRUE
           END-IF.

      * the operator must hold the action on the file under the
      * OPAUTH authorization file - a transaction the operator
      * may not make is refused, and the refusal is audited like
      * any other result
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'PAYCAL' TO OPA-FILE-ID.
           MOVE OPERATOR-ID-WORK TO OPA-OPERATOR.
           MOVE MNT-ACTION TO OPA-ACTION.
           CALL 'OPAUTH-SERVICE' USING OPAUTH-PARMS.

       PROCESS-TXN-RECORD.
           ADD 1 TO RUNLOG-READ-COUNT.
           MOVE ZEROS TO WS-ROLLED-PAY-DATE.

           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF OPA-IS-AUTHORIZED
               PERFORM APPLY-AUTHORIZED-TXN
           ELSE
               MOVE OPA-REFUSAL TO RPT-RESULT
               PERFORM WRITE-RPT-RECORD
           END-IF.

       APPLY-AUTHORIZED-TXN.
           IF MNT-PAY-GROUP = SPACES
               MOVE 'REFUSED - NO PAY GROUP' TO RPT-RESULT
               PERFORM WRITE-RPT-RECORD
           ELSE
               EVALUATE TRUE
                   WHEN MNT-ACTION-ADD
                       PERFORM ADD-RECORD
                   WHEN MNT-ACTION-CHANGE
                       PERFORM CHANGE-RECORD
                   WHEN MNT-ACTION-DELETE
                       PERFORM DELETE-RECORD
                   WHEN MNT-ACTION-GENERATE
                       PERFORM GENERATE-PERIODS
                   WHEN OTHER
                       MOVE 'INVALID ACTION CODE' TO RPT-RESULT
                       PERFORM WRITE-RPT-RECORD
               END-EVALUATE
           END-IF.

       ADD-RECORD.
           PERFORM EDIT-CALENDAR-PERIOD.
           IF TERMS-ARE-VALID
               PERFORM WRITE-CALENDAR-PERIOD
           END-IF.
           PERFORM WRITE-RPT-RECORD.

       CHANGE-RECORD.
           PERFORM EDIT-CALENDAR-PERIOD.
           IF TERMS-ARE-VALID
               MOVE MNT-PAY-GROUP TO PCL-PAY-GROUP
               MOVE MNT-PERIOD TO PCL-PERIOD
               READ FILEIN
                   INVALID KEY
                       MOVE 'CHANGE FAILED - KEY NOT FOUND' TO
                           RPT-RESULT
                   NOT INVALID KEY
                       PERFORM MOVE-TXN-TO-RECORD
                       REWRITE PCL-RECORD
                           INVALID KEY
                               MOVE 'CHANGE FAILED ON REWRITE' TO
                                   RPT-RESULT
                           NOT INVALID KEY
                               MOVE 'CHANGED' TO RPT-RESULT
                       END-REWRITE
               END-READ
           END-IF.
           PERFORM WRITE-RPT-RECORD.

       DELETE-RECORD.
           MOVE MNT-PAY-GROUP TO PCL-PAY-GROUP.
           MOVE MNT-PERIOD TO PCL-PERIOD.
           READ FILEIN
               INVALID KEY
                   MOVE 'DELETE FAILED - KEY NOT FOUND' TO
                       RPT-RESULT
               NOT INVALID KEY
                   DELETE FILEIN RECORD
                       INVALID KEY
                           MOVE 'DELETE FAILED' TO RPT-RESULT
                       NOT INVALID KEY
                           MOVE 'DELETED' TO RPT-RESULT
                   END-DELETE
           END-READ.
           PERFORM WRITE-RPT-RECORD.

      * the period keyed is the first of the run; each one after it
      * steps every date a week or a fortnight on, until the period
      * numbers or the year run out.  a period the calendar already
      * has is reported and kept as it stands
       GENERATE-PERIODS.
           MOVE ZEROS TO WS-GENERATED-COUNT.
           IF NOT MNT-FREQ-WEEKLY AND NOT MNT-FREQ-BIWEEKLY
               MOVE 'REFUSED - ONLY WEEKLY/BIWEEKLY GENERATE' TO
                   RPT-RESULT
               PERFORM WRITE-RPT-RECORD
           ELSE
               MOVE 'N' TO WS-GENERATE-SW
               PERFORM UNTIL GENERATION-IS-DONE
                   PERFORM GENERATE-ONE-PERIOD
               END-PERFORM
               MOVE WS-GENERATED-COUNT TO WS-GENERATED-DISP
               DISPLAY 'PAYCAL-MAINT: GROUP ' MNT-PAY-GROUP
                   ' PERIODS GENERATED ' WS-GENERATED-DISP
           END-IF.

       GENERATE-ONE-PERIOD.
           PERFORM EDIT-CALENDAR-PERIOD.
           IF TERMS-ARE-VALID
               PERFORM WRITE-CALENDAR-PERIOD
               IF RPT-RESULT = 'ADDED'
                   ADD 1 TO WS-GENERATED-COUNT
               END-IF
               PERFORM WRITE-RPT-RECORD
               PERFORM STEP-TO-NEXT-PERIOD
           ELSE
               PERFORM WRITE-RPT-RECORD
               SET GENERATION-IS-DONE TO TRUE
           END-IF.

       STEP-TO-NEXT-PERIOD.
           IF MNT-PERIOD-NBR NOT < WS-MAX-PERIOD-NBR
               SET GENERATION-IS-DONE TO TRUE
           ELSE
               ADD 1 TO MNT-PERIOD-NBR
               MOVE MNT-START-DATE TO DSV-DATE-1
               PERFORM STEP-ONE-DATE
               MOVE DSV-DATE-OUT TO MNT-START-DATE
               MOVE MNT-END-DATE TO DSV-DATE-1
               PERFORM STEP-ONE-DATE
               MOVE DSV-DATE-OUT TO MNT-END-DATE
               MOVE MNT-CUTOFF-DATE TO DSV-DATE-1
               PERFORM STEP-ONE-DATE
               MOVE DSV-DATE-OUT TO MNT-CUTOFF-DATE
               MOVE MNT-PAY-DATE TO DSV-DATE-1
               PERFORM STEP-ONE-DATE
               MOVE DSV-DATE-OUT TO MNT-PAY-DATE
               IF MNT-START-DATE(1:4) NOT = MNT-PERIOD-YEAR
                   SET GENERATION-IS-DONE TO TRUE
               END-IF
           END-IF.

       STEP-ONE-DATE.
           SET DSV-FUNC-ADD-DAYS TO TRUE.
           MOVE WS-STEP-DAYS TO DSV-DAYS.
           CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS.
           IF NOT DSV-STAT-OK
               MOVE ZEROS TO DSV-DATE-OUT
               SET GENERATION-IS-DONE TO TRUE
           END-IF.

       WRITE-CALENDAR-PERIOD.
           MOVE SPACES TO PCL-RECORD.
           MOVE MNT-PAY-GROUP TO PCL-PAY-GROUP.
           MOVE MNT-PERIOD TO PCL-PERIOD.
           PERFORM MOVE-TXN-TO-RECORD.
           WRITE PCL-RECORD
               INVALID KEY
                   MOVE 'ADD FAILED - KEY ALREADY EXISTS' TO
                       RPT-RESULT
               NOT INVALID KEY
                   MOVE 'ADDED' TO RPT-RESULT
           END-WRITE.

      * the frequency and its period number, four real dates in
      * order, one frequency to a group, and a pay date that is
      * still on or after the cutoff once it is rolled back to a
      * business day
       EDIT-CALENDAR-PERIOD.
           MOVE 'N' TO WS-TERMS-SW.
           EVALUATE TRUE
               WHEN MNT-FREQ-MONTHLY
                   MOVE 12 TO WS-PERIODS-PER-YEAR
                   MOVE 12 TO WS-MAX-PERIOD-NBR
                   MOVE ZEROS TO WS-STEP-DAYS
               WHEN MNT-FREQ-BIWEEKLY
                   MOVE 26 TO WS-PERIODS-PER-YEAR
                   MOVE 27 TO WS-MAX-PERIOD-NBR
                   MOVE 14 TO WS-STEP-DAYS
               WHEN MNT-FREQ-WEEKLY
                   MOVE 52 TO WS-PERIODS-PER-YEAR
                   MOVE 53 TO WS-MAX-PERIOD-NBR
                   MOVE 7 TO WS-STEP-DAYS
               WHEN OTHER
                   MOVE ZEROS TO WS-PERIODS-PER-YEAR
                   MOVE ZEROS TO WS-MAX-PERIOD-NBR
           END-EVALUATE.
           PERFORM VET-PERIOD-DATES.
           IF DATES-ARE-VALID
               PERFORM ROLL-PAY-DATE
               PERFORM CHECK-GROUP-FREQUENCY
           END-IF.
           EVALUATE TRUE
               WHEN NOT MNT-FREQ-IS-KNOWN
                   MOVE 'REFUSED - FREQUENCY NOT M, B OR W' TO
                       RPT-RESULT
               WHEN MNT-PAY-GROUP = 'MO' AND NOT MNT-FREQ-MONTHLY
                   MOVE 'REFUSED - GROUP MO IS MONTHLY' TO
                       RPT-RESULT
               WHEN MNT-PERIOD IS NOT NUMERIC
                   MOVE 'REFUSED - PERIOD NOT NUMERIC' TO RPT-RESULT
               WHEN MNT-PERIOD-NBR = ZEROS
                       OR MNT-PERIOD-NBR > WS-MAX-PERIOD-NBR
                   MOVE 'REFUSED - PERIOD NUMBER OUT OF RANGE' TO
                       RPT-RESULT
               WHEN NOT DATES-ARE-VALID
                   MOVE 'REFUSED - PERIOD DATE NOT VALID' TO
                       RPT-RESULT
               WHEN MNT-START-DATE > MNT-END-DATE
                   MOVE 'REFUSED - PERIOD ENDS BEFORE IT STARTS' TO
                       RPT-RESULT
               WHEN MNT-CUTOFF-DATE > MNT-PAY-DATE
                   MOVE 'REFUSED - PAY DATE BEFORE CUTOFF' TO
                       RPT-RESULT
               WHEN WS-ROLLED-PAY-DATE < MNT-CUTOFF-DATE
                   MOVE 'REFUSED - PAY DATE ROLLS BEFORE CUTOFF' TO
                       RPT-RESULT
               WHEN GROUP-HAS-OTHER-FREQUENCY
                   MOVE 'REFUSED - GROUP PAID AT OTHER FREQUENCY' TO
                       RPT-RESULT
               WHEN OTHER
                   SET TERMS-ARE-VALID TO TRUE
           END-EVALUATE.

       VET-PERIOD-DATES.
           MOVE 'Y' TO WS-DATES-SW.
           MOVE MNT-START-DATE TO WS-DATE-TO-VET.
           PERFORM VET-ONE-DATE.
           MOVE MNT-END-DATE TO WS-DATE-TO-VET.
           PERFORM VET-ONE-DATE.
           MOVE MNT-CUTOFF-DATE TO WS-DATE-TO-VET.
           PERFORM VET-ONE-DATE.
           MOVE MNT-PAY-DATE TO WS-DATE-TO-VET.
           PERFORM VET-ONE-DATE.

       VET-ONE-DATE.
           IF WS-DATE-TO-VET IS NOT NUMERIC
               MOVE 'N' TO WS-DATES-SW
           ELSE
               SET DSV-FUNC-DAY-OF-WEEK TO TRUE
               MOVE WS-DATE-TO-VET TO DSV-DATE-1
               CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS
               IF NOT DSV-STAT-OK
                   MOVE 'N' TO WS-DATES-SW
               END-IF
           END-IF.

      * a pay date on a weekend or holiday moves back to the
      * business day before it
       ROLL-PAY-DATE.
           MOVE MNT-PAY-DATE TO WS-ROLLED-PAY-DATE.
           SET BDY-FUNC-IS-BUSDAY TO TRUE.
           MOVE MNT-PAY-DATE TO BDY-DATE-IN.
           CALL 'BUSDAY-SERVICE' USING BUSDAY-PARMS.
           IF BDY-STAT-OK AND NOT BDY-IS-BUSINESS-DAY
               SET BDY-FUNC-PREV-BUSDAY TO TRUE
               MOVE MNT-PAY-DATE TO BDY-DATE-IN
               CALL 'BUSDAY-SERVICE' USING BUSDAY-PARMS
               IF BDY-STAT-OK
                   MOVE BDY-DATE-OUT TO WS-ROLLED-PAY-DATE
               END-IF
           END-IF.

      * walk the group's periods for one paid at another frequency
       CHECK-GROUP-FREQUENCY.
           MOVE 'N' TO WS-MIXED-FREQ-SW.
           MOVE 'N' TO WS-SWEEP-SW.
           MOVE MNT-PAY-GROUP TO PCL-PAY-GROUP.
           MOVE ZEROS TO PCL-PERIOD.
           START FILEIN KEY IS NOT < PCL-KEY
               INVALID KEY
                   SET SWEEP-IS-DONE TO TRUE
           END-START.
           PERFORM UNTIL SWEEP-IS-DONE OR GROUP-HAS-OTHER-FREQUENCY
               READ FILEIN NEXT RECORD
                   AT END
                       SET SWEEP-IS-DONE TO TRUE
                   NOT AT END
                       IF PCL-PAY-GROUP NOT = MNT-PAY-GROUP
                           SET SWEEP-IS-DONE TO TRUE
                       ELSE
                           IF PCL-FREQUENCY NOT = MNT-FREQUENCY
                                   AND PCL-PERIOD NOT = MNT-PERIOD
                               SET GROUP-HAS-OTHER-FREQUENCY TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MOVE-TXN-TO-RECORD.
           MOVE MNT-FREQUENCY TO PCL-FREQUENCY.
           MOVE WS-PERIODS-PER-YEAR TO PCL-PERIODS-PER-YEAR.
           MOVE MNT-START-DATE TO PCL-START-DATE.
           MOVE MNT-END-DATE TO PCL-END-DATE.
           MOVE MNT-CUTOFF-DATE TO PCL-CUTOFF-DATE.
           MOVE WS-ROLLED-PAY-DATE TO PCL-PAY-DATE.
           MOVE MNT-PAY-DATE TO PCL-PAY-DATE-KEYED.
           MOVE OPERATOR-ID-WORK TO PCL-CHANGED-BY.
           MOVE BDT-BUS-DATE TO PCL-CHANGED-DATE.

       WRITE-RPT-RECORD.
           MOVE MNT-ACTION TO RPT-ACTION.
           MOVE MNT-PAY-GROUP TO RPT-PAY-GROUP.
           IF MNT-PERIOD IS NUMERIC
               MOVE MNT-PERIOD TO RPT-PERIOD
           ELSE
               MOVE ZEROS TO RPT-PERIOD
           END-IF.
           MOVE MNT-FREQUENCY TO RPT-FREQUENCY.
           MOVE WS-ROLLED-PAY-DATE TO RPT-PAY-DATE.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE MNT-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * stamp the action, operator, and outcome into the shared
      * maintenance audit file for the quarterly access review
           MOVE 'PAYCAL' TO MAUD-FILE-ID.
           MOVE OPERATOR-ID-WORK TO MAUD-OPERATOR.
           MOVE MNT-ACTION TO MAUD-ACTION.
           MOVE SPACES TO MAUD-KEY.
           MOVE MNT-PAY-GROUP TO MAUD-KEY(1:2).
           MOVE RPT-PERIOD TO MAUD-KEY(3:6).
           MOVE RPT-RESULT TO MAUD-RESULT.
           CALL 'MNTAUDLOG' USING MNTAUDIT-PARMS.

       WRITE-RUNLOG-START.
           MOVE 'PAYCAL-MAINT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'PAYCAL-MAINT' TO RLOG-PROGRAM-ID.
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
