      * CALLable payroll calendar service - the payroll steps that
      * run one pay group and period at a time all need the same
      * answers: which group and period this run is for, what that
      * period's dates and length are on PAYCAL, and which group a
      * given employee is paid in.  this packages the PAYPERIOD
      * read, the PAYCAL lookup and the EMPMAST read behind one
      * parameter area, the way ESTAB-LOOKUP packages ESTFILE, so
      * no payroll step grows its own reading of the calendar.
      *
      * callers use the PCALW parameter area.  PAYCAL and EMPMAST
      * are opened the first time they are needed and held across
      * calls.  the monthly group ('MO') needs no calendar: a
      * monthly period PAYCAL does not carry is the old monthly
      * payroll, twelve periods a year, so a shop that has not
      * keyed a calendar yet runs exactly as before
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCAL-SERVICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-CAL-FILE ASSIGN TO 'PAYCAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS PCL-KEY
               FILE STATUS IS WS-PCL-STATUS.

           SELECT EMP-MAST-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS EM-EMP-ID
               FILE STATUS IS WS-EMPM-STATUS.

           SELECT PAY-PERIOD-FILE ASSIGN TO 'PAYPERIOD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-CAL-FILE.
           COPY PCALREC.

       FD  EMP-MAST-FILE.
           COPY EMPMREC.

      * the run's period, then its pay group; a record cut before
      * the group was added carries the period alone
       FD  PAY-PERIOD-FILE.
       01  PAY-PERIOD-RECORD.
           05  PPR-PERIOD              PIC 9(06).
           05  PPR-PAY-GROUP           PIC X(02).

       WORKING-STORAGE SECTION.
       01  WS-PCL-STATUS           PIC XX.
       01  WS-EMPM-STATUS          PIC XX.
       01  WS-PERIOD-STATUS        PIC XX.
       01  WS-PCL-STATE            PIC X(01) VALUE 'N'.
           88  PAYCAL-NOT-TRIED            VALUE 'N'.
           88  PAYCAL-IS-OPEN              VALUE 'Y'.
           88  PAYCAL-UNAVAILABLE          VALUE 'F'.
       01  WS-EMPM-STATE           PIC X(01) VALUE 'N'.
           88  EMPMAST-NOT-TRIED           VALUE 'N'.
           88  EMPMAST-IS-OPEN             VALUE 'Y'.
           88  EMPMAST-UNAVAILABLE         VALUE 'F'.
       01  WS-WANTED-GROUP         PIC X(02).

       LINKAGE SECTION.
           COPY PCALW.

       PROCEDURE DIVISION USING PAYCAL-PARMS.

           EVALUATE TRUE
               WHEN PCS-FUNC-RUN
                   PERFORM TAKE-RUN-PERIOD
                   PERFORM FIND-CALENDAR-PERIOD
               WHEN PCS-FUNC-PERIOD
                   PERFORM FIND-CALENDAR-PERIOD
               WHEN PCS-FUNC-GROUP-KNOWN
                   PERFORM FIND-CALENDAR-GROUP
               WHEN PCS-FUNC-EMPLOYEE
                   PERFORM FIND-EMPLOYEE-GROUP
               WHEN OTHER
                   SET PCS-STAT-BAD-FUNC TO TRUE
           END-EVALUATE.

           GOBACK.

      * the period defaults to the month of the business date the
      * caller passes, the group to the monthly payroll
       TAKE-RUN-PERIOD.
           MOVE PCS-BUS-DATE(1:6) TO PCS-PERIOD.
           MOVE 'MO' TO PCS-PAY-GROUP.
           OPEN INPUT PAY-PERIOD-FILE.
           IF WS-PERIOD-STATUS = '00'
               MOVE SPACES TO PAY-PERIOD-RECORD
               READ PAY-PERIOD-FILE
                   NOT AT END
                       IF PPR-PERIOD IS NUMERIC
                               AND PPR-PERIOD > ZEROS
                           MOVE PPR-PERIOD TO PCS-PERIOD
                       END-IF
                       IF PPR-PAY-GROUP NOT = SPACES
                           MOVE PPR-PAY-GROUP TO PCS-PAY-GROUP
                       END-IF
               END-READ
               CLOSE PAY-PERIOD-FILE
           END-IF.

       OPEN-PAYCAL.
           IF PAYCAL-NOT-TRIED
               OPEN INPUT PAY-CAL-FILE
               IF WS-PCL-STATUS = '00'
                   SET PAYCAL-IS-OPEN TO TRUE
               ELSE
                   SET PAYCAL-UNAVAILABLE TO TRUE
               END-IF
           END-IF.

      * a monthly period the calendar does not carry runs as the
      * old monthly payroll; any other group must be on PAYCAL
       FIND-CALENDAR-PERIOD.
           PERFORM CLEAR-CALENDAR-ENTRY.
           IF PCS-PAY-GROUP = SPACES
               MOVE 'MO' TO PCS-PAY-GROUP
           END-IF.
           PERFORM OPEN-PAYCAL.
           SET PCS-STAT-NOT-FOUND TO TRUE.
           IF PAYCAL-IS-OPEN
               MOVE PCS-PAY-GROUP TO PCL-PAY-GROUP
               MOVE PCS-PERIOD TO PCL-PERIOD
               READ PAY-CAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM RETURN-CALENDAR-ENTRY
               END-READ
           END-IF.
           IF PCS-STAT-NOT-FOUND AND PCS-GROUP-MONTHLY
               SET PCS-STAT-LEGACY-MONTHLY TO TRUE
               SET PCS-FREQ-MONTHLY TO TRUE
               MOVE 12 TO PCS-PERIODS-PER-YEAR
           END-IF.

       RETURN-CALENDAR-ENTRY.
           SET PCS-STAT-FOUND TO TRUE.
           MOVE PCL-FREQUENCY TO PCS-FREQUENCY.
           MOVE PCL-PERIODS-PER-YEAR TO PCS-PERIODS-PER-YEAR.
           MOVE PCL-START-DATE TO PCS-START-DATE.
           MOVE PCL-END-DATE TO PCS-END-DATE.
           MOVE PCL-CUTOFF-DATE TO PCS-CUTOFF-DATE.
           MOVE PCL-PAY-DATE TO PCS-PAY-DATE.

       CLEAR-CALENDAR-ENTRY.
           MOVE SPACE TO PCS-FREQUENCY.
           MOVE ZEROS TO PCS-PERIODS-PER-YEAR.
           MOVE ZEROS TO PCS-START-DATE.
           MOVE ZEROS TO PCS-END-DATE.
           MOVE ZEROS TO PCS-CUTOFF-DATE.
           MOVE ZEROS TO PCS-PAY-DATE.

      * the monthly group is always known; any other needs at
      * least one period on the calendar
       FIND-CALENDAR-GROUP.
           SET PCS-STAT-NOT-FOUND TO TRUE.
           IF PCS-PAY-GROUP = SPACES OR PCS-GROUP-MONTHLY
               SET PCS-STAT-FOUND TO TRUE
           ELSE
               PERFORM OPEN-PAYCAL
               IF PAYCAL-IS-OPEN
                   MOVE PCS-PAY-GROUP TO WS-WANTED-GROUP
                   MOVE PCS-PAY-GROUP TO PCL-PAY-GROUP
                   MOVE ZEROS TO PCL-PERIOD
                   START PAY-CAL-FILE KEY IS NOT < PCL-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ PAY-CAL-FILE NEXT RECORD
                               AT END
                                   CONTINUE
                               NOT AT END
                                   IF PCL-PAY-GROUP = WS-WANTED-GROUP
                                       SET PCS-STAT-FOUND TO TRUE
                                       MOVE PCL-FREQUENCY TO
                                           PCS-FREQUENCY
                                   END-IF
                           END-READ
                   END-START
               END-IF
           END-IF.

      * the employee's group from the master; anything the master
      * cannot answer is the monthly payroll
       FIND-EMPLOYEE-GROUP.
           IF EMPMAST-NOT-TRIED
               OPEN INPUT EMP-MAST-FILE
               IF WS-EMPM-STATUS = '00'
                   SET EMPMAST-IS-OPEN TO TRUE
               ELSE
                   SET EMPMAST-UNAVAILABLE TO TRUE
               END-IF
           END-IF.
           MOVE 'MO' TO PCS-PAY-GROUP.
           IF EMPMAST-IS-OPEN
               MOVE PCS-EMP-ID TO EM-EMP-ID
               READ EMP-MAST-FILE
                   INVALID KEY
                       SET PCS-STAT-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET PCS-STAT-FOUND TO TRUE
                       IF EM-PAY-GROUP NOT = SPACES
                           MOVE EM-PAY-GROUP TO PCS-PAY-GROUP
                       END-IF
               END-READ
           ELSE
               SET PCS-STAT-NO-MASTER TO TRUE
           END-IF.
