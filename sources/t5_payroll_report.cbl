      * deductions must equal net.  an employee whose lines don't
      * reconcile is flagged for review instead of silently
      * explaining nothing
      *
      * a month a leave of absence took out of the vacation or
      * 13th-salary accrual - LEAVE-PAY marks it on the LEAVEMTH
      * effects file - accrues no vacation, and is counted on the
      * employee's YTD-LEAVE-MONTHS so the 13th-salary run leaves
      * it out
      *
      * a group paid weekly or biweekly runs several periods in a
      * month, so the month paid is counted by calendar month, not
      * by run: the period PAYPERIOD names is resolved against the
      * payroll calendar through PAYCAL-SERVICE, the month its last
      * day falls in is the month paid, and the YTD and vacation
      * month counts move only when that month is new for the
      * employee.  the gross and net fold in every period, and the
      * vacation accrual, a share of the gross, comes out the same
      * over the year at any frequency
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T5-PAYROLL-REPORT.

               RECORD KEY   IS VAC-EMP-ID
               FILE STATUS IS WS-VAC-STATUS.

           SELECT LEAVE-MONTH-FILE ASSIGN TO 'LEAVEMTH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-IN.
       FD  VAC-FILE.
           COPY VACREC.

       FD  LEAVE-MONTH-FILE.
           COPY LOAMREC.

       WORKING-STORAGE SECTION.
       01  WS-IN-STATUS                PIC XX.
       01  WS-OK-STATUS                PIC XX.
           88  VAC-FILE-IS-OPEN                VALUE 'Y'.
       01  WS-VAC-MONTH-ACCRUAL        PIC 9(07)V99.

      * the calendar month this run's period is paid for, and
      * whether it is a month the employee has not been paid for
      * yet; with no YTDFILE every run counts as a month
       01  WS-RUN-MONTH                PIC 9(06) VALUE ZEROS.
       01  WS-YTD-LAST-MONTH           PIC 9(06).
       01  WS-NEW-MONTH-SW             PIC X(01) VALUE 'Y'.
           88  MONTH-IS-NEW                    VALUE 'Y'.

           COPY PCALW.

      * the employees whose month a leave of absence took out of
      * an accrual, from LEAVE-PAY's LEAVEMTH effects file
       01  WS-LAM-STATUS               PIC XX.
       01  WS-LVE-COUNT                PIC 9(03) VALUE ZEROS.
       01  WS-LVE-IDX                  PIC 9(03).
       01  LEAVE-EFFECT-TABLE.
           05  LEAVE-EFFECT-ENTRY OCCURS 300 TIMES.
               10  LVE-EMP-ID          PIC 9(06).
               10  LVE-VAC-LOST        PIC X(01).
               10  LVE-13TH-LOST       PIC X(01).
       01  WS-VAC-LOST-SW              PIC X(01).
           88  VAC-MONTH-IS-LOST               VALUE 'Y'.
       01  WS-13TH-LOST-SW             PIC X(01).
           88  13TH-MONTH-IS-LOST              VALUE 'Y'.

      * every payslip produced is registered on the CONTHIST
      * contact-history ledger under the employee's id
           COPY CONTLGW.
           05  FILLER                  PIC X(11) VALUE 'NET TOTAL:'.
           05  RPT-NET-TOTAL           PIC ZZZ.ZZZ.ZZ9,99.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'T5-PAYROLL-REPORT' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM RESOLVE-RUN-MONTH.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.
           ELSE
               PERFORM OPEN-YTD-FILE
               PERFORM OPEN-VAC-FILE
               PERFORM LOAD-LEAVE-EFFECTS
               IF PAYSLIP-MODE
                   OPEN OUTPUT PAYSLIP-FILE
               END-IF
               CLOSE PAYROLL-IN
           END-IF.

      * the month the period's last day falls in; a monthly period
      * the calendar does not carry is its own year-month
       RESOLVE-RUN-MONTH.
           SET PCS-FUNC-RUN TO TRUE.
           MOVE BDT-BUS-DATE TO PCS-BUS-DATE.
           CALL 'PAYCAL-SERVICE' USING PAYCAL-PARMS.
           IF PCS-STAT-FOUND
               MOVE PCS-END-DATE(1:6) TO WS-RUN-MONTH
           ELSE
               MOVE PCS-PERIOD TO WS-RUN-MONTH
           END-IF.

       OPEN-YTD-FILE.
           OPEN I-O YTD-FILE.
           IF WS-YTD-STATUS NOT = '00'
                   'VACATION NOT ACCRUED'
           END-IF.

      * no LEAVEMTH means LEAVE-PAY has not run and every month
      * paid accrues in full
       LOAD-LEAVE-EFFECTS.
           OPEN INPUT LEAVE-MONTH-FILE.
           IF WS-LAM-STATUS = '00'
               PERFORM READ-LEAVE-MONTH-RECORD
               PERFORM UNTIL WS-LAM-STATUS NOT = '00'
                       OR WS-LVE-COUNT = 300
                   IF LAM-VAC-MONTH-LOST OR LAM-13TH-MONTH-LOST
                       ADD 1 TO WS-LVE-COUNT
                       MOVE LAM-EMP-ID TO LVE-EMP-ID(WS-LVE-COUNT)
                       MOVE LAM-VAC-LOST TO
                           LVE-VAC-LOST(WS-LVE-COUNT)
                       MOVE LAM-13TH-LOST TO
                           LVE-13TH-LOST(WS-LVE-COUNT)
                   END-IF
                   PERFORM READ-LEAVE-MONTH-RECORD
               END-PERFORM
               CLOSE LEAVE-MONTH-FILE
           END-IF.

       READ-LEAVE-MONTH-RECORD.
           READ LEAVE-MONTH-FILE
               AT END
                   MOVE '10' TO WS-LAM-STATUS
           END-READ.

       FIND-LEAVE-EFFECTS.
           MOVE 'N' TO WS-VAC-LOST-SW.
           MOVE 'N' TO WS-13TH-LOST-SW.
           PERFORM VARYING WS-LVE-IDX FROM 1 BY 1
                   UNTIL WS-LVE-IDX > WS-LVE-COUNT
               IF LVE-EMP-ID(WS-LVE-IDX) = PI-EMP-ID
                   MOVE LVE-VAC-LOST(WS-LVE-IDX) TO WS-VAC-LOST-SW
                   MOVE LVE-13TH-LOST(WS-LVE-IDX) TO WS-13TH-LOST-SW
               END-IF
           END-PERFORM.

      * the month's vacation entitlement - one twelfth of the
      * remuneration plus the constitutional third - folds into
      * the employee's accrual balance; first sight starts one.
      * the months accrued move once a calendar month
       UPDATE-VAC-RECORD.
           COMPUTE WS-VAC-MONTH-ACCRUAL ROUNDED =
               (PI-GROSS-SALARY + PI-GROSS-SALARY / 3) / 12.
               NOT INVALID KEY
                   MOVE PI-EMP-NAME TO VAC-EMP-NAME
                   ADD WS-VAC-MONTH-ACCRUAL TO VAC-ACCRUED
                   IF MONTH-IS-NEW
                       ADD 1 TO VAC-MONTHS-ACCRUED
                   END-IF
                   REWRITE VAC-RECORD
                   END-REWRITE
           END-READ.

      * fold this run's figures into the employee's year-to-date
      * record - first sight of an employee this year starts one.
      * a month lost to the 13th salary on leave is counted too; a
      * record from before the count was kept starts it at zero.
      * the months move only for a calendar month not yet counted
       UPDATE-YTD-RECORD.
           MOVE PI-EMP-ID TO YTD-EMP-ID.
           READ YTD-FILE
               INVALID KEY
                   MOVE SPACES TO YTD-RECORD
                   MOVE PI-EMP-ID TO YTD-EMP-ID
                   MOVE PI-EMP-NAME TO YTD-EMP-NAME
                   MOVE PI-GROSS-SALARY TO YTD-GROSS
                   MOVE PI-NET-SALARY TO YTD-NET
                   MOVE 1 TO YTD-MONTHS-PAID
                   MOVE ZEROS TO YTD-LEAVE-MONTHS
                   IF 13TH-MONTH-IS-LOST
                       MOVE 1 TO YTD-LEAVE-MONTHS
                   END-IF
                   MOVE WS-RUN-MONTH TO YTD-LAST-MONTH
                   WRITE YTD-RECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE PI-EMP-NAME TO YTD-EMP-NAME
                   ADD PI-GROSS-SALARY TO YTD-GROSS
                   ADD PI-NET-SALARY TO YTD-NET
                   IF YTD-LAST-MONTH IS NUMERIC
                       MOVE YTD-LAST-MONTH TO WS-YTD-LAST-MONTH
                   ELSE
                       MOVE ZEROS TO WS-YTD-LAST-MONTH
                   END-IF
                   IF WS-YTD-LAST-MONTH = WS-RUN-MONTH
                       MOVE 'N' TO WS-NEW-MONTH-SW
                   END-IF
                   IF YTD-LEAVE-MONTHS NOT NUMERIC
                       MOVE ZEROS TO YTD-LEAVE-MONTHS
                   END-IF
                   IF MONTH-IS-NEW
                       ADD 1 TO YTD-MONTHS-PAID
                       IF 13TH-MONTH-IS-LOST
                           ADD 1 TO YTD-LEAVE-MONTHS
                       END-IF
                   END-IF
                   MOVE WS-RUN-MONTH TO YTD-LAST-MONTH
                   REWRITE YTD-RECORD
                   END-REWRITE
           END-READ.
           ADD 1 TO WS-EMP-COUNT.
           ADD PI-GROSS-SALARY TO WS-GROSS-TOTAL.
           ADD PI-NET-SALARY TO WS-NET-TOTAL.
           PERFORM FIND-LEAVE-EFFECTS.
           MOVE 'Y' TO WS-NEW-MONTH-SW.
           IF YTD-FILE-IS-OPEN
               PERFORM UPDATE-YTD-RECORD
           END-IF.
           IF VAC-FILE-IS-OPEN AND NOT VAC-MONTH-IS-LOST
               PERFORM UPDATE-VAC-RECORD
           END-IF.

           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY PAGINP.

           COPY BUSDTP.
