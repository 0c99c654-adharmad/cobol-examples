      * that predates the CPF field (spaces there) passes through
      * unchecked.
      *
      * an employee whose whole month LEAVE-PAY found unpaid on
      * leave of absence - the LEAVEMTH effects file marks the pay
      * suspended - is held back here with every detail line
      * carried for the employee, so no pay goes out for a month
      * not worked and not owed.
      *
      * the edit runs one pay group and period at a time - the
      * group and period PAYPERIOD names, resolved against the
      * payroll calendar through PAYCAL-SERVICE.  a weekly or
      * biweekly period missing from PAYCAL is refused outright, as
      * is a run made before the period's cutoff date while its
      * input is still open.  employees the master pays in another
      * group are passed over with their detail lines, left for
      * that group's own run.
      *
      * clean records go to PAYROLLOK, the validated file the
      * report reads; failures go to PAYROLLREJ carrying the full
      * record and the first failing field
               RECORD KEY   IS EM-EMP-ID
               FILE STATUS IS WS-EMPM-STATUS.

           SELECT LEAVE-MONTH-FILE ASSIGN TO 'LEAVEMTH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-IN.
       FD  EMP-MAST-FILE.
           COPY EMPMREC.

       FD  LEAVE-MONTH-FILE.
           COPY LOAMREC.

       WORKING-STORAGE SECTION.
       01  WS-IN-STATUS                PIC XX.
       01  WS-CLEAN-COUNT              PIC 9(07) VALUE ZEROS.
       01  WS-EMPM-OPEN-SW             PIC X(01) VALUE 'N'.
           88  EMPMAST-IS-OPEN                 VALUE 'Y'.

      * employees whose pay is suspended this month on leave of
      * absence, from LEAVE-PAY's LEAVEMTH effects file
       01  WS-LAM-STATUS               PIC XX.
       01  WS-SUSP-COUNT               PIC 9(03) VALUE ZEROS.
       01  WS-SUSP-IDX                 PIC 9(03).
       01  WS-SUSP-EMP-ID              PIC 9(06).
       01  WS-SUSP-SW                  PIC X(01).
           88  PAY-IS-SUSPENDED                VALUE 'Y'.
       01  SUSPENDED-EMP-TABLE.
           05  SUSP-EMP-ID OCCURS 300 TIMES PIC 9(06).

           COPY NUMCHKW.

           COPY LVCHKW.

           COPY CPFCHKW.

      * the run's pay group and period; an employee the master pays
      * in another group is passed over with the detail lines that
      * follow the employee record
       01  WS-PAY-RUN-SW               PIC X(01) VALUE 'Y'.
           88  PAY-RUN-IS-REFUSED              VALUE 'N'.
       01  WS-OTHER-GROUP-SW           PIC X(01) VALUE 'N'.
           88  EMPLOYEE-IN-OTHER-GROUP         VALUE 'Y'.
       01  WS-OTHER-GROUP-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-RUN-PAY-GROUP            PIC X(02) VALUE 'MO'.
       01  WS-EMP-PAY-GROUP            PIC X(02) VALUE 'MO'.

           COPY PCALW.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'PAYROLL-EDIT' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM RESOLVE-PAY-RUN.
           IF PAY-RUN-IS-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM MAIN-PROCEDURE
           END-IF.
           STOP RUN.

      * the group and period this run edits.  a monthly period the
      * calendar does not carry is the old monthly payroll and has
      * no cutoff to wait for
       RESOLVE-PAY-RUN.
           SET PCS-FUNC-RUN TO TRUE.
           MOVE BDT-BUS-DATE TO PCS-BUS-DATE.
           CALL 'PAYCAL-SERVICE' USING PAYCAL-PARMS.
           MOVE PCS-PAY-GROUP TO WS-RUN-PAY-GROUP.
           EVALUATE TRUE
               WHEN NOT PCS-RUN-IS-USABLE
                   DISPLAY 'PAYROLL-EDIT: GROUP ' PCS-PAY-GROUP
                       ' PERIOD ' PCS-PERIOD
                       ' NOT ON PAYROLL CALENDAR - RUN REFUSED'
                   MOVE 'N' TO WS-PAY-RUN-SW
               WHEN PCS-STAT-FOUND
                       AND BDT-BUS-DATE < PCS-CUTOFF-DATE
                   DISPLAY 'PAYROLL-EDIT: GROUP ' PCS-PAY-GROUP
                       ' PERIOD ' PCS-PERIOD
                       ' INPUT OPEN UNTIL CUTOFF ' PCS-CUTOFF-DATE
                       ' - RUN REFUSED'
                   MOVE 'N' TO WS-PAY-RUN-SW
               WHEN OTHER
                   DISPLAY 'PAYROLL-EDIT: EDITING GROUP '
                       PCS-PAY-GROUP ' PERIOD ' PCS-PERIOD
           END-EVALUATE.

       MAIN-PROCEDURE.
           OPEN INPUT PAYROLL-IN.
           IF WS-IN-STATUS NOT = '00'
                   DISPLAY 'PAYROLL-EDIT: EMPMAST UNAVAILABLE - '
                       'EMPLOYEE IDENTITY NOT VALIDATED'
               END-IF
               PERFORM LOAD-SUSPENDED-EMPLOYEES
               OPEN OUTPUT PAYROLL-OK
               OPEN OUTPUT PAYROLL-REJ

               PERFORM READ-PAYROLL-RECORD
               PERFORM UNTIL WS-IN-STATUS NOT = '00'
                   PERFORM CHECK-RECORD-PAY-GROUP
                   IF NOT EMPLOYEE-IN-OTHER-GROUP
                       PERFORM EDIT-ONE-RECORD
                   END-IF
                   PERFORM READ-PAYROLL-RECORD
               END-PERFORM

               END-IF
               DISPLAY 'PAYROLL-EDIT: ' WS-CLEAN-COUNT ' CLEAN, '
                   WS-REJECT-COUNT ' REJECTED'
               DISPLAY 'PAYROLL-EDIT: ' WS-OTHER-GROUP-COUNT
                   ' EMPLOYEES PAID IN OTHER GROUPS PASSED OVER'
           END-IF.
           CLOSE PAYROLL-IN.

                   MOVE '10' TO WS-IN-STATUS
           END-READ.

      * no LEAVEMTH means LEAVE-PAY has not run and nobody's pay is
      * held back for leave
       LOAD-SUSPENDED-EMPLOYEES.
           OPEN INPUT LEAVE-MONTH-FILE.
           IF WS-LAM-STATUS = '00'
               PERFORM READ-LEAVE-MONTH-RECORD
               PERFORM UNTIL WS-LAM-STATUS NOT = '00'
                       OR WS-SUSP-COUNT = 300
                   IF LAM-PAY-SUSPENDED
                       ADD 1 TO WS-SUSP-COUNT
                       MOVE LAM-EMP-ID TO SUSP-EMP-ID(WS-SUSP-COUNT)
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

      * an employee record settles the group for itself and the
      * detail lines behind it.  an employee the master does not
      * hold is left to the master check to reject
       CHECK-RECORD-PAY-GROUP.
           IF NOT PD-TYPE-DETAIL
               MOVE 'N' TO WS-OTHER-GROUP-SW
               MOVE WS-RUN-PAY-GROUP TO WS-EMP-PAY-GROUP
               IF EMPMAST-IS-OPEN
                       AND PAYROLL-IN-RECORD(1:6) IS NUMERIC
                   MOVE PI-EMP-ID TO EM-EMP-ID
                   READ EMP-MAST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'MO' TO WS-EMP-PAY-GROUP
                           IF EM-PAY-GROUP NOT = SPACES
                               MOVE EM-PAY-GROUP TO WS-EMP-PAY-GROUP
                           END-IF
                   END-READ
               END-IF
               IF WS-EMP-PAY-GROUP NOT = WS-RUN-PAY-GROUP
                   SET EMPLOYEE-IN-OTHER-GROUP TO TRUE
                   ADD 1 TO WS-OTHER-GROUP-COUNT
               END-IF
           END-IF.

       EDIT-ONE-RECORD.
           MOVE 'Y' TO WS-RECORD-OK-SW.
           MOVE SPACES TO WS-REJECT-REASON.
               PERFORM VALIDATE-AGAINST-MASTER
           END-IF.

           IF RECORD-IS-CLEAN
               MOVE PI-EMP-ID TO WS-SUSP-EMP-ID
               PERFORM CHECK-LEAVE-SUSPENSION
           END-IF.

      * the record must agree with the employee master on who this
      * is - unknown employees, terminated employees, and name or
      * CPF mismatches are rejected before a payment can be
               PERFORM VALIDATE-DETAIL-CODE
           END-IF.

           IF RECORD-IS-CLEAN
               MOVE PD-EMP-ID TO WS-SUSP-EMP-ID
               PERFORM CHECK-LEAVE-SUSPENSION
           END-IF.

      * a month wholly unpaid on leave holds back the employee
      * record and every detail line that goes with it
       CHECK-LEAVE-SUSPENSION.
           MOVE 'N' TO WS-SUSP-SW.
           PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                   UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
                       OR PAY-IS-SUSPENDED
               IF SUSP-EMP-ID(WS-SUSP-IDX) = WS-SUSP-EMP-ID
                   SET PAY-IS-SUSPENDED TO TRUE
               END-IF
           END-PERFORM.
           IF PAY-IS-SUSPENDED
               MOVE 'PAY SUSPENDED - ON LEAVE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-RECORD-OK-SW
           END-IF.

      * the CPF's two check digits must prove out under the shared
      * mod-11 check; a record from a feed that predates the CPF
      * field carries spaces there and passes unchecked
           COPY LVCHKP.

           COPY CPFCHKP.

           COPY BUSDTP.
