      * each table, the order the maintenance keeps reference data
      * in.
      *
      * the employee's dependants on DEPFILE enter the run too.
      * each one flagged for tax takes the per-dependant amount off
      * the IRRF base before the brackets apply, and each child
      * flagged for the family allowance (salario-familia) who is
      * still under the age limit on the run date earns the
      * employee the per-child quota when the gross is within the
      * ceiling - paid as an 'E' earning line coded 'SFAM', so a
      * child who ages out simply stops being paid for.  the
      * amounts come from TAXBRKT alongside the brackets, in the
      * same dated sets:
      *   'DEPD' - TB-DEDUCT-AMT the deduction per tax dependant
      *   'SFAM' - TB-UPPER-LIMIT the gross ceiling, TB-DEDUCT-AMT
      *            the quota per child
      * a set without them deducts nothing and pays no allowance.
      *
      * the engine runs one pay group and period at a time - the
      * group and period PAYPERIOD names, resolved against the
      * payroll calendar through PAYCAL-SERVICE - and computes only
      * the employees the master pays in that group.  the brackets,
      * the dependant deduction and the family allowance ceiling
      * and quota are monthly figures, so a weekly or biweekly
      * period takes them pro-rated to its length: twelve over the
      * periods the group is paid a year.  a weekly or biweekly
      * period missing from PAYCAL computes nothing.
      *
      * outputs: per-employee deduction lines to PAYRDETOUT in the
      * PAYROLLIN 'D' detail shape, and the PAYCOMPRPT parallel-run
      * comparison of computed net against the fed PI-NET-SALARY,
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRKT-STATUS.

           SELECT DEP-FILE ASSIGN TO 'DEPFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS DEP-KEY
               FILE STATUS IS WS-DEP-STATUS.

           SELECT DETAIL-OUT-FILE ASSIGN TO 'PAYRDETOUT'
               ORGANIZATION IS LINE SEQUENTIAL.

           05 TB-DEDUCT-AMT            PIC 9(7)V99.
           05 TB-EFF-DATE              PIC 9(08).

       FD  DEP-FILE.
           COPY DEPREC.

       FD  DETAIL-OUT-FILE.
       01  DETAIL-OUT-RECORD           PIC X(40).

       01  WS-IN-STATUS                PIC XX.
       01  WS-OK-STATUS                PIC XX.
       01  WS-BRKT-STATUS              PIC XX.
       01  WS-DEP-STATUS               PIC XX.
       01  WS-DEP-OPEN-SW              PIC X(01) VALUE 'N'.
           88  DEP-FILE-IS-OPEN                VALUE 'Y'.
       01  WS-SOURCE-SW                PIC X(01) VALUE 'I'.
           88  READING-VETTED-FILE             VALUE 'V'.

               10  RB-RATE             PIC 9(2)V99.
               10  RB-DEDUCT-AMT       PIC 9(7)V99.

      * the dependant amounts of the selected set; the family
      * allowance is paid for children under the age limit, who
      * were born after the cutoff date that many years back
       01  WS-DEP-DEDUCT-AMT           PIC 9(7)V99 VALUE ZEROS.
       01  WS-SALFAM-CEILING           PIC 9(7)V99 VALUE ZEROS.
       01  WS-SALFAM-QUOTA             PIC 9(7)V99 VALUE ZEROS.
       01  WS-SALFAM-AGE-LIMIT         PIC 9(02) VALUE 14.
       01  WS-AGE-CUTOFF               PIC 9(08).
       01  WS-TAX-DEPS                 PIC 9(02).
       01  WS-SALFAM-KIDS              PIC 9(02).
       01  WS-SALFAM-AMOUNT            PIC 9(7)V99.
       01  WS-DEP-DEDUCTION            PIC 9(7)V99.
       01  WS-DEP-SWEEP-SW             PIC X(01).
           88  DEP-SWEEP-DONE                  VALUE 'Y'.
       01  WS-SALFAM-COUNT             PIC 9(05) VALUE ZEROS.

       01  WS-INSS-AMOUNT              PIC 9(7)V99.
       01  WS-IRRF-AMOUNT              PIC 9(7)V99.
       01  WS-IRRF-BASE                PIC 9(7)V99.
           88  BAND-WALK-DONE                  VALUE 'Y'.
       01  WS-NET-DIFF                 PIC S9(7)V99.
       01  WS-EMP-COUNT                PIC 9(05) VALUE ZEROS.
       01  WS-OTHER-GROUP-COUNT        PIC 9(05) VALUE ZEROS.

      * the run's pay group and how many periods a year it is paid;
      * the monthly figures are scaled by twelve over that count
       01  WS-RUN-PAY-GROUP            PIC X(02) VALUE 'MO'.
       01  WS-RUN-PERIODS-PER-YEAR     PIC 9(02) VALUE 12.

           COPY PCALW.
       01  WS-FLAGGED-COUNT            PIC 9(05) VALUE ZEROS.

      * deduction line built in the PAYROLLIN 'D' detail shape

       01  RPT-HEADING PIC X(100) VALUE
           'PAYROLL DEDUCTION ENGINE - PARALLEL RUN COMPARISON'.
       01  RPT-COLUMN-HEADING.
           05 FILLER                   PIC X(58) VALUE
           'EMP ID      GROSS     INSS     IRRF   COMP-NET   FED-NET'.
           05 FILLER                   PIC X(42) VALUE
               '                        DEPS   SAL-FAM'.

       01  RPT-DETAIL-LINE.
           05 RPT-EMP-ID               PIC Z(5)9.
           05 RPT-FED-NET              PIC Z(6)9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-RESULT               PIC X(16).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-TAX-DEPS             PIC Z9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-SALFAM               PIC Z(4)9.99.

       01  RPT-TRAILER-LINE.
           05 FILLER                   PIC X(12) VALUE 'EMPLOYEES = '.
           05 FILLER                   PIC X(16) VALUE
               '  DISCREPANT =  '.
           05 RPT-FLAGGED-COUNT        PIC Z(4)9.
           05 FILLER                   PIC X(16) VALUE
               '  SAL-FAMILIA = '.
           05 RPT-SALFAM-COUNT         PIC Z(4)9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'PAYROLL-DEDUCT' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM MAIN-PROCEDURE.
           STOP RUN.

       MAIN-PROCEDURE.
           PERFORM RESOLVE-PAY-RUN.
           PERFORM LOAD-BRACKET-TABLES.
           EVALUATE TRUE
               WHEN NOT PCS-RUN-IS-USABLE
                   DISPLAY 'PAYROLL-DEDUCT: GROUP ' WS-RUN-PAY-GROUP
                       ' PERIOD ' PCS-PERIOD
                       ' NOT ON PAYROLL CALENDAR - NOTHING COMPUTED'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-INSS-COUNT = ZEROS OR WS-IRRF-COUNT = ZEROS
                   DISPLAY 'PAYROLL-DEDUCT: TAXBRKT BRACKET TABLES '
                       'INCOMPLETE - NOTHING COMPUTED'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM PRORATE-TO-PERIOD
                   PERFORM PROCESS-PAYROLL-FEED
           END-EVALUATE.

      * the group and period this run computes
       RESOLVE-PAY-RUN.
           SET PCS-FUNC-RUN TO TRUE.
           MOVE BDT-BUS-DATE TO PCS-BUS-DATE.
           CALL 'PAYCAL-SERVICE' USING PAYCAL-PARMS.
           MOVE PCS-PAY-GROUP TO WS-RUN-PAY-GROUP.
           IF PCS-PERIODS-PER-YEAR > ZEROS
               MOVE PCS-PERIODS-PER-YEAR TO WS-RUN-PERIODS-PER-YEAR
           END-IF.

      * a group paid other than monthly takes every monthly amount
      * scaled to its period - limits, deductions, ceiling and
      * quota alike; the rates stand as they are
       PRORATE-TO-PERIOD.
           IF WS-RUN-PERIODS-PER-YEAR NOT = 12
               PERFORM VARYING WS-BRKT-IDX FROM 1 BY 1
                       UNTIL WS-BRKT-IDX > WS-INSS-COUNT
                   COMPUTE IB-UPPER-LIMIT(WS-BRKT-IDX) ROUNDED =
                       IB-UPPER-LIMIT(WS-BRKT-IDX) * 12
                       / WS-RUN-PERIODS-PER-YEAR
               END-PERFORM
               PERFORM VARYING WS-BRKT-IDX FROM 1 BY 1
                       UNTIL WS-BRKT-IDX > WS-IRRF-COUNT
                   COMPUTE RB-UPPER-LIMIT(WS-BRKT-IDX) ROUNDED =
                       RB-UPPER-LIMIT(WS-BRKT-IDX) * 12
                       / WS-RUN-PERIODS-PER-YEAR
                   COMPUTE RB-DEDUCT-AMT(WS-BRKT-IDX) ROUNDED =
                       RB-DEDUCT-AMT(WS-BRKT-IDX) * 12
                       / WS-RUN-PERIODS-PER-YEAR
               END-PERFORM
               COMPUTE WS-DEP-DEDUCT-AMT ROUNDED =
                   WS-DEP-DEDUCT-AMT * 12 / WS-RUN-PERIODS-PER-YEAR
               COMPUTE WS-SALFAM-CEILING ROUNDED =
                   WS-SALFAM-CEILING * 12 / WS-RUN-PERIODS-PER-YEAR
               COMPUTE WS-SALFAM-QUOTA ROUNDED =
                   WS-SALFAM-QUOTA * 12 / WS-RUN-PERIODS-PER-YEAR
               DISPLAY 'PAYROLL-DEDUCT: GROUP ' WS-RUN-PAY-GROUP
                   ' TABLES PRO-RATED TO ' WS-RUN-PERIODS-PER-YEAR
                   ' PERIODS A YEAR'
           END-IF.

       LOAD-BRACKET-TABLES.
           MOVE BDT-BUS-DATE TO WS-ASOF-DATE.
           OPEN INPUT BRACKET-FILE.
           IF WS-BRKT-STATUS = '00'
               PERFORM READ-BRACKET-RECORD
                   MOVE WS-RECORD-DATE TO WS-SELECTED-DATE
                   MOVE ZEROS TO WS-INSS-COUNT
                   MOVE ZEROS TO WS-IRRF-COUNT
                   MOVE ZEROS TO WS-DEP-DEDUCT-AMT
                   MOVE ZEROS TO WS-SALFAM-CEILING
                   MOVE ZEROS TO WS-SALFAM-QUOTA
               END-IF
               IF WS-RECORD-DATE = WS-SELECTED-DATE
                   PERFORM STORE-BRACKET-RECORD
                       MOVE TB-DEDUCT-AMT TO
                           RB-DEDUCT-AMT(WS-IRRF-COUNT)
                   END-IF
               WHEN 'DEPD'
                   MOVE TB-DEDUCT-AMT TO WS-DEP-DEDUCT-AMT
               WHEN 'SFAM'
                   MOVE TB-UPPER-LIMIT TO WS-SALFAM-CEILING
                   MOVE TB-DEDUCT-AMT TO WS-SALFAM-QUOTA
               WHEN OTHER
                   DISPLAY 'PAYROLL-DEDUCT: UNKNOWN BRACKET TABLE '
                       TB-TABLE-ID
           IF WS-IN-STATUS NOT = '00'
               DISPLAY 'PAYROLL-DEDUCT: NO PAYROLL FEED SUPPLIED'
           ELSE
               OPEN INPUT DEP-FILE
               IF WS-DEP-STATUS = '00'
                   SET DEP-FILE-IS-OPEN TO TRUE
               END-IF
               COMPUTE WS-AGE-CUTOFF =
                   BDT-BUS-DATE - WS-SALFAM-AGE-LIMIT * 10000
               OPEN OUTPUT DETAIL-OUT-FILE
               OPEN OUTPUT COMPARE-RPT-FILE
               WRITE COMPARE-RPT-LINE FROM RPT-HEADING
               PERFORM READ-PAYROLL-RECORD
               PERFORM UNTIL WS-IN-STATUS NOT = '00'
                   IF NOT PD-TYPE-DETAIL
                       PERFORM TAKE-EMPLOYEE-PAY-GROUP
                       IF PCS-PAY-GROUP = WS-RUN-PAY-GROUP
                           PERFORM COMPUTE-ONE-EMPLOYEE
                       ELSE
                           ADD 1 TO WS-OTHER-GROUP-COUNT
                       END-IF
                   END-IF
                   PERFORM READ-PAYROLL-RECORD
               END-PERFORM

               MOVE WS-EMP-COUNT TO RPT-EMP-COUNT
               MOVE WS-FLAGGED-COUNT TO RPT-FLAGGED-COUNT
               MOVE WS-SALFAM-COUNT TO RPT-SALFAM-COUNT
               WRITE COMPARE-RPT-LINE FROM RPT-TRAILER-LINE
               DISPLAY 'PAYROLL-DEDUCT: ' WS-OTHER-GROUP-COUNT
                   ' EMPLOYEES PAID IN OTHER GROUPS PASSED OVER'
               CLOSE COMPARE-RPT-FILE
               CLOSE DETAIL-OUT-FILE
               IF DEP-FILE-IS-OPEN
                   CLOSE DEP-FILE
               END-IF
           END-IF.
           IF READING-VETTED-FILE
               CLOSE PAYROLL-OK
               END-READ
           END-IF.

      * the master's pay group for the employee record in hand
       TAKE-EMPLOYEE-PAY-GROUP.
           SET PCS-FUNC-EMPLOYEE TO TRUE.
           MOVE PI-EMP-ID TO PCS-EMP-ID.
           CALL 'PAYCAL-SERVICE' USING PAYCAL-PARMS.

       COMPUTE-ONE-EMPLOYEE.
           ADD 1 TO WS-EMP-COUNT.
           PERFORM COUNT-DEPENDANTS.
           PERFORM COMPUTE-INSS-DEDUCTION.
           PERFORM COMPUTE-IRRF-DEDUCTION.
           COMPUTE WS-COMPUTED-NET =
               PI-GROSS-SALARY - WS-INSS-AMOUNT - WS-IRRF-AMOUNT.

           PERFORM WRITE-DEDUCTION-LINES.
           PERFORM PAY-FAMILY-ALLOWANCE.
           PERFORM COMPARE-AGAINST-FED-NET.

      * the employee's dependants as of the run date - those
      * declared for tax, and the children still young enough
      * for the family allowance
       COUNT-DEPENDANTS.
           MOVE ZEROS TO WS-TAX-DEPS.
           MOVE ZEROS TO WS-SALFAM-KIDS.
           IF DEP-FILE-IS-OPEN
               MOVE PI-EMP-ID TO DEP-EMP-ID
               MOVE ZEROS TO DEP-SEQ
               MOVE 'N' TO WS-DEP-SWEEP-SW
               START DEP-FILE KEY NOT < DEP-KEY
                   INVALID KEY
                       SET DEP-SWEEP-DONE TO TRUE
               END-START
               PERFORM UNTIL DEP-SWEEP-DONE
                   READ DEP-FILE NEXT RECORD
                       AT END
                           SET DEP-SWEEP-DONE TO TRUE
                       NOT AT END
                           IF DEP-EMP-ID NOT = PI-EMP-ID
                               SET DEP-SWEEP-DONE TO TRUE
                           ELSE
                               PERFORM TALLY-ONE-DEPENDANT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           COMPUTE WS-DEP-DEDUCTION =
               WS-TAX-DEPS * WS-DEP-DEDUCT-AMT.

       TALLY-ONE-DEPENDANT.
           IF DEP-TAX-DEPENDANT
               ADD 1 TO WS-TAX-DEPS
           END-IF.
           IF DEP-SALFAM-ELIGIBLE AND DEP-CHILD
                   AND DEP-BIRTH-DATE > WS-AGE-CUTOFF
               ADD 1 TO WS-SALFAM-KIDS
           END-IF.

      * the allowance is an earning the employer pays on top of
      * the salary, so it goes out as an 'E' line
       PAY-FAMILY-ALLOWANCE.
           MOVE ZEROS TO WS-SALFAM-AMOUNT.
           IF WS-SALFAM-KIDS > ZEROS AND WS-SALFAM-QUOTA > ZEROS
                   AND PI-GROSS-SALARY NOT > WS-SALFAM-CEILING
               COMPUTE WS-SALFAM-AMOUNT =
                   WS-SALFAM-KIDS * WS-SALFAM-QUOTA
               MOVE 'E' TO ODL-REC-TYPE
               MOVE PI-EMP-ID TO ODL-EMP-ID
               MOVE 'SFAM' TO ODL-CODE
               MOVE 'SALARIO-FAMILIA' TO ODL-DESC
               MOVE WS-SALFAM-AMOUNT TO ODL-AMOUNT
               WRITE DETAIL-OUT-RECORD FROM OUT-DETAIL-LINE
               MOVE 'D' TO ODL-REC-TYPE
               ADD 1 TO WS-SALFAM-COUNT
           END-IF.

      * progressive INSS - each bracket taxes only the portion of
      * gross falling inside it, and earnings above the top
      * bracket's ceiling contribute nothing more
               MOVE IB-UPPER-LIMIT(WS-BRKT-IDX) TO WS-BAND-FLOOR
           END-PERFORM.

      * IRRF on the base reduced by the INSS and the dependants -
      * the containing bracket's rate less its standard deduction
      * amount, floored at zero
       COMPUTE-IRRF-DEDUCTION.
           MOVE ZEROS TO WS-IRRF-AMOUNT.
           IF PI-GROSS-SALARY > WS-INSS-AMOUNT + WS-DEP-DEDUCTION
               COMPUTE WS-IRRF-BASE =
                   PI-GROSS-SALARY - WS-INSS-AMOUNT
                   - WS-DEP-DEDUCTION
           ELSE
               MOVE ZEROS TO WS-IRRF-BASE
           END-IF.
           MOVE 'N' TO WS-BAND-DONE-SW.
           PERFORM VARYING WS-BRKT-IDX FROM 1 BY 1
                   UNTIL WS-BRKT-IDX > WS-IRRF-COUNT
           MOVE WS-IRRF-AMOUNT TO RPT-IRRF.
           MOVE WS-COMPUTED-NET TO RPT-COMPUTED-NET.
           MOVE PI-NET-SALARY TO RPT-FED-NET.
           MOVE WS-TAX-DEPS TO RPT-TAX-DEPS.
           MOVE WS-SALFAM-AMOUNT TO RPT-SALFAM.
           COMPUTE WS-NET-DIFF =
               WS-COMPUTED-NET - PI-NET-SALARY.
           IF WS-NET-DIFF > 0.01 OR WS-NET-DIFF < -0.01
               MOVE 'MATCHES' TO RPT-RESULT
           END-IF.
           WRITE COMPARE-RPT-LINE FROM RPT-DETAIL-LINE.

           COPY BUSDTP.
