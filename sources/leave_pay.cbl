      * pre-payroll leave-of-absence run - an employee out on
      * sick leave, accident leave, maternity or unpaid leave was
      * held back or docked by hand, and whether the month still
      * counted toward vacation and the 13th salary was worked out
      * on paper.  this run walks LEAVEFILE for every leave that
      * touches the period and prices it by the rules LOARULES
      * holds for its type.
      *
      * the LEAVEPARM control record carries the period as YYYYMM
      * (the business month by default).  a leave runs from its
      * start to the day before the actual return, or before the
      * expected return while the employee is still out; a full
      * calendar month on leave counts as 30 days.  the type's
      * employer days, counted from the start of the leave, are
      * paid in full; each day after them is paid at the type's
      * pay percentage of the monthly salary over 30, so a
      * percentage of zero leaves the day unpaid and the social
      * security benefit takes over.  the unpaid part of a month
      * goes out as an 'AFAS' deduction detail record in the
      * PAYRLREC layout on LEAVEDEDOUT; a month with all 30 days
      * unpaid suspends the pay outright instead, and PAYROLL-EDIT
      * holds the employee back.  a month counts toward vacation
      * or the 13th salary only while at least 15 of its days do -
      * days on a leave type whose rule says they do not accrue
      * are taken out.  each employee's month is written to
      * LEAVEMTH for the payroll edit, the payroll report and the
      * void, and listed on the LEAVEPAYRPT report.  a leave whose
      * type is not on LOARULES is reported and left unpriced
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-PAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-FILE ASSIGN TO 'LEAVEFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS LOA-KEY
               FILE STATUS IS WS-LOA-STATUS.

           SELECT EMP-MAST-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS EM-EMP-ID
               FILE STATUS IS WS-EMPM-STATUS.

           SELECT LOA-RULE-FILE ASSIGN TO 'LOARULES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT LEAVE-PARM-FILE ASSIGN TO 'LEAVEPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LEAVE-DED-FILE ASSIGN TO 'LEAVEDEDOUT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEAVE-MONTH-FILE ASSIGN TO 'LEAVEMTH'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEAVE-RPT-FILE ASSIGN TO 'LEAVEPAYRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-FILE.
           COPY LOAREC.

       FD  EMP-MAST-FILE.
           COPY EMPMREC.

       FD  LOA-RULE-FILE.
           COPY LOARULE.

       FD  LEAVE-PARM-FILE.
       01  LEAVE-PARM-RECORD.
           05 LVP-PERIOD               PIC 9(06).

       FD  LEAVE-DED-FILE.
       01  LEAVE-DED-RECORD.
           05 LDO-REC-TYPE             PIC X(01).
           05 LDO-EMP-ID               PIC 9(06).
           05 LDO-CODE                 PIC X(04).
           05 LDO-DESC.
              10 FILLER                PIC X(06).
              10 LDO-DAYS              PIC 9(02).
              10 FILLER                PIC X(08).
           05 LDO-AMOUNT               PIC 9(07)V99.

       FD  LEAVE-MONTH-FILE.
           COPY LOAMREC.

       FD  LEAVE-RPT-FILE.
       01  LEAVE-RPT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LOA-STATUS               PIC XX.
       01  WS-EMPM-STATUS              PIC XX.
       01  WS-RULE-STATUS              PIC XX.
       01  WS-PARM-STATUS              PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

      * the loaded leave-type rules
       01  WS-RULE-COUNT               PIC 9(02) VALUE ZEROS.
       01  WS-RULE-IDX                 PIC 9(02).
       01  WS-RULE-SLOT                PIC 9(02).
       01  LOA-RULE-TABLE.
           05  LOA-RULE-ENTRY OCCURS 20 TIMES.
               10  LRT-TYPE            PIC X(01).
               10  LRT-EMPLOYER-DAYS   PIC 9(03).
               10  LRT-PAY-PCT         PIC 9(03).
               10  LRT-VAC-ACCRUES     PIC X(01).
               10  LRT-13TH-ACCRUES    PIC X(01).

       01  WS-PERIOD                   PIC 9(06).
       01  WS-MONTH-FIRST              PIC 9(08).
       01  WS-MONTH-LAST               PIC 9(08).
       01  WS-NEXT-FIRST               PIC 9(08).

      * the part of one leave that falls in the period
       01  WS-LEAVE-LAST               PIC 9(08).
       01  WS-FROM-DATE                PIC 9(08).
       01  WS-TO-DATE                  PIC 9(08).
       01  WS-DAYS                     PIC 9(03).
       01  WS-ELAPSED                  PIC 9(05).
       01  WS-EMPLOYER-DAYS            PIC 9(03).
       01  WS-BENEFIT-DAYS             PIC 9(03).
       01  WS-UNPAID-AMT               PIC 9(07)V99.
       01  WS-DAY-RATE                 PIC 9(07)V9(04).

      * the employee whose leaves are being gathered - LEAVEFILE
      * is keyed by employee, so each one's leaves come together
       01  WS-CUR-EMP                  PIC 9(06) VALUE ZEROS.
       01  WS-CUR-SALARY               PIC 9(07)V99.
       01  WS-EMP-LEAVE-DAYS           PIC 9(03).
       01  WS-EMP-UNPAID-DAYS          PIC 9(03).
       01  WS-EMP-UNPAID-AMT           PIC 9(07)V99.
       01  WS-EMP-VAC-LOST-DAYS        PIC 9(03).
       01  WS-EMP-13TH-LOST-DAYS       PIC 9(03).
       01  WS-PRICEABLE-SW             PIC X(01) VALUE 'N'.
           88  EMPLOYEE-IS-PRICEABLE           VALUE 'Y'.
       01  WS-GATHERING-SW             PIC X(01) VALUE 'N'.
           88  EMPLOYEE-IS-GATHERED            VALUE 'Y'.

       01  WS-EMP-COUNT                PIC 9(05) VALUE ZEROS.
       01  WS-SUSPENDED-COUNT          PIC 9(05) VALUE ZEROS.
       01  WS-PRORATED-COUNT           PIC 9(05) VALUE ZEROS.
       01  WS-NORULE-COUNT             PIC 9(05) VALUE ZEROS.
       01  WS-UNPAID-TOTAL             PIC 9(09)V99 VALUE ZEROS.

       01  RPT-HEADING.
           05 FILLER                   PIC X(30) VALUE
               'LEAVE OF ABSENCE PAY - PERIOD '.
           05 RPT-HDG-PERIOD           PIC 9(06).

       01  RPT-COLUMN-HEADING.
           05 FILLER                   PIC X(36) VALUE
               'EMP ID  START     TYPE DAYS  EMPLR  '.
           05 FILLER                   PIC X(44) VALUE
               'OTHER      UNPAID  NOTE'.

       01  RPT-LEAVE-LINE.
           05 RPT-EMP-ID               PIC 9(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-START-DATE           PIC 9(08).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 RPT-TYPE                 PIC X(01).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 RPT-DAYS                 PIC ZZ9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 RPT-EMPLOYER-DAYS        PIC ZZ9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 RPT-BENEFIT-DAYS         PIC ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-UNPAID-AMT           PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-NOTE                 PIC X(30).

       01  RPT-EMPLOYEE-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-EMP-EMP-ID           PIC 9(06).
           05 FILLER                   PIC X(08) VALUE ' MONTH: '.
           05 RPT-EMP-DAYS             PIC Z9.
           05 FILLER                   PIC X(13) VALUE
               ' DAYS OUT    '.
           05 RPT-EMP-UNPAID-AMT       PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-EMP-PAY-NOTE         PIC X(14).
           05 RPT-EMP-VAC-NOTE         PIC X(10).
           05 RPT-EMP-13TH-NOTE        PIC X(11).

       01  RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL          PIC X(30).
           05 RPT-TOTAL-COUNT          PIC Z(4)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-TOTAL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

           COPY DATESRVW.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'LEAVE-PAY' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

      * the staged files are rewritten on every run, even one with
      * nothing to price, so last month's effects never carry over
       MAIN-PROCEDURE.
           PERFORM GET-LEAVE-PARM.
           PERFORM RESOLVE-MONTH-BOUNDS.
           PERFORM LOAD-LEAVE-RULES.
           OPEN OUTPUT LEAVE-DED-FILE.
           OPEN OUTPUT LEAVE-MONTH-FILE.
           OPEN OUTPUT LEAVE-RPT-FILE.
           MOVE WS-PERIOD TO RPT-HDG-PERIOD.
           WRITE LEAVE-RPT-LINE FROM RPT-HEADING.
           WRITE LEAVE-RPT-LINE FROM RPT-COLUMN-HEADING.
           ADD 2 TO RUNLOG-WRITTEN-COUNT.

           OPEN INPUT EMP-MAST-FILE.
           IF WS-EMPM-STATUS NOT = '00'
               DISPLAY 'LEAVE-PAY: NO EMPMAST AVAILABLE - NO LEAVE '
                   'PRICED'
               MOVE 8 TO WS-RUN-RC
           ELSE
               OPEN INPUT LEAVE-FILE
               IF WS-LOA-STATUS NOT = '00'
                   DISPLAY 'LEAVE-PAY: NO LEAVEFILE - NOBODY ON '
                       'LEAVE'
               ELSE
                   PERFORM READ-LEAVE-RECORD
                   PERFORM UNTIL WS-LOA-STATUS NOT = '00'
                       PERFORM JUDGE-ONE-LEAVE
                       PERFORM READ-LEAVE-RECORD
                   END-PERFORM
                   IF EMPLOYEE-IS-GATHERED
                       PERFORM SETTLE-EMPLOYEE-MONTH
                   END-IF
                   CLOSE LEAVE-FILE
               END-IF
               CLOSE EMP-MAST-FILE
           END-IF.

           PERFORM WRITE-REPORT-TOTALS.
           CLOSE LEAVE-RPT-FILE.
           CLOSE LEAVE-MONTH-FILE.
           CLOSE LEAVE-DED-FILE.
           IF WS-NORULE-COUNT > ZEROS AND WS-RUN-RC < 4
               MOVE 4 TO WS-RUN-RC
           END-IF.

       GET-LEAVE-PARM.
           MOVE BDT-BUS-DATE(1:6) TO WS-PERIOD.
           OPEN INPUT LEAVE-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ LEAVE-PARM-FILE
                   NOT AT END
                       IF LVP-PERIOD IS NUMERIC
                               AND LVP-PERIOD > ZEROS
                           MOVE LVP-PERIOD TO WS-PERIOD
                       END-IF
               END-READ
               CLOSE LEAVE-PARM-FILE
           END-IF.

      * the period end is the first of the following month stepped
      * back one day
       RESOLVE-MONTH-BOUNDS.
           COMPUTE WS-MONTH-FIRST = WS-PERIOD * 100 + 1.
           IF WS-PERIOD(5:2) = '12'
               COMPUTE WS-NEXT-FIRST = (WS-PERIOD + 89) * 100 + 1
           ELSE
               COMPUTE WS-NEXT-FIRST = (WS-PERIOD + 1) * 100 + 1
           END-IF.
           SET DSV-FUNC-ADD-DAYS TO TRUE.
           MOVE WS-NEXT-FIRST TO DSV-DATE-1.
           MOVE -1 TO DSV-DAYS.
           CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS.
           IF DSV-STAT-OK
               MOVE DSV-DATE-OUT TO WS-MONTH-LAST
           ELSE
               COMPUTE WS-MONTH-LAST = WS-PERIOD * 100 + 28
           END-IF.

       LOAD-LEAVE-RULES.
           OPEN INPUT LOA-RULE-FILE.
           IF WS-RULE-STATUS = '00'
               PERFORM READ-RULE-RECORD
               PERFORM UNTIL WS-RULE-STATUS NOT = '00'
                       OR WS-RULE-COUNT = 20
                   ADD 1 TO WS-RULE-COUNT
                   MOVE LR-TYPE TO LRT-TYPE(WS-RULE-COUNT)
                   MOVE LR-EMPLOYER-DAYS TO
                       LRT-EMPLOYER-DAYS(WS-RULE-COUNT)
                   MOVE LR-PAY-PCT TO LRT-PAY-PCT(WS-RULE-COUNT)
                   MOVE LR-VAC-ACCRUES TO
                       LRT-VAC-ACCRUES(WS-RULE-COUNT)
                   MOVE LR-13TH-ACCRUES TO
                       LRT-13TH-ACCRUES(WS-RULE-COUNT)
                   PERFORM READ-RULE-RECORD
               END-PERFORM
               CLOSE LOA-RULE-FILE
           END-IF.

       READ-RULE-RECORD.
           READ LOA-RULE-FILE
               AT END
                   MOVE '10' TO WS-RULE-STATUS
           END-READ.

       READ-LEAVE-RECORD.
           READ LEAVE-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-LOA-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      ******************************************************************
      * one leave - its last day, the part of it inside the period,
      * and what that part costs the employee
      ******************************************************************
       JUDGE-ONE-LEAVE.
           IF LOA-STILL-OUT
               MOVE LOA-EXPECTED-RETURN TO DSV-DATE-1
           ELSE
               MOVE LOA-ACTUAL-RETURN TO DSV-DATE-1
           END-IF.
           SET DSV-FUNC-ADD-DAYS TO TRUE.
           MOVE -1 TO DSV-DAYS.
           CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS.
           IF DSV-STAT-OK
               MOVE DSV-DATE-OUT TO WS-LEAVE-LAST
           ELSE
               MOVE WS-MONTH-LAST TO WS-LEAVE-LAST
           END-IF.

           IF LOA-START-DATE NOT > WS-MONTH-LAST
                   AND WS-LEAVE-LAST NOT < WS-MONTH-FIRST
               IF LOA-EMP-ID NOT = WS-CUR-EMP
                   IF EMPLOYEE-IS-GATHERED
                       PERFORM SETTLE-EMPLOYEE-MONTH
                   END-IF
                   PERFORM START-EMPLOYEE-MONTH
               END-IF
               IF EMPLOYEE-IS-PRICEABLE
                   PERFORM PRICE-ONE-LEAVE
               END-IF
           END-IF.

      * a new employee's first leave in the period - the salary
      * comes from the master; an employee who is not on it or has
      * been terminated is not priced
       START-EMPLOYEE-MONTH.
           MOVE LOA-EMP-ID TO WS-CUR-EMP.
           MOVE ZEROS TO WS-EMP-LEAVE-DAYS.
           MOVE ZEROS TO WS-EMP-UNPAID-DAYS.
           MOVE ZEROS TO WS-EMP-UNPAID-AMT.
           MOVE ZEROS TO WS-EMP-VAC-LOST-DAYS.
           MOVE ZEROS TO WS-EMP-13TH-LOST-DAYS.
           MOVE 'N' TO WS-PRICEABLE-SW.
           MOVE 'N' TO WS-GATHERING-SW.
           MOVE LOA-EMP-ID TO EM-EMP-ID.
           READ EMP-MAST-FILE
               INVALID KEY
                   MOVE 'EMPLOYEE NOT ON MASTER' TO RPT-NOTE
                   PERFORM WRITE-UNPRICED-LINE
               NOT INVALID KEY
                   IF EM-STATUS-TERMINATED
                       MOVE 'EMPLOYEE TERMINATED' TO RPT-NOTE
                       PERFORM WRITE-UNPRICED-LINE
                   ELSE
                       MOVE EM-MONTHLY-SALARY TO WS-CUR-SALARY
                       SET EMPLOYEE-IS-PRICEABLE TO TRUE
                       SET EMPLOYEE-IS-GATHERED TO TRUE
                   END-IF
           END-READ.

       PRICE-ONE-LEAVE.
           PERFORM FIND-LEAVE-RULE.
           IF WS-RULE-SLOT = ZEROS
               ADD 1 TO WS-NORULE-COUNT
               MOVE 'NO LOARULES RULE FOR TYPE' TO RPT-NOTE
               PERFORM WRITE-UNPRICED-LINE
           ELSE
               PERFORM MEASURE-LEAVE-DAYS
               PERFORM SPLIT-EMPLOYER-DAYS
               COMPUTE WS-DAY-RATE = WS-CUR-SALARY / 30
               COMPUTE WS-UNPAID-AMT ROUNDED =
                   WS-BENEFIT-DAYS * WS-DAY-RATE
                   * (100 - LRT-PAY-PCT(WS-RULE-SLOT)) / 100
               ADD WS-DAYS TO WS-EMP-LEAVE-DAYS
               ADD WS-UNPAID-AMT TO WS-EMP-UNPAID-AMT
               IF LRT-PAY-PCT(WS-RULE-SLOT) = ZEROS
                   ADD WS-BENEFIT-DAYS TO WS-EMP-UNPAID-DAYS
               END-IF
               IF LRT-VAC-ACCRUES(WS-RULE-SLOT) = 'N'
                   ADD WS-BENEFIT-DAYS TO WS-EMP-VAC-LOST-DAYS
               END-IF
               IF LRT-13TH-ACCRUES(WS-RULE-SLOT) = 'N'
                   ADD WS-BENEFIT-DAYS TO WS-EMP-13TH-LOST-DAYS
               END-IF
               PERFORM WRITE-LEAVE-LINE
           END-IF.

       FIND-LEAVE-RULE.
           MOVE ZEROS TO WS-RULE-SLOT.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
                       OR WS-RULE-SLOT > ZEROS
               IF LRT-TYPE(WS-RULE-IDX) = LOA-TYPE
                   MOVE WS-RULE-IDX TO WS-RULE-SLOT
               END-IF
           END-PERFORM.

      * the days of the leave inside the period, on the 30-day
      * month the payroll pays by
       MEASURE-LEAVE-DAYS.
           IF LOA-START-DATE > WS-MONTH-FIRST
               MOVE LOA-START-DATE TO WS-FROM-DATE
           ELSE
               MOVE WS-MONTH-FIRST TO WS-FROM-DATE
           END-IF.
           IF WS-LEAVE-LAST < WS-MONTH-LAST
               MOVE WS-LEAVE-LAST TO WS-TO-DATE
           ELSE
               MOVE WS-MONTH-LAST TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE = WS-MONTH-FIRST
                   AND WS-TO-DATE = WS-MONTH-LAST
               MOVE 30 TO WS-DAYS
           ELSE
               SET DSV-FUNC-DAYS-BETWEEN TO TRUE
               MOVE WS-FROM-DATE TO DSV-DATE-1
               MOVE WS-TO-DATE TO DSV-DATE-2
               CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS
               COMPUTE WS-DAYS = DSV-DAYS + 1
               IF WS-DAYS > 30
                   MOVE 30 TO WS-DAYS
               END-IF
           END-IF.

      * the employer days run from the start of the leave, so those
      * already used in earlier months are not paid again
       SPLIT-EMPLOYER-DAYS.
           SET DSV-FUNC-DAYS-BETWEEN TO TRUE.
           MOVE LOA-START-DATE TO DSV-DATE-1.
           MOVE WS-FROM-DATE TO DSV-DATE-2.
           CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS.
           MOVE DSV-DAYS TO WS-ELAPSED.
           IF WS-ELAPSED < LRT-EMPLOYER-DAYS(WS-RULE-SLOT)
               COMPUTE WS-EMPLOYER-DAYS =
                   LRT-EMPLOYER-DAYS(WS-RULE-SLOT) - WS-ELAPSED
           ELSE
               MOVE ZEROS TO WS-EMPLOYER-DAYS
           END-IF.
           IF WS-EMPLOYER-DAYS > WS-DAYS
               MOVE WS-DAYS TO WS-EMPLOYER-DAYS
           END-IF.
           COMPUTE WS-BENEFIT-DAYS = WS-DAYS - WS-EMPLOYER-DAYS.

      ******************************************************************
      * the employee's month - suspended, pro-rated or paid in full,
      * and whether it still counts toward vacation and the 13th
      ******************************************************************
       SETTLE-EMPLOYEE-MONTH.
           IF WS-EMP-LEAVE-DAYS > 30
               MOVE 30 TO WS-EMP-LEAVE-DAYS
           END-IF.
           IF WS-EMP-UNPAID-DAYS > 30
               MOVE 30 TO WS-EMP-UNPAID-DAYS
           END-IF.
           MOVE SPACES TO LAM-RECORD.
           MOVE WS-CUR-EMP TO LAM-EMP-ID.
           MOVE WS-PERIOD TO LAM-PERIOD.
           MOVE WS-EMP-LEAVE-DAYS TO LAM-LEAVE-DAYS.
           MOVE WS-EMP-UNPAID-DAYS TO LAM-UNPAID-DAYS.
           MOVE WS-EMP-UNPAID-AMT TO LAM-UNPAID-AMT.
           MOVE 'N' TO LAM-SUSPENDED.
           MOVE 'N' TO LAM-VAC-LOST.
           MOVE 'N' TO LAM-13TH-LOST.
           MOVE SPACES TO RPT-EMP-VAC-NOTE.
           MOVE SPACES TO RPT-EMP-13TH-NOTE.
           IF WS-EMP-VAC-LOST-DAYS > 15
               MOVE 'Y' TO LAM-VAC-LOST
               MOVE 'NO VAC ACR' TO RPT-EMP-VAC-NOTE
           END-IF.
           IF WS-EMP-13TH-LOST-DAYS > 15
               MOVE 'Y' TO LAM-13TH-LOST
               MOVE ' NO 13TH' TO RPT-EMP-13TH-NOTE
           END-IF.

           EVALUATE TRUE
               WHEN WS-EMP-UNPAID-DAYS = 30
                   MOVE 'Y' TO LAM-SUSPENDED
                   ADD 1 TO WS-SUSPENDED-COUNT
                   MOVE 'PAY SUSPENDED' TO RPT-EMP-PAY-NOTE
               WHEN WS-EMP-UNPAID-AMT > ZEROS
                   PERFORM WRITE-LEAVE-DEDUCTION
                   ADD 1 TO WS-PRORATED-COUNT
                   ADD WS-EMP-UNPAID-AMT TO WS-UNPAID-TOTAL
                   MOVE 'PRO-RATED' TO RPT-EMP-PAY-NOTE
               WHEN OTHER
                   MOVE 'PAID IN FULL' TO RPT-EMP-PAY-NOTE
           END-EVALUATE.
           WRITE LAM-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           ADD 1 TO WS-EMP-COUNT.

           MOVE WS-CUR-EMP TO RPT-EMP-EMP-ID.
           MOVE WS-EMP-LEAVE-DAYS TO RPT-EMP-DAYS.
           MOVE WS-EMP-UNPAID-AMT TO RPT-EMP-UNPAID-AMT.
           WRITE LEAVE-RPT-LINE FROM RPT-EMPLOYEE-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           MOVE 'N' TO WS-GATHERING-SW.

       WRITE-LEAVE-DEDUCTION.
           MOVE SPACES TO LEAVE-DED-RECORD.
           MOVE 'D' TO LDO-REC-TYPE.
           MOVE WS-CUR-EMP TO LDO-EMP-ID.
           MOVE 'AFAS' TO LDO-CODE.
           MOVE 'LEAVE ' TO LDO-DESC(1:6).
           MOVE WS-EMP-LEAVE-DAYS TO LDO-DAYS.
           MOVE ' DAYS' TO LDO-DESC(9:5).
           MOVE WS-EMP-UNPAID-AMT TO LDO-AMOUNT.
           WRITE LEAVE-DED-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-LEAVE-LINE.
           MOVE LOA-EMP-ID TO RPT-EMP-ID.
           MOVE LOA-START-DATE TO RPT-START-DATE.
           MOVE LOA-TYPE TO RPT-TYPE.
           MOVE WS-DAYS TO RPT-DAYS.
           MOVE WS-EMPLOYER-DAYS TO RPT-EMPLOYER-DAYS.
           MOVE WS-BENEFIT-DAYS TO RPT-BENEFIT-DAYS.
           MOVE WS-UNPAID-AMT TO RPT-UNPAID-AMT.
           IF LOA-STILL-OUT
               MOVE 'STILL OUT' TO RPT-NOTE
           ELSE
               MOVE SPACES TO RPT-NOTE
           END-IF.
           WRITE LEAVE-RPT-LINE FROM RPT-LEAVE-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-UNPRICED-LINE.
           MOVE LOA-EMP-ID TO RPT-EMP-ID.
           MOVE LOA-START-DATE TO RPT-START-DATE.
           MOVE LOA-TYPE TO RPT-TYPE.
           MOVE ZEROS TO RPT-DAYS.
           MOVE ZEROS TO RPT-EMPLOYER-DAYS.
           MOVE ZEROS TO RPT-BENEFIT-DAYS.
           MOVE ZEROS TO RPT-UNPAID-AMT.
           WRITE LEAVE-RPT-LINE FROM RPT-LEAVE-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-REPORT-TOTALS.
           MOVE 'EMPLOYEES ON LEAVE' TO RPT-TOTAL-LABEL.
           MOVE WS-EMP-COUNT TO RPT-TOTAL-COUNT.
           MOVE ZEROS TO RPT-TOTAL-AMOUNT.
           WRITE LEAVE-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'PAY SUSPENDED' TO RPT-TOTAL-LABEL.
           MOVE WS-SUSPENDED-COUNT TO RPT-TOTAL-COUNT.
           WRITE LEAVE-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'PAY PRO-RATED' TO RPT-TOTAL-LABEL.
           MOVE WS-PRORATED-COUNT TO RPT-TOTAL-COUNT.
           MOVE WS-UNPAID-TOTAL TO RPT-TOTAL-AMOUNT.
           WRITE LEAVE-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'LEAVES WITH NO RULE' TO RPT-TOTAL-LABEL.
           MOVE WS-NORULE-COUNT TO RPT-TOTAL-COUNT.
           MOVE ZEROS TO RPT-TOTAL-AMOUNT.
           WRITE LEAVE-RPT-LINE FROM RPT-TOTAL-LINE.
           ADD 4 TO RUNLOG-WRITTEN-COUNT.

       WRITE-RUNLOG-START.
           MOVE 'LEAVE-PAY' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'LEAVE-PAY' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
