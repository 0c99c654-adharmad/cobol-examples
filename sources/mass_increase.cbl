      * collective-agreement mass salary increase - the union
      * agreement is usually signed months after the date it takes
      * effect, and the raise then has to be applied to whole
      * departments and the difference paid for the months already
      * run.  RETRO-RECALC only handles bracket changes; this run
      * handles the salaries themselves.
      *
      * the MASSINCPARM parameter file leads with an 'H' header -
      * the effective date, the operator applying the agreement,
      * and the agreement's reference - followed by 'R' rules, each
      * naming a department (blank for every department), the
      * salary band it covers, and either a percentage or a fixed
      * amount.  a percentage may carry a ceiling: the percentage
      * is applied to no more than the ceiling, so salaries above
      * it receive the ceiling's increase.  a rule for the
      * employee's own department is taken before a blank one; in
      * either, the first rule whose band holds the salary wins.
      *
      * each active employee a rule covers has EM-MONTHLY-SALARY
      * raised on EMPMAST, the change appended to the SALHIST
      * salary history and stamped into the shared MNTAUDIT audit
      * file.  an employee SALHIST already shows raised under the
      * same agreement date is left alone, so a rerun after a
      * failure does not raise anyone twice.
      *
      * the difference is then worked month by month from the
      * effective month (or the hire month, for anyone hired
      * since) up to the month before the business date.  a month
      * counts when PAYHIST shows a payment for it that was not
      * voided; an employee PAYHIST knows nothing about falls back
      * to the months YTDFILE shows paid.  a month the agreement
      * takes effect part of the way through is paid pro rata on
      * the thirty-day commercial month.  each month's difference
      * is written as an 'E' earnings detail line in the PAYRLREC
      * layout on MASSINCOUT for the next payroll to pick up, and
      * the MASSINCRPT before/after report goes to HR for sign-off
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASS-INCREASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASS-PARM-FILE ASSIGN TO 'MASSINCPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EMP-MAST-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS EM-EMP-ID
               FILE STATUS IS WS-EMPM-STATUS.

           SELECT YTD-FILE ASSIGN TO 'YTDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.

           SELECT PAY-HIST-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT SAL-HIST-FILE ASSIGN TO 'SALHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALH-STATUS.

           SELECT MASS-OUT-FILE ASSIGN TO 'MASSINCOUT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MASS-RPT-FILE ASSIGN TO 'MASSINCRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASS-PARM-FILE.
       01  MASS-PARM-RECORD.
           05 MIP-REC-TYPE             PIC X(01).
              88 MIP-HEADER            VALUE 'H'.
              88 MIP-RULE              VALUE 'R'.
           05 FILLER                   PIC X(59).
       01  MASS-PARM-HEADER.
           05 FILLER                   PIC X(01).
           05 MIH-EFF-DATE             PIC 9(08).
           05 MIH-OPERATOR             PIC X(08).
           05 MIH-REFERENCE            PIC X(20).
           05 FILLER                   PIC X(23).
       01  MASS-PARM-RULE.
           05 FILLER                   PIC X(01).
           05 MIR-DEPT-CD              PIC X(04).
           05 MIR-BAND-FROM            PIC 9(07)V99.
           05 MIR-BAND-TO              PIC 9(07)V99.
           05 MIR-METHOD               PIC X(01).
              88 MIR-METHOD-IS-KNOWN   VALUES 'P' 'F'.
           05 MIR-VALUE                PIC 9(07)V99.
           05 MIR-CEILING              PIC 9(07)V99.
           05 FILLER                   PIC X(18).

       FD  EMP-MAST-FILE.
           COPY EMPMREC.

       FD  YTD-FILE.
           COPY YTDREC.

       FD  PAY-HIST-FILE.
       01  PAY-HIST-RECORD.
           05 PH-EMP-ID                PIC 9(06).
           05 PH-PERIOD                PIC 9(06).
           05 PH-AMOUNT                PIC 9(09)V99.
           05 PH-STATUS                PIC X(01).
           05 PH-FAIL-BRANCH           PIC X(05).
           05 PH-FAIL-ACCT             PIC X(10).

       FD  SAL-HIST-FILE.
           COPY SALHREC.

       FD  MASS-OUT-FILE.
       01  MASS-OUT-RECORD.
           05 MIO-REC-TYPE             PIC X(01).
           05 MIO-EMP-ID               PIC 9(06).
           05 MIO-CODE                 PIC X(04).
           05 MIO-DESC.
              10 FILLER                PIC X(09).
              10 MIO-DESC-MONTH        PIC 9(06).
              10 FILLER                PIC X(01).
           05 MIO-AMOUNT               PIC 9(07)V99.

       FD  MASS-RPT-FILE.
       01  MASS-RPT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC XX.
       01  WS-EMPM-STATUS              PIC XX.
       01  WS-YTD-STATUS               PIC XX.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-SALH-STATUS              PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

           COPY DATESRVW.

           COPY MNTAUDW.

       01  WS-YTD-OPEN-SW              PIC X(01) VALUE 'N'.
           88  YTD-FILE-IS-OPEN                VALUE 'Y'.
       01  WS-PARM-OK-SW               PIC X(01) VALUE 'Y'.
           88  PARMS-ARE-GOOD                  VALUE 'Y'.
       01  WS-REFUSAL                  PIC X(40) VALUE SPACES.

       01  WS-EFF-DATE                 PIC 9(08) VALUE ZEROS.
       01  WS-OPERATOR                 PIC X(08) VALUE SPACES.
       01  WS-REFERENCE                PIC X(20) VALUE SPACES.
       01  WS-CUR-MONTH                PIC 9(06).

      * the increase rules in parameter-file order
       01  WS-RULE-COUNT               PIC 9(02) VALUE ZEROS.
       01  WS-RULE-IDX                 PIC 9(02).
       01  WS-RULE-SLOT                PIC 9(02).
       01  INCREASE-RULE-TABLE.
           05  INCREASE-RULE OCCURS 50 TIMES.
               10  IR-DEPT-CD          PIC X(04).
               10  IR-BAND-FROM        PIC 9(07)V99.
               10  IR-BAND-TO          PIC 9(07)V99.
               10  IR-METHOD           PIC X(01).
                   88  IR-PERCENTAGE           VALUE 'P'.
               10  IR-VALUE            PIC 9(07)V99.
               10  IR-CEILING          PIC 9(07)V99.

      * employees already raised under this agreement date
       01  WS-DONE-COUNT               PIC 9(03) VALUE ZEROS.
       01  WS-DONE-IDX                 PIC 9(03).
       01  WS-DONE-SW                  PIC X(01).
           88  ALREADY-RAISED                  VALUE 'Y'.
       01  RAISED-EMP-TABLE.
           05  RAISED-EMP-ID OCCURS 300 TIMES PIC 9(06).

      * the payments history - who was paid for which month
       01  WS-PHT-COUNT                PIC 9(04) VALUE ZEROS.
       01  WS-PHT-IDX                  PIC 9(04).
       01  PAY-MONTH-TABLE.
           05  PAY-MONTH-ENTRY OCCURS 3000 TIMES.
               10  PMT-EMP-ID          PIC 9(06).
               10  PMT-PERIOD          PIC 9(06).
               10  PMT-STATUS          PIC X(01).
       01  WS-HAS-HIST-SW              PIC X(01).
           88  EMPLOYEE-HAS-HISTORY            VALUE 'Y'.
       01  WS-MONTH-PAID-SW            PIC X(01).
           88  MONTH-WAS-PAID                  VALUE 'Y'.
       01  WS-YTD-MONTHS-LEFT          PIC 9(02).

       01  WS-OLD-SALARY               PIC 9(07)V99.
       01  WS-INCREASE                 PIC 9(07)V99.
       01  WS-INCREASE-BASE            PIC 9(07)V99.
       01  WS-START-DATE               PIC 9(08).
       01  WS-START-PARTS REDEFINES WS-START-DATE.
           05  WS-START-MONTH          PIC 9(06).
           05  WS-START-DAY            PIC 9(02).
       01  WS-RETRO-MONTH              PIC 9(06).
       01  WS-RETRO-PARTS REDEFINES WS-RETRO-MONTH.
           05  WS-RM-YEAR              PIC 9(04).
           05  WS-RM-MONTH             PIC 9(02).
       01  WS-DAYS-COVERED             PIC 9(02).
       01  WS-MONTH-DIFF               PIC 9(07)V99.
       01  WS-EMP-RETRO                PIC 9(09)V99.
       01  WS-EMP-MONTHS               PIC 9(03).

       01  WS-RAISED-COUNT             PIC 9(05) VALUE ZEROS.
       01  WS-SKIPPED-COUNT            PIC 9(05) VALUE ZEROS.
       01  WS-UNCOVERED-COUNT          PIC 9(05) VALUE ZEROS.
       01  WS-LINE-COUNT               PIC 9(05) VALUE ZEROS.
       01  WS-OLD-PAYROLL              PIC 9(11)V99 VALUE ZEROS.
       01  WS-NEW-PAYROLL              PIC 9(11)V99 VALUE ZEROS.
       01  WS-RETRO-TOTAL              PIC 9(11)V99 VALUE ZEROS.

       01  RPT-HEADING.
           05 FILLER                   PIC X(34) VALUE
               'COLLECTIVE AGREEMENT INCREASE - '.
           05 RPT-HDG-REFERENCE        PIC X(20).
           05 FILLER                   PIC X(12) VALUE
               ' EFFECTIVE '.
           05 RPT-HDG-EFF-DATE         PIC 9(08).
           05 FILLER                   PIC X(08) VALUE ' RUN ON '.
           05 RPT-HDG-RUN-DATE         PIC 9(08).
           05 FILLER                   PIC X(04) VALUE ' BY '.
           05 RPT-HDG-OPERATOR         PIC X(08).

       01  RPT-COLUMN-HEADING.
           05 FILLER                   PIC X(40) VALUE
               'EMP-ID NAME                 DEPT    SAL'.
           05 FILLER                   PIC X(40) VALUE
               'ARY BEFORE   SALARY AFTER     INCREASE '.
           05 FILLER                   PIC X(40) VALUE
               'MONTHS  RETRO DIFFERENCE  NOTE'.

       01  RPT-DETAIL-LINE.
           05 RPT-EMP-ID               PIC 9(06).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-EMP-NAME             PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-DEPT-CD              PIC X(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-OLD-SALARY           PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-NEW-SALARY           PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-INCREASE             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-MONTHS               PIC ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-RETRO                PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-NOTE                 PIC X(16).

       01  RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL          PIC X(34).
           05 RPT-TOTAL-COUNT          PIC Z(4)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-TOTAL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  RPT-SIGNOFF-LINE            PIC X(80) VALUE
           'HR SIGN-OFF  ____________________   DATE  __________'.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'MASS-INCREASE' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE(1:6) TO WS-CUR-MONTH.
           PERFORM LOAD-INCREASE-PARMS.
           IF NOT PARMS-ARE-GOOD
               DISPLAY 'MASS-INCREASE: ' WS-REFUSAL
               MOVE 8 TO WS-RUN-RC
           ELSE
               OPEN I-O EMP-MAST-FILE
               IF WS-EMPM-STATUS NOT = '00'
                   DISPLAY 'MASS-INCREASE: NO EMPMAST MASTER '
                       'AVAILABLE'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM LOAD-RAISED-EMPLOYEES
                   PERFORM LOAD-PAYMENT-MONTHS
                   PERFORM APPLY-THE-AGREEMENT
                   CLOSE EMP-MAST-FILE
               END-IF
           END-IF.

      ******************************************************************
      * the header and every rule must stand before anyone's
      * salary is touched
      ******************************************************************
       LOAD-INCREASE-PARMS.
           OPEN INPUT MASS-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               MOVE 'N' TO WS-PARM-OK-SW
               MOVE 'NO MASSINCPARM SUPPLIED - REFUSED' TO
                   WS-REFUSAL
           ELSE
               PERFORM READ-PARM-RECORD
               PERFORM UNTIL WS-PARM-STATUS NOT = '00'
                   EVALUATE TRUE
                       WHEN MIP-HEADER
                           PERFORM TAKE-PARM-HEADER
                       WHEN MIP-RULE
                           PERFORM TAKE-PARM-RULE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   PERFORM READ-PARM-RECORD
               END-PERFORM
               CLOSE MASS-PARM-FILE
               PERFORM EDIT-INCREASE-PARMS
           END-IF.

       READ-PARM-RECORD.
           READ MASS-PARM-FILE
               AT END
                   MOVE '10' TO WS-PARM-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       TAKE-PARM-HEADER.
           IF MIH-EFF-DATE IS NUMERIC
               MOVE MIH-EFF-DATE TO WS-EFF-DATE
           END-IF.
           MOVE MIH-OPERATOR TO WS-OPERATOR.
           MOVE MIH-REFERENCE TO WS-REFERENCE.

       TAKE-PARM-RULE.
           IF MIR-BAND-FROM NOT NUMERIC OR MIR-BAND-TO NOT NUMERIC
                   OR MIR-VALUE NOT NUMERIC
                   OR MIR-CEILING NOT NUMERIC
                   OR NOT MIR-METHOD-IS-KNOWN
                   OR MIR-VALUE = ZEROS
               MOVE 'N' TO WS-PARM-OK-SW
               MOVE 'INCREASE RULE MALFORMED - REFUSED' TO
                   WS-REFUSAL
           ELSE
               IF WS-RULE-COUNT < 50
                   ADD 1 TO WS-RULE-COUNT
                   MOVE MIR-DEPT-CD TO IR-DEPT-CD(WS-RULE-COUNT)
                   MOVE MIR-BAND-FROM TO IR-BAND-FROM(WS-RULE-COUNT)
                   MOVE MIR-BAND-TO TO IR-BAND-TO(WS-RULE-COUNT)
                   MOVE MIR-METHOD TO IR-METHOD(WS-RULE-COUNT)
                   MOVE MIR-VALUE TO IR-VALUE(WS-RULE-COUNT)
                   MOVE MIR-CEILING TO IR-CEILING(WS-RULE-COUNT)
               END-IF
           END-IF.

      * the agreement must take effect on a real date no later
      * than the business date, under a named operator, with at
      * least one rule
       EDIT-INCREASE-PARMS.
           IF PARMS-ARE-GOOD
               SET DSV-FUNC-DAY-OF-WEEK TO TRUE
               MOVE WS-EFF-DATE TO DSV-DATE-1
               CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS
               EVALUATE TRUE
                   WHEN WS-EFF-DATE = ZEROS OR NOT DSV-STAT-OK
                       MOVE 'N' TO WS-PARM-OK-SW
                       MOVE 'NO VALID EFFECTIVE DATE - REFUSED' TO
                           WS-REFUSAL
                   WHEN WS-EFF-DATE > BDT-BUS-DATE
                       MOVE 'N' TO WS-PARM-OK-SW
                       MOVE 'EFFECTIVE DATE IN FUTURE - REFUSED' TO
                           WS-REFUSAL
                   WHEN WS-OPERATOR = SPACES
                       MOVE 'N' TO WS-PARM-OK-SW
                       MOVE 'NO OPERATOR ON HEADER - REFUSED' TO
                           WS-REFUSAL
                   WHEN WS-RULE-COUNT = ZEROS
                       MOVE 'N' TO WS-PARM-OK-SW
                       MOVE 'NO INCREASE RULES - REFUSED' TO
                           WS-REFUSAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       LOAD-RAISED-EMPLOYEES.
           OPEN INPUT SAL-HIST-FILE.
           IF WS-SALH-STATUS = '00'
               PERFORM READ-SAL-HIST-RECORD
               PERFORM UNTIL WS-SALH-STATUS NOT = '00'
                   IF SH-EFF-DATE = WS-EFF-DATE
                           AND SH-COLLECTIVE-AGREEMENT
                           AND WS-DONE-COUNT < 300
                       ADD 1 TO WS-DONE-COUNT
                       MOVE SH-EMP-ID TO RAISED-EMP-ID(WS-DONE-COUNT)
                   END-IF
                   PERFORM READ-SAL-HIST-RECORD
               END-PERFORM
               CLOSE SAL-HIST-FILE
           END-IF.

       READ-SAL-HIST-RECORD.
           READ SAL-HIST-FILE
               AT END
                   MOVE '10' TO WS-SALH-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       LOAD-PAYMENT-MONTHS.
           OPEN INPUT PAY-HIST-FILE.
           IF WS-HIST-STATUS = '00'
               PERFORM READ-PAY-HIST-RECORD
               PERFORM UNTIL WS-HIST-STATUS NOT = '00'
                       OR WS-PHT-COUNT = 3000
                   ADD 1 TO WS-PHT-COUNT
                   MOVE PH-EMP-ID TO PMT-EMP-ID(WS-PHT-COUNT)
                   MOVE PH-PERIOD TO PMT-PERIOD(WS-PHT-COUNT)
                   MOVE PH-STATUS TO PMT-STATUS(WS-PHT-COUNT)
                   PERFORM READ-PAY-HIST-RECORD
               END-PERFORM
               CLOSE PAY-HIST-FILE
           END-IF.

       READ-PAY-HIST-RECORD.
           READ PAY-HIST-FILE
               AT END
                   MOVE '10' TO WS-HIST-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      ******************************************************************
      * walk the employee master, raising everyone a rule covers
      ******************************************************************
       APPLY-THE-AGREEMENT.
           OPEN INPUT YTD-FILE.
           IF WS-YTD-STATUS = '00'
               SET YTD-FILE-IS-OPEN TO TRUE
           END-IF.
           OPEN EXTEND SAL-HIST-FILE.
           IF WS-SALH-STATUS NOT = '00'
               OPEN OUTPUT SAL-HIST-FILE
           END-IF.
           OPEN OUTPUT MASS-OUT-FILE.
           OPEN OUTPUT MASS-RPT-FILE.
           MOVE WS-REFERENCE TO RPT-HDG-REFERENCE.
           MOVE WS-EFF-DATE TO RPT-HDG-EFF-DATE.
           MOVE BDT-BUS-DATE TO RPT-HDG-RUN-DATE.
           MOVE WS-OPERATOR TO RPT-HDG-OPERATOR.
           WRITE MASS-RPT-LINE FROM RPT-HEADING.
           WRITE MASS-RPT-LINE FROM RPT-COLUMN-HEADING.
           ADD 2 TO RUNLOG-WRITTEN-COUNT.

           MOVE ZEROS TO EM-EMP-ID.
           START EMP-MAST-FILE KEY NOT < EM-EMP-ID
               INVALID KEY
                   MOVE '23' TO WS-EMPM-STATUS
           END-START.
           PERFORM UNTIL WS-EMPM-STATUS NOT = '00'
               READ EMP-MAST-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-EMPM-STATUS
                   NOT AT END
                       ADD 1 TO RUNLOG-READ-COUNT
                       IF EM-STATUS-ACTIVE
                           PERFORM JUDGE-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM WRITE-REPORT-TOTALS.
           CLOSE MASS-RPT-FILE.
           CLOSE MASS-OUT-FILE.
           CLOSE SAL-HIST-FILE.
           IF YTD-FILE-IS-OPEN
               CLOSE YTD-FILE
           END-IF.

       JUDGE-ONE-EMPLOYEE.
           PERFORM FIND-INCREASE-RULE.
           IF WS-RULE-SLOT = ZEROS
               ADD 1 TO WS-UNCOVERED-COUNT
           ELSE
               MOVE 'N' TO WS-DONE-SW
               PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
                       UNTIL WS-DONE-IDX > WS-DONE-COUNT
                          OR ALREADY-RAISED
                   IF RAISED-EMP-ID(WS-DONE-IDX) = EM-EMP-ID
                       SET ALREADY-RAISED TO TRUE
                   END-IF
               END-PERFORM
               IF ALREADY-RAISED
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE EM-MONTHLY-SALARY TO WS-OLD-SALARY
                   MOVE ZEROS TO WS-INCREASE
                   MOVE ZEROS TO WS-EMP-MONTHS
                   MOVE ZEROS TO WS-EMP-RETRO
                   MOVE 'ALREADY APPLIED' TO RPT-NOTE
                   PERFORM WRITE-EMPLOYEE-LINE
               ELSE
                   PERFORM RAISE-ONE-EMPLOYEE
               END-IF
           END-IF.

      * the employee's own department first, then the rules for
      * every department; the first band holding the salary wins
       FIND-INCREASE-RULE.
           MOVE ZEROS TO WS-RULE-SLOT.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
                      OR WS-RULE-SLOT > ZEROS
               IF IR-DEPT-CD(WS-RULE-IDX) = EM-DEPT-CD
                   PERFORM TEST-RULE-BAND
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
                      OR WS-RULE-SLOT > ZEROS
               IF IR-DEPT-CD(WS-RULE-IDX) = SPACES
                   PERFORM TEST-RULE-BAND
               END-IF
           END-PERFORM.

      * a band with no upper limit is open above
       TEST-RULE-BAND.
           IF EM-MONTHLY-SALARY NOT < IR-BAND-FROM(WS-RULE-IDX)
               IF IR-BAND-TO(WS-RULE-IDX) = ZEROS
                       OR EM-MONTHLY-SALARY NOT >
                           IR-BAND-TO(WS-RULE-IDX)
                   MOVE WS-RULE-IDX TO WS-RULE-SLOT
               END-IF
           END-IF.

       RAISE-ONE-EMPLOYEE.
           MOVE EM-MONTHLY-SALARY TO WS-OLD-SALARY.
           IF IR-PERCENTAGE(WS-RULE-SLOT)
               MOVE WS-OLD-SALARY TO WS-INCREASE-BASE
               IF IR-CEILING(WS-RULE-SLOT) > ZEROS
                       AND WS-INCREASE-BASE > IR-CEILING(WS-RULE-SLOT)
                   MOVE IR-CEILING(WS-RULE-SLOT) TO WS-INCREASE-BASE
               END-IF
               COMPUTE WS-INCREASE ROUNDED =
                   WS-INCREASE-BASE * IR-VALUE(WS-RULE-SLOT) / 100
           ELSE
               MOVE IR-VALUE(WS-RULE-SLOT) TO WS-INCREASE
           END-IF.
           ADD WS-INCREASE TO EM-MONTHLY-SALARY.
           REWRITE EM-RECORD
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO RPT-NOTE
               NOT INVALID KEY
                   MOVE SPACES TO RPT-NOTE
           END-REWRITE.

           IF RPT-NOTE = SPACES
               ADD 1 TO WS-RAISED-COUNT
               ADD WS-OLD-SALARY TO WS-OLD-PAYROLL
               ADD EM-MONTHLY-SALARY TO WS-NEW-PAYROLL
               PERFORM RECORD-SALARY-HISTORY
               PERFORM WORK-RETRO-DIFFERENCES
           ELSE
               MOVE WS-OLD-SALARY TO EM-MONTHLY-SALARY
               MOVE ZEROS TO WS-EMP-MONTHS
               MOVE ZEROS TO WS-EMP-RETRO
           END-IF.
           PERFORM WRITE-EMPLOYEE-LINE.

       RECORD-SALARY-HISTORY.
           MOVE SPACES TO SH-RECORD.
           MOVE EM-EMP-ID TO SH-EMP-ID.
           MOVE WS-EFF-DATE TO SH-EFF-DATE.
           MOVE WS-OLD-SALARY TO SH-OLD-SALARY.
           MOVE EM-MONTHLY-SALARY TO SH-NEW-SALARY.
           SET SH-COLLECTIVE-AGREEMENT TO TRUE.
           MOVE WS-REFERENCE TO SH-REFERENCE.
           MOVE WS-OPERATOR TO SH-OPERATOR.
           MOVE BDT-BUS-DATE TO SH-CHANGE-DATE.
           WRITE SH-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * stamp the change into the shared maintenance audit file
      * like any other change to the employee master
           MOVE 'EMPMAST' TO MAUD-FILE-ID.
           MOVE WS-OPERATOR TO MAUD-OPERATOR.
           MOVE 'C' TO MAUD-ACTION.
           MOVE SPACES TO MAUD-KEY.
           MOVE EM-EMP-ID TO MAUD-KEY(1:6).
           MOVE SPACES TO MAUD-RESULT.
           STRING 'SALARY RAISED - CCT ' DELIMITED BY SIZE
                  WS-REFERENCE DELIMITED BY SIZE
                  INTO MAUD-RESULT
           END-STRING.
           CALL 'MNTAUDLOG' USING MNTAUDIT-PARMS.

      ******************************************************************
      * the months already paid since the agreement took effect,
      * one earnings line each
      ******************************************************************
       WORK-RETRO-DIFFERENCES.
           MOVE ZEROS TO WS-EMP-MONTHS.
           MOVE ZEROS TO WS-EMP-RETRO.
           MOVE WS-EFF-DATE TO WS-START-DATE.
           IF EM-HIRE-DATE IS NUMERIC
                   AND EM-HIRE-DATE > WS-EFF-DATE
               MOVE EM-HIRE-DATE TO WS-START-DATE
           END-IF.
           MOVE WS-START-MONTH TO WS-RETRO-MONTH.

           MOVE 'N' TO WS-HAS-HIST-SW.
           PERFORM VARYING WS-PHT-IDX FROM 1 BY 1
                   UNTIL WS-PHT-IDX > WS-PHT-COUNT
                      OR EMPLOYEE-HAS-HISTORY
               IF PMT-EMP-ID(WS-PHT-IDX) = EM-EMP-ID
                   SET EMPLOYEE-HAS-HISTORY TO TRUE
               END-IF
           END-PERFORM.
           MOVE ZEROS TO WS-YTD-MONTHS-LEFT.
           IF NOT EMPLOYEE-HAS-HISTORY AND YTD-FILE-IS-OPEN
               MOVE EM-EMP-ID TO YTD-EMP-ID
               READ YTD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE YTD-MONTHS-PAID TO WS-YTD-MONTHS-LEFT
               END-READ
           END-IF.

           PERFORM UNTIL WS-RETRO-MONTH NOT < WS-CUR-MONTH
               PERFORM JUDGE-ONE-MONTH
               IF MONTH-WAS-PAID
                   PERFORM EMIT-MONTH-DIFFERENCE
               END-IF
               IF WS-RM-MONTH = 12
                   ADD 1 TO WS-RM-YEAR
                   MOVE 1 TO WS-RM-MONTH
               ELSE
                   ADD 1 TO WS-RM-MONTH
               END-IF
           END-PERFORM.

      * PAYHIST's word where it has any for the employee - a
      * voided payment was never a month paid; otherwise the
      * months YTDFILE shows paid, taken from the start
       JUDGE-ONE-MONTH.
           MOVE 'N' TO WS-MONTH-PAID-SW.
           IF EMPLOYEE-HAS-HISTORY
               PERFORM VARYING WS-PHT-IDX FROM 1 BY 1
                       UNTIL WS-PHT-IDX > WS-PHT-COUNT
                          OR MONTH-WAS-PAID
                   IF PMT-EMP-ID(WS-PHT-IDX) = EM-EMP-ID
                           AND PMT-PERIOD(WS-PHT-IDX) =
                               WS-RETRO-MONTH
                           AND PMT-STATUS(WS-PHT-IDX) NOT = 'V'
                       SET MONTH-WAS-PAID TO TRUE
                   END-IF
               END-PERFORM
           ELSE
               IF WS-YTD-MONTHS-LEFT > ZEROS
                   SET MONTH-WAS-PAID TO TRUE
                   SUBTRACT 1 FROM WS-YTD-MONTHS-LEFT
               END-IF
           END-IF.

      * the month the agreement takes effect part of the way
      * through pays only the days from then to the thirtieth
       EMIT-MONTH-DIFFERENCE.
           MOVE WS-INCREASE TO WS-MONTH-DIFF.
           IF WS-RETRO-MONTH = WS-START-MONTH
                   AND WS-START-DAY > 1
               IF WS-START-DAY > 30
                   MOVE ZEROS TO WS-DAYS-COVERED
               ELSE
                   COMPUTE WS-DAYS-COVERED = 31 - WS-START-DAY
               END-IF
               COMPUTE WS-MONTH-DIFF ROUNDED =
                   WS-INCREASE * WS-DAYS-COVERED / 30
           END-IF.
           IF WS-MONTH-DIFF > ZEROS
               MOVE SPACES TO MASS-OUT-RECORD
               MOVE 'E' TO MIO-REC-TYPE
               MOVE EM-EMP-ID TO MIO-EMP-ID
               MOVE 'CCTR' TO MIO-CODE
               MOVE 'CCT DIFF ' TO MIO-DESC(1:9)
               MOVE WS-RETRO-MONTH TO MIO-DESC-MONTH
               MOVE WS-MONTH-DIFF TO MIO-AMOUNT
               WRITE MASS-OUT-RECORD
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               ADD 1 TO WS-LINE-COUNT
               ADD 1 TO WS-EMP-MONTHS
               ADD WS-MONTH-DIFF TO WS-EMP-RETRO
               ADD WS-MONTH-DIFF TO WS-RETRO-TOTAL
           END-IF.

       WRITE-EMPLOYEE-LINE.
           MOVE EM-EMP-ID TO RPT-EMP-ID.
           MOVE EM-EMP-NAME TO RPT-EMP-NAME.
           MOVE EM-DEPT-CD TO RPT-DEPT-CD.
           MOVE WS-OLD-SALARY TO RPT-OLD-SALARY.
           MOVE EM-MONTHLY-SALARY TO RPT-NEW-SALARY.
           MOVE WS-INCREASE TO RPT-INCREASE.
           MOVE WS-EMP-MONTHS TO RPT-MONTHS.
           MOVE WS-EMP-RETRO TO RPT-RETRO.
           WRITE MASS-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-REPORT-TOTALS.
           MOVE 'EMPLOYEES RAISED' TO RPT-TOTAL-LABEL.
           MOVE WS-RAISED-COUNT TO RPT-TOTAL-COUNT.
           MOVE ZEROS TO RPT-TOTAL-AMOUNT.
           WRITE MASS-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'ALREADY RAISED - LEFT ALONE' TO RPT-TOTAL-LABEL.
           MOVE WS-SKIPPED-COUNT TO RPT-TOTAL-COUNT.
           WRITE MASS-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'NOT COVERED BY ANY RULE' TO RPT-TOTAL-LABEL.
           MOVE WS-UNCOVERED-COUNT TO RPT-TOTAL-COUNT.
           WRITE MASS-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'MONTHLY PAYROLL BEFORE' TO RPT-TOTAL-LABEL.
           MOVE WS-RAISED-COUNT TO RPT-TOTAL-COUNT.
           MOVE WS-OLD-PAYROLL TO RPT-TOTAL-AMOUNT.
           WRITE MASS-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'MONTHLY PAYROLL AFTER' TO RPT-TOTAL-LABEL.
           MOVE WS-NEW-PAYROLL TO RPT-TOTAL-AMOUNT.
           WRITE MASS-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'RETRO DIFFERENCE LINES' TO RPT-TOTAL-LABEL.
           MOVE WS-LINE-COUNT TO RPT-TOTAL-COUNT.
           MOVE WS-RETRO-TOTAL TO RPT-TOTAL-AMOUNT.
           WRITE MASS-RPT-LINE FROM RPT-TOTAL-LINE.
           WRITE MASS-RPT-LINE FROM RPT-SIGNOFF-LINE.
           ADD 7 TO RUNLOG-WRITTEN-COUNT.

       WRITE-RUNLOG-START.
           MOVE 'MASS-INCREASE' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'MASS-INCREASE' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
