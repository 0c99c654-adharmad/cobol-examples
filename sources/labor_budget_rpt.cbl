      * departmental labor-cost budget against actual - PAYROLL-
      * GL-POST spreads the payroll cost by department but the
      * managers had nothing to hold it against.  Finance loads the
      * year's budget on LABBUDGET, one line per department and
      * month with the budgeted headcount and cost.  this run
      * reports a month against it: actual headcount is the
      * department's active employees on EMPMAST, actual cost the
      * salary-expense postings on PAYGLPOST for the department's
      * cost center (reversing credits from a voided run taken
      * off), and overtime - what usually breaks the budget - is
      * broken out from the HRSEARNOUT earnings whose hours class
      * OTRATES prices above the regular multiplier.
      *
      * PAYGLPOST and HRSEARNOUT hold only the current run, so the
      * month's actuals are recorded on LABACTUAL as they are
      * reported (a rerun replaces them) and the year to date is
      * built from the months recorded there against the budget
      * for the same months; year-to-date headcount is the monthly
      * average.  LABRPTRPT shows each department's month and year
      * to date with the variance in amount and percent and the
      * overtime share, and flags a department whose cost runs
      * over budget by more than the tolerance or whose headcount
      * is over budget; a flagged department ends the run with
      * return code 4.  LABRPTPARM gives the month as YYYYMM and
      * the tolerance percent, defaulting to the business date's
      * month and 5%
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABOR-BUDGET-RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO 'LABBUDGET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-STATUS.

           SELECT EMP-MAST-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS EM-EMP-ID
               FILE STATUS IS WS-EMPM-STATUS.

           SELECT GL-POST-FILE ASSIGN TO 'PAYGLPOST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLP-STATUS.

           SELECT EARN-OUT-FILE ASSIGN TO 'HRSEARNOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERN-STATUS.

           SELECT OT-RATE-FILE ASSIGN TO 'OTRATES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OTR-STATUS.

           SELECT LAB-ACTUAL-FILE ASSIGN TO 'LABACTUAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS LBA-KEY
               FILE STATUS IS WS-LBA-STATUS.

           SELECT LAB-PARM-FILE ASSIGN TO 'LABRPTPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LAB-RPT-FILE ASSIGN TO 'LABRPTRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Finance's budget - one line per department and month
       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           05 LBB-DEPT-CD              PIC X(04).
           05 LBB-MONTH                PIC 9(06).
           05 LBB-HEADCOUNT            PIC 9(05).
           05 LBB-COST                 PIC 9(09)V99.

       FD  EMP-MAST-FILE.
           COPY EMPMREC.

      * the GLPOST shape PAYROLL-GL-POST writes - the source id
      * leads with the department cost center, and the company
      * segment and establishment ride after the shared fields
       FD  GL-POST-FILE.
       01  GL-POST-RECORD.
           05 GLP-DR-CR                PIC X(01).
           05 GLP-GL-ACCOUNT           PIC X(10).
           05 GLP-SOURCE-ID.
               10 GLP-SRC-DEPT         PIC X(04).
               10 GLP-SRC-EMP-ID       PIC X(06).
           05 GLP-POST-DATE            PIC 9(08).
           05 GLP-AMOUNT               PIC 9(9)V99.
           05 GLP-ADJ-MARK             PIC X(01).
           05 GLP-COMPANY              PIC X(04).
           05 GLP-ESTAB-CD             PIC X(04).

      * TIME-TO-EARNINGS' 'E' lines - the code is the hours class
       FD  EARN-OUT-FILE.
       01  EARN-OUT-RECORD.
           05 ERN-REC-TYPE             PIC X(01).
           05 ERN-EMP-ID               PIC 9(06).
           05 ERN-CODE                 PIC X(04).
           05 ERN-DESC                 PIC X(16).
           05 ERN-AMOUNT               PIC 9(07)V99.

       FD  OT-RATE-FILE.
       01  OT-RATE-RECORD.
           05 OTR-CLASS-CD             PIC X(04).
           05 OTR-MULTIPLIER           PIC 9(02)V99.
           05 OTR-DESC                 PIC X(12).

       FD  LAB-ACTUAL-FILE.
           COPY LABACREC.

       FD  LAB-PARM-FILE.
       01  LAB-PARM-RECORD.
           05 PRM-MONTH                PIC 9(06).
           05 PRM-TOLERANCE-PCT        PIC 9(02).

       FD  LAB-RPT-FILE.
       01  LAB-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BUD-STATUS               PIC XX.
       01  WS-EMPM-STATUS              PIC XX.
       01  WS-GLP-STATUS               PIC XX.
       01  WS-ERN-STATUS               PIC XX.
       01  WS-OTR-STATUS               PIC XX.
       01  WS-LBA-STATUS               PIC XX.
       01  WS-PARM-STATUS              PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

       01  WS-EMPM-OPEN-SW             PIC X(01) VALUE 'N'.
           88  EMPMAST-IS-OPEN                 VALUE 'Y'.

       01  WS-REPORT-MONTH             PIC 9(06).
       01  WS-REPORT-YEAR              PIC 9(04).
       01  WS-MONTH-NR                 PIC 9(02).
       01  WS-YEAR-START               PIC 9(06).
       01  WS-TOLERANCE-PCT            PIC 9(02) VALUE 5.
       01  WS-GL-SALARY-EXP            PIC X(10) VALUE '6100010000'.
       01  WS-BUDGET-LINES             PIC 9(05) VALUE ZEROS.

      * the hours classes priced above the regular multiplier
       01  WS-OT-COUNT                 PIC 9(02) VALUE ZEROS.
       01  WS-OT-IDX                   PIC 9(02).
       01  WS-OT-FOUND-SW              PIC X(01).
           88  OVERTIME-CLASS                  VALUE 'Y'.
       01  OT-CLASS-TABLE.
           05  OT-CLASS-CD OCCURS 20 TIMES PIC X(04).

      * one slot per department seen on the budget or the actuals
       01  WS-DEPT-COUNT               PIC 9(03) VALUE ZEROS.
       01  WS-DEPT-IDX                 PIC 9(03).
       01  WS-DEPT-SLOT                PIC 9(03).
       01  WS-WANTED-DEPT              PIC X(04).
       01  DEPT-TABLE.
           05  DEPT-ENTRY OCCURS 100 TIMES.
               10  DPT-DEPT-CD         PIC X(04).
               10  DPT-BUD-HC          PIC 9(05).
               10  DPT-BUD-COST        PIC 9(09)V99.
               10  DPT-YBUD-HC         PIC 9(07).
               10  DPT-YBUD-COST       PIC 9(11)V99.
               10  DPT-ACT-HC          PIC 9(05).
               10  DPT-ACT-COST        PIC S9(09)V99.
               10  DPT-ACT-OT          PIC 9(09)V99.
               10  DPT-YACT-HC         PIC 9(07).
               10  DPT-YACT-COST       PIC S9(11)V99.
               10  DPT-YACT-OT         PIC 9(11)V99.
               10  DPT-YACT-MONTHS     PIC 9(02).

      * the figures of the line being reported
       01  WS-LINE-BUD-HC              PIC 9(05).
       01  WS-LINE-ACT-HC              PIC 9(05).
       01  WS-LINE-BUD-COST            PIC 9(11)V99.
       01  WS-LINE-ACT-COST            PIC S9(11)V99.
       01  WS-LINE-OT                  PIC 9(11)V99.
       01  WS-VARIANCE                 PIC S9(11)V99.
       01  WS-VAR-PCT                  PIC S9(05)V9.
       01  WS-OT-PCT                   PIC 9(03)V9.
       01  WS-LINE-OVER-SW             PIC X(01).
           88  LINE-IS-OVER                    VALUE 'Y'.
       01  WS-DEPT-OVER-SW             PIC X(01).
           88  DEPT-IS-OVER                    VALUE 'Y'.

       01  WS-OVER-COUNT               PIC 9(03) VALUE ZEROS.
       01  WS-TOT-BUD-HC               PIC 9(05) VALUE ZEROS.
       01  WS-TOT-ACT-HC               PIC 9(05) VALUE ZEROS.
       01  WS-TOT-BUD-COST             PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOT-ACT-COST             PIC S9(11)V99 VALUE ZEROS.
       01  WS-TOT-OT                   PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOT-YBUD-HC              PIC 9(05) VALUE ZEROS.
       01  WS-TOT-YACT-HC              PIC 9(05) VALUE ZEROS.
       01  WS-TOT-YBUD-COST            PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOT-YACT-COST            PIC S9(11)V99 VALUE ZEROS.
       01  WS-TOT-YOT                  PIC 9(11)V99 VALUE ZEROS.

       01  RPT-HEADING.
           05 FILLER                   PIC X(37) VALUE
               'LABOR COST BUDGET VS ACTUAL - MONTH '.
           05 RPT-HDG-MONTH            PIC 9(06).
           05 FILLER                   PIC X(16) VALUE
               '   TOLERANCE - '.
           05 RPT-HDG-TOLERANCE        PIC Z9.
           05 FILLER                   PIC X(01) VALUE '%'.

       01  RPT-COLUMN-HEADING.
           05 FILLER                   PIC X(40) VALUE
               'DEPT  PERIOD  BUD HC  ACT HC      BUDGET'.
           05 FILLER                   PIC X(40) VALUE
               ' COST     ACTUAL COST        VARIANCE   '.
           05 FILLER                   PIC X(40) VALUE
               'VAR %        OVERTIME  OT %  FLAG       '.

       01  RPT-DETAIL-LINE.
           05 RPT-DEPT-CD              PIC X(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-PERIOD               PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-BUD-HC               PIC ZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-ACT-HC               PIC ZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-BUD-COST             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-ACT-COST             PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-VARIANCE             PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-VAR-PCT              PIC -ZZZ9.9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-OVERTIME             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-OT-PCT               PIC ZZ9.9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-FLAG                 PIC X(24).

       01  RPT-TRAILER-LINE.
           05 FILLER                   PIC X(14) VALUE
               'DEPARTMENTS - '.
           05 RPT-DEPT-COUNT           PIC ZZ9.
           05 FILLER                   PIC X(15) VALUE
               '   FLAGGED - '.
           05 RPT-OVER-COUNT           PIC ZZ9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'LABOR-BUDGET-RPT' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           PERFORM GET-REPORT-PARMS.
           PERFORM LOAD-BUDGET.
           IF WS-BUDGET-LINES = ZEROS
               DISPLAY 'LABOR-BUDGET-RPT: NO LABBUDGET LINES FOR '
                   WS-REPORT-YEAR ' - NOTHING REPORTED'
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM LOAD-OVERTIME-CLASSES
               OPEN INPUT EMP-MAST-FILE
               IF WS-EMPM-STATUS = '00'
                   SET EMPMAST-IS-OPEN TO TRUE
                   PERFORM COUNT-ACTUAL-HEADCOUNT
               ELSE
                   DISPLAY 'LABOR-BUDGET-RPT: NO EMPMAST MASTER '
                       '- HEADCOUNT WILL BE ZERO'
               END-IF
               PERFORM TAKE-POSTED-COST
               PERFORM TAKE-OVERTIME-EARNINGS
               IF EMPMAST-IS-OPEN
                   CLOSE EMP-MAST-FILE
               END-IF
               PERFORM RECORD-MONTH-ACTUALS
               PERFORM WRITE-BUDGET-REPORT
               IF WS-OVER-COUNT > ZEROS
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

       GET-REPORT-PARMS.
           MOVE BDT-BUS-DATE(1:6) TO WS-REPORT-MONTH.
           OPEN INPUT LAB-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ LAB-PARM-FILE
                   NOT AT END
                       IF PRM-MONTH IS NUMERIC
                               AND PRM-MONTH > ZEROS
                           MOVE PRM-MONTH TO WS-REPORT-MONTH
                       END-IF
                       IF PRM-TOLERANCE-PCT IS NUMERIC
                               AND PRM-TOLERANCE-PCT > ZEROS
                           MOVE PRM-TOLERANCE-PCT TO
                               WS-TOLERANCE-PCT
                       END-IF
               END-READ
               CLOSE LAB-PARM-FILE
           END-IF.
           MOVE WS-REPORT-MONTH(1:4) TO WS-REPORT-YEAR.
           MOVE WS-REPORT-MONTH(5:2) TO WS-MONTH-NR.
           COMPUTE WS-YEAR-START = WS-REPORT-YEAR * 100 + 1.

      * the year's budget up to the report month feeds the year to
      * date; the report month's own line is the month's budget
       LOAD-BUDGET.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUD-STATUS = '00'
               PERFORM READ-BUDGET-RECORD
               PERFORM UNTIL WS-BUD-STATUS NOT = '00'
                   IF LBB-MONTH NOT < WS-YEAR-START
                           AND LBB-MONTH NOT > WS-REPORT-MONTH
                       PERFORM TAKE-ONE-BUDGET-LINE
                   END-IF
                   PERFORM READ-BUDGET-RECORD
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.

       READ-BUDGET-RECORD.
           READ BUDGET-FILE
               AT END
                   MOVE '10' TO WS-BUD-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       TAKE-ONE-BUDGET-LINE.
           ADD 1 TO WS-BUDGET-LINES.
           MOVE LBB-DEPT-CD TO WS-WANTED-DEPT.
           PERFORM FIND-DEPT-SLOT.
           IF WS-DEPT-SLOT > ZEROS
               ADD LBB-HEADCOUNT TO DPT-YBUD-HC(WS-DEPT-SLOT)
               ADD LBB-COST TO DPT-YBUD-COST(WS-DEPT-SLOT)
               IF LBB-MONTH = WS-REPORT-MONTH
                   ADD LBB-HEADCOUNT TO DPT-BUD-HC(WS-DEPT-SLOT)
                   ADD LBB-COST TO DPT-BUD-COST(WS-DEPT-SLOT)
               END-IF
           END-IF.

      * find the department's slot, opening one the first time it
      * is seen; past the table's end the department is left out
      * and the operator told
       FIND-DEPT-SLOT.
           MOVE ZEROS TO WS-DEPT-SLOT.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                       OR WS-DEPT-SLOT > ZEROS
               IF DPT-DEPT-CD(WS-DEPT-IDX) = WS-WANTED-DEPT
                   MOVE WS-DEPT-IDX TO WS-DEPT-SLOT
               END-IF
           END-PERFORM.
           IF WS-DEPT-SLOT = ZEROS
               IF WS-DEPT-COUNT < 100
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SLOT
                   MOVE WS-WANTED-DEPT TO DPT-DEPT-CD(WS-DEPT-SLOT)
                   MOVE ZEROS TO DPT-BUD-HC(WS-DEPT-SLOT)
                   MOVE ZEROS TO DPT-BUD-COST(WS-DEPT-SLOT)
                   MOVE ZEROS TO DPT-YBUD-HC(WS-DEPT-SLOT)
                   MOVE ZEROS TO DPT-YBUD-COST(WS-DEPT-SLOT)
                   MOVE ZEROS TO DPT-ACT-HC(WS-DEPT-SLOT)
                   MOVE ZEROS TO DPT-ACT-COST(WS-DEPT-SLOT)
                   MOVE ZEROS TO DPT-ACT-OT(WS-DEPT-SLOT)
                   MOVE ZEROS TO DPT-YACT-HC(WS-DEPT-SLOT)
                   MOVE ZEROS TO DPT-YACT-COST(WS-DEPT-SLOT)
                   MOVE ZEROS TO DPT-YACT-OT(WS-DEPT-SLOT)
                   MOVE ZEROS TO DPT-YACT-MONTHS(WS-DEPT-SLOT)
               ELSE
                   DISPLAY 'LABOR-BUDGET-RPT: DEPARTMENT TABLE '
                       'FULL - ' WS-WANTED-DEPT ' LEFT OUT'
               END-IF
           END-IF.

      * overtime is any hours class priced above straight time
       LOAD-OVERTIME-CLASSES.
           OPEN INPUT OT-RATE-FILE.
           IF WS-OTR-STATUS = '00'
               PERFORM READ-RATE-RECORD
               PERFORM UNTIL WS-OTR-STATUS NOT = '00'
                   IF OTR-MULTIPLIER > 1 AND WS-OT-COUNT < 20
                       ADD 1 TO WS-OT-COUNT
                       MOVE OTR-CLASS-CD TO OT-CLASS-CD(WS-OT-COUNT)
                   END-IF
                   PERFORM READ-RATE-RECORD
               END-PERFORM
               CLOSE OT-RATE-FILE
           END-IF.

       READ-RATE-RECORD.
           READ OT-RATE-FILE
               AT END
                   MOVE '10' TO WS-OTR-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       COUNT-ACTUAL-HEADCOUNT.
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
                           MOVE EM-DEPT-CD TO WS-WANTED-DEPT
                           PERFORM FIND-DEPT-SLOT
                           IF WS-DEPT-SLOT > ZEROS
                               ADD 1 TO DPT-ACT-HC(WS-DEPT-SLOT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * salary expense debits are the cost; a credit to the same
      * account is a voided run's reversal and comes back off
       TAKE-POSTED-COST.
           OPEN INPUT GL-POST-FILE.
           IF WS-GLP-STATUS NOT = '00'
               DISPLAY 'LABOR-BUDGET-RPT: NO PAYGLPOST POSTINGS '
                   'SUPPLIED - ACTUAL COST WILL BE ZERO'
           ELSE
               PERFORM READ-POSTING-RECORD
               PERFORM UNTIL WS-GLP-STATUS NOT = '00'
                   IF GLP-GL-ACCOUNT = WS-GL-SALARY-EXP
                       MOVE GLP-SRC-DEPT TO WS-WANTED-DEPT
                       PERFORM FIND-DEPT-SLOT
                       IF WS-DEPT-SLOT > ZEROS
                           IF GLP-DR-CR = 'D'
                               ADD GLP-AMOUNT TO
                                   DPT-ACT-COST(WS-DEPT-SLOT)
                           ELSE
                               SUBTRACT GLP-AMOUNT FROM
                                   DPT-ACT-COST(WS-DEPT-SLOT)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM READ-POSTING-RECORD
               END-PERFORM
               CLOSE GL-POST-FILE
           END-IF.

       READ-POSTING-RECORD.
           READ GL-POST-FILE
               AT END
                   MOVE '10' TO WS-GLP-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * the earnings lines carry no department, so the master says
      * whose cost center each one belongs to
       TAKE-OVERTIME-EARNINGS.
           OPEN INPUT EARN-OUT-FILE.
           IF WS-ERN-STATUS = '00'
               PERFORM READ-EARNINGS-RECORD
               PERFORM UNTIL WS-ERN-STATUS NOT = '00'
                   IF ERN-REC-TYPE = 'E'
                       PERFORM TAKE-ONE-EARNINGS-LINE
                   END-IF
                   PERFORM READ-EARNINGS-RECORD
               END-PERFORM
               CLOSE EARN-OUT-FILE
           END-IF.

       READ-EARNINGS-RECORD.
           READ EARN-OUT-FILE
               AT END
                   MOVE '10' TO WS-ERN-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       TAKE-ONE-EARNINGS-LINE.
           MOVE 'N' TO WS-OT-FOUND-SW.
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                   UNTIL WS-OT-IDX > WS-OT-COUNT
                       OR OVERTIME-CLASS
               IF OT-CLASS-CD(WS-OT-IDX) = ERN-CODE
                   SET OVERTIME-CLASS TO TRUE
               END-IF
           END-PERFORM.
           IF OVERTIME-CLASS
               MOVE '????' TO WS-WANTED-DEPT
               IF EMPMAST-IS-OPEN
                   MOVE ERN-EMP-ID TO EM-EMP-ID
                   READ EMP-MAST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EM-DEPT-CD TO WS-WANTED-DEPT
                   END-READ
               END-IF
               PERFORM FIND-DEPT-SLOT
               IF WS-DEPT-SLOT > ZEROS
                   ADD ERN-AMOUNT TO DPT-ACT-OT(WS-DEPT-SLOT)
               END-IF
           END-IF.

      ******************************************************************
      * the month's actuals replace whatever an earlier run of the
      * month recorded, then the year's months are read back
      ******************************************************************
       RECORD-MONTH-ACTUALS.
           OPEN I-O LAB-ACTUAL-FILE.
           IF WS-LBA-STATUS NOT = '00'
               OPEN OUTPUT LAB-ACTUAL-FILE
               CLOSE LAB-ACTUAL-FILE
               OPEN I-O LAB-ACTUAL-FILE
           END-IF.
           PERFORM PURGE-MONTH-ACTUALS.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE WS-REPORT-MONTH TO LBA-MONTH
               MOVE DPT-DEPT-CD(WS-DEPT-IDX) TO LBA-DEPT-CD
               MOVE DPT-ACT-HC(WS-DEPT-IDX) TO LBA-HEADCOUNT
               MOVE DPT-ACT-COST(WS-DEPT-IDX) TO LBA-COST
               MOVE DPT-ACT-OT(WS-DEPT-IDX) TO LBA-OVERTIME
               MOVE BDT-BUS-DATE TO LBA-RUN-DATE
               WRITE LBA-RECORD
               END-WRITE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-PERFORM.
           PERFORM GATHER-YEAR-ACTUALS.
           CLOSE LAB-ACTUAL-FILE.

       PURGE-MONTH-ACTUALS.
           MOVE WS-REPORT-MONTH TO LBA-MONTH.
           MOVE LOW-VALUES TO LBA-DEPT-CD.
           MOVE '00' TO WS-LBA-STATUS.
           START LAB-ACTUAL-FILE KEY NOT < LBA-KEY
               INVALID KEY
                   MOVE '23' TO WS-LBA-STATUS
           END-START.
           PERFORM UNTIL WS-LBA-STATUS NOT = '00'
               READ LAB-ACTUAL-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-LBA-STATUS
                   NOT AT END
                       IF LBA-MONTH = WS-REPORT-MONTH
                           DELETE LAB-ACTUAL-FILE RECORD
                           END-DELETE
                       ELSE
                           MOVE '10' TO WS-LBA-STATUS
                       END-IF
               END-READ
           END-PERFORM.

       GATHER-YEAR-ACTUALS.
           MOVE WS-YEAR-START TO LBA-MONTH.
           MOVE LOW-VALUES TO LBA-DEPT-CD.
           MOVE '00' TO WS-LBA-STATUS.
           START LAB-ACTUAL-FILE KEY NOT < LBA-KEY
               INVALID KEY
                   MOVE '23' TO WS-LBA-STATUS
           END-START.
           PERFORM UNTIL WS-LBA-STATUS NOT = '00'
               READ LAB-ACTUAL-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-LBA-STATUS
                   NOT AT END
                       IF LBA-MONTH > WS-REPORT-MONTH
                           MOVE '10' TO WS-LBA-STATUS
                       ELSE
                           ADD 1 TO RUNLOG-READ-COUNT
                           PERFORM TAKE-ONE-MONTH-ACTUAL
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-ONE-MONTH-ACTUAL.
           MOVE LBA-DEPT-CD TO WS-WANTED-DEPT.
           PERFORM FIND-DEPT-SLOT.
           IF WS-DEPT-SLOT > ZEROS
               ADD LBA-HEADCOUNT TO DPT-YACT-HC(WS-DEPT-SLOT)
               ADD LBA-COST TO DPT-YACT-COST(WS-DEPT-SLOT)
               ADD LBA-OVERTIME TO DPT-YACT-OT(WS-DEPT-SLOT)
               ADD 1 TO DPT-YACT-MONTHS(WS-DEPT-SLOT)
           END-IF.

      ******************************************************************
      * the report - a month line and a year-to-date line per
      * department, then the company's own two lines
      ******************************************************************
       WRITE-BUDGET-REPORT.
           OPEN OUTPUT LAB-RPT-FILE.
           MOVE WS-REPORT-MONTH TO RPT-HDG-MONTH.
           MOVE WS-TOLERANCE-PCT TO RPT-HDG-TOLERANCE.
           WRITE LAB-RPT-LINE FROM RPT-HEADING.
           WRITE LAB-RPT-LINE FROM RPT-COLUMN-HEADING.
           ADD 2 TO RUNLOG-WRITTEN-COUNT.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               PERFORM REPORT-ONE-DEPARTMENT
           END-PERFORM.

           MOVE 'ALL ' TO RPT-DEPT-CD.
           MOVE 'MONTH' TO RPT-PERIOD.
           MOVE WS-TOT-BUD-HC TO WS-LINE-BUD-HC.
           MOVE WS-TOT-ACT-HC TO WS-LINE-ACT-HC.
           MOVE WS-TOT-BUD-COST TO WS-LINE-BUD-COST.
           MOVE WS-TOT-ACT-COST TO WS-LINE-ACT-COST.
           MOVE WS-TOT-OT TO WS-LINE-OT.
           PERFORM WRITE-VARIANCE-LINE.
           MOVE 'YTD' TO RPT-PERIOD.
           MOVE WS-TOT-YBUD-HC TO WS-LINE-BUD-HC.
           MOVE WS-TOT-YACT-HC TO WS-LINE-ACT-HC.
           MOVE WS-TOT-YBUD-COST TO WS-LINE-BUD-COST.
           MOVE WS-TOT-YACT-COST TO WS-LINE-ACT-COST.
           MOVE WS-TOT-YOT TO WS-LINE-OT.
           PERFORM WRITE-VARIANCE-LINE.

           MOVE WS-DEPT-COUNT TO RPT-DEPT-COUNT.
           MOVE WS-OVER-COUNT TO RPT-OVER-COUNT.
           WRITE LAB-RPT-LINE FROM RPT-TRAILER-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           CLOSE LAB-RPT-FILE.

      * year-to-date headcount is the average over the months -
      * the budget's over the months of the year so far, the
      * actual's over the months recorded
       REPORT-ONE-DEPARTMENT.
           MOVE DPT-DEPT-CD(WS-DEPT-IDX) TO RPT-DEPT-CD.
           MOVE 'MONTH' TO RPT-PERIOD.
           MOVE DPT-BUD-HC(WS-DEPT-IDX) TO WS-LINE-BUD-HC.
           MOVE DPT-ACT-HC(WS-DEPT-IDX) TO WS-LINE-ACT-HC.
           MOVE DPT-BUD-COST(WS-DEPT-IDX) TO WS-LINE-BUD-COST.
           MOVE DPT-ACT-COST(WS-DEPT-IDX) TO WS-LINE-ACT-COST.
           MOVE DPT-ACT-OT(WS-DEPT-IDX) TO WS-LINE-OT.
           PERFORM WRITE-VARIANCE-LINE.
           MOVE WS-LINE-OVER-SW TO WS-DEPT-OVER-SW.

           MOVE SPACES TO RPT-DEPT-CD.
           MOVE 'YTD' TO RPT-PERIOD.
           COMPUTE WS-LINE-BUD-HC ROUNDED =
               DPT-YBUD-HC(WS-DEPT-IDX) / WS-MONTH-NR.
           IF DPT-YACT-MONTHS(WS-DEPT-IDX) > ZEROS
               COMPUTE WS-LINE-ACT-HC ROUNDED =
                   DPT-YACT-HC(WS-DEPT-IDX)
                       / DPT-YACT-MONTHS(WS-DEPT-IDX)
           ELSE
               MOVE ZEROS TO WS-LINE-ACT-HC
           END-IF.
           MOVE DPT-YBUD-COST(WS-DEPT-IDX) TO WS-LINE-BUD-COST.
           MOVE DPT-YACT-COST(WS-DEPT-IDX) TO WS-LINE-ACT-COST.
           MOVE DPT-YACT-OT(WS-DEPT-IDX) TO WS-LINE-OT.
           PERFORM WRITE-VARIANCE-LINE.
           IF LINE-IS-OVER OR DEPT-IS-OVER
               ADD 1 TO WS-OVER-COUNT
           END-IF.

           ADD DPT-BUD-HC(WS-DEPT-IDX) TO WS-TOT-BUD-HC.
           ADD DPT-ACT-HC(WS-DEPT-IDX) TO WS-TOT-ACT-HC.
           ADD DPT-BUD-COST(WS-DEPT-IDX) TO WS-TOT-BUD-COST.
           ADD DPT-ACT-COST(WS-DEPT-IDX) TO WS-TOT-ACT-COST.
           ADD DPT-ACT-OT(WS-DEPT-IDX) TO WS-TOT-OT.
           ADD WS-LINE-BUD-HC TO WS-TOT-YBUD-HC.
           ADD WS-LINE-ACT-HC TO WS-TOT-YACT-HC.
           ADD DPT-YBUD-COST(WS-DEPT-IDX) TO WS-TOT-YBUD-COST.
           ADD DPT-YACT-COST(WS-DEPT-IDX) TO WS-TOT-YACT-COST.
           ADD DPT-YACT-OT(WS-DEPT-IDX) TO WS-TOT-YOT.

      * variance is actual less budget, so over budget is positive;
      * cost with no budget behind it is flagged on its own
       WRITE-VARIANCE-LINE.
           MOVE 'N' TO WS-LINE-OVER-SW.
           COMPUTE WS-VARIANCE = WS-LINE-ACT-COST - WS-LINE-BUD-COST.
           IF WS-LINE-BUD-COST > ZEROS
               COMPUTE WS-VAR-PCT ROUNDED =
                   WS-VARIANCE * 100 / WS-LINE-BUD-COST
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-VAR-PCT
               END-COMPUTE
           ELSE
               MOVE ZEROS TO WS-VAR-PCT
           END-IF.
           IF WS-LINE-ACT-COST > ZEROS
               COMPUTE WS-OT-PCT ROUNDED =
                   WS-LINE-OT * 100 / WS-LINE-ACT-COST
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-OT-PCT
               END-COMPUTE
           ELSE
               MOVE ZEROS TO WS-OT-PCT
           END-IF.

           EVALUATE TRUE
               WHEN WS-LINE-BUD-COST = ZEROS
                       AND WS-LINE-ACT-COST > ZEROS
                   MOVE 'NO BUDGET' TO RPT-FLAG
                   SET LINE-IS-OVER TO TRUE
               WHEN WS-VAR-PCT > WS-TOLERANCE-PCT
                       AND WS-LINE-ACT-HC > WS-LINE-BUD-HC
                   MOVE 'COST AND HEADCOUNT OVER' TO RPT-FLAG
                   SET LINE-IS-OVER TO TRUE
               WHEN WS-VAR-PCT > WS-TOLERANCE-PCT
                   MOVE 'COST OVER TOLERANCE' TO RPT-FLAG
                   SET LINE-IS-OVER TO TRUE
               WHEN WS-LINE-ACT-HC > WS-LINE-BUD-HC
                   MOVE 'HEADCOUNT OVER BUDGET' TO RPT-FLAG
                   SET LINE-IS-OVER TO TRUE
               WHEN OTHER
                   MOVE SPACES TO RPT-FLAG
           END-EVALUATE.

           MOVE WS-LINE-BUD-HC TO RPT-BUD-HC.
           MOVE WS-LINE-ACT-HC TO RPT-ACT-HC.
           MOVE WS-LINE-BUD-COST TO RPT-BUD-COST.
           MOVE WS-LINE-ACT-COST TO RPT-ACT-COST.
           MOVE WS-VARIANCE TO RPT-VARIANCE.
           MOVE WS-VAR-PCT TO RPT-VAR-PCT.
           MOVE WS-LINE-OT TO RPT-OVERTIME.
           MOVE WS-OT-PCT TO RPT-OT-PCT.
           WRITE LAB-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-RUNLOG-START.
           MOVE 'LABOR-BUDGET-RPT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'LABOR-BUDGET-RPT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
