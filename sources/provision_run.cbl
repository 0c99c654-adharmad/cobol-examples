      * monthly provisioning of the 13th-salary and vacation
      * liabilities - VACFILE tracks each employee's vacation
      * accrual and YTDFILE the months that earn the 13th, but
      * nothing reached the ledger until PAYROLL-13TH or VACPAYOUT
      * paid out, so the accounts carried no provision for either
      * through the year.  this run books, per employee, the
      * month's movement of four provisions:
      *   13TH SALARY  - one twelfth of EMPMAST's monthly salary for
      *                  every month YTDFILE counts toward the 13th
      *   VACATION     - VACFILE's accrued balance, which already
      *                  carries the constitutional third
      *   INSS CHARGE  - the employer's INSS on the two above
      *   FGTS CHARGE  - the employer's 8% FGTS on the two above
      * each provision's target for the period is set against the
      * balance PROVFILE carries from the last period booked.  the
      * 13th the PAYROLL13 run paid and the vacation VACPAYOUT
      * staged - with their charges - are released out of the
      * balance first; whatever the target then still stands above
      * the balance is the month's increase, and anything it falls
      * short by is released too.  a terminated employee's
      * provisions are released in full, the settlement having
      * paid them.
      *
      * an increase debits the provision's expense account and
      * credits its liability; a release debits the liability and
      * credits the expense the payout was charged against.  the
      * pairs are added to the end of PAYGLPOST in its shape, with
      * the department and employee as the source id and the
      * employee's establishment and ledger company after it, the
      * way PAYROLL-VOID adds its reversals.  the PROVRPT proof
      * rolls each department's provisions forward - opening,
      * increase, release, closing - then the run totals, and
      * proves the postings' debits against their credits; an
      * out-of-balance run ends with return code 8.  the period
      * comes from PROVPARM as YYYYMM and defaults to the business
      * date's month; an employee PROVFILE shows already booked
      * for the period is not booked again
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISION-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-MAST-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS EM-EMP-ID
               FILE STATUS IS WS-EMPM-STATUS.

           SELECT VAC-FILE ASSIGN TO 'VACFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS VAC-EMP-ID
               FILE STATUS IS WS-VAC-STATUS.

           SELECT YTD-FILE ASSIGN TO 'YTDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.

           SELECT PROV-FILE ASSIGN TO 'PROVFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS PRV-EMP-ID
               FILE STATUS IS WS-PRV-STATUS.

           SELECT PAY13-FILE ASSIGN TO 'PAYROLL13'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-P13-STATUS.

           SELECT VAC-PAY-FILE ASSIGN TO 'VACPAYOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VPY-STATUS.

           SELECT PROV-PARM-FILE ASSIGN TO 'PROVPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT GL-POST-FILE ASSIGN TO 'PAYGLPOST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLP-STATUS.

           SELECT PROV-RPT-FILE ASSIGN TO 'PROVRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-MAST-FILE.
           COPY EMPMREC.

       FD  VAC-FILE.
           COPY VACREC.

       FD  YTD-FILE.
           COPY YTDREC.

       FD  PROV-FILE.
           COPY PROVREC.

      * the 13th-salary run writes PAYROLLIN employee records
       FD  PAY13-FILE.
       01  PAY13-RECORD.
           05 P13-EMP-ID               PIC 9(06).
           05 P13-EMP-NAME             PIC X(30).
           05 P13-GROSS-SALARY         PIC 9(07)V99.
           05 P13-NET-SALARY           PIC 9(07)V99.
           05 P13-CPF-NR               PIC 9(11).

      * vacation pay goes out as 'E' earnings detail lines
       FD  VAC-PAY-FILE.
       01  VAC-PAY-RECORD.
           05 VPY-REC-TYPE             PIC X(01).
           05 VPY-EMP-ID               PIC 9(06).
           05 VPY-CODE                 PIC X(04).
           05 VPY-DESC                 PIC X(16).
           05 VPY-AMOUNT               PIC 9(07)V99.

       FD  PROV-PARM-FILE.
       01  PROV-PARM-RECORD            PIC 9(06).

      * same shape PAYROLL-GL-POST writes, company segment and
      * establishment after the shared GLPOST fields
       FD  GL-POST-FILE.
       01  GL-POST-RECORD.
           05 GLP-DR-CR                PIC X(01).
           05 GLP-GL-ACCOUNT           PIC X(10).
           05 GLP-SOURCE-ID            PIC X(10).
           05 GLP-POST-DATE            PIC 9(08).
           05 GLP-AMOUNT               PIC 9(9)V99.
           05 GLP-ADJ-MARK             PIC X(01).
           05 GLP-COMPANY              PIC X(04).
           05 GLP-ESTAB-CD             PIC X(04).

       FD  PROV-RPT-FILE.
       01  PROV-RPT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EMPM-STATUS              PIC XX.
       01  WS-VAC-STATUS               PIC XX.
       01  WS-YTD-STATUS               PIC XX.
       01  WS-PRV-STATUS               PIC XX.
       01  WS-P13-STATUS               PIC XX.
       01  WS-VPY-STATUS               PIC XX.
       01  WS-PARM-STATUS              PIC XX.
       01  WS-GLP-STATUS               PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

           COPY ESTLKW.

       01  WS-VAC-OPEN-SW              PIC X(01) VALUE 'N'.
           88  VAC-FILE-IS-OPEN                VALUE 'Y'.
       01  WS-YTD-OPEN-SW              PIC X(01) VALUE 'N'.
           88  YTD-FILE-IS-OPEN                VALUE 'Y'.
       01  WS-PRV-FOUND-SW             PIC X(01).
           88  PROVISION-ON-FILE               VALUE 'Y'.

       01  WS-PERIOD                   PIC 9(06).
       01  WS-POST-DATE                PIC 9(08).

      * employer charges on the provisions - INSS at the employer
      * rate, FGTS at the deposit rate FGTS-DEPOSIT applies
       01  WS-INSS-EMPR-RATE           PIC V9999 VALUE .2000.
       01  WS-FGTS-RATE                PIC V99 VALUE .08.

      * one slot per provision - its label, the expense account an
      * increase debits and the liability account it credits
       01  PVT-NAME-VALUES.
           05 FILLER                   PIC X(34) VALUE
               '13TH SALARY   61000200002300010000'.
           05 FILLER                   PIC X(34) VALUE
               'VACATION      61000300002300020000'.
           05 FILLER                   PIC X(34) VALUE
               'INSS CHARGE   61000400002300030000'.
           05 FILLER                   PIC X(34) VALUE
               'FGTS CHARGE   61000500002300040000'.
       01  PVT-NAME-TABLE REDEFINES PVT-NAME-VALUES.
           05  PVT-NAME-ENTRY OCCURS 4 TIMES.
               10  PVT-LABEL           PIC X(14).
               10  PVT-EXPENSE-ACCT    PIC X(10).
               10  PVT-LIABILITY-ACCT  PIC X(10).
       01  WS-PVT-IDX                  PIC 9(02).

      * the employee being booked - each provision's target, the
      * payout released against it, and the resulting movement
       01  EMP-PROVISION-TABLE.
           05  EMP-PROVISION-ENTRY OCCURS 4 TIMES.
               10  EPV-OPENING         PIC 9(09)V99.
               10  EPV-TARGET          PIC 9(09)V99.
               10  EPV-PAID-OUT        PIC 9(09)V99.
               10  EPV-INCREASE        PIC 9(09)V99.
               10  EPV-RELEASE         PIC 9(09)V99.
       01  WS-MOVEMENT                 PIC S9(09)V99.
       01  WS-CHARGE-BASE              PIC 9(09)V99.
       01  WS-PAID-BASE                PIC 9(09)V99.
       01  WS-COUNTED-MONTHS           PIC 9(02).

      * what PAYROLL13 and VACPAYOUT paid out, per employee
       01  WS-OUT-COUNT                PIC 9(03) VALUE ZEROS.
       01  WS-OUT-IDX                  PIC 9(03).
       01  WS-OUT-SLOT                 PIC 9(03).
       01  WS-WANTED-EMP               PIC 9(06).
       01  PAY-OUT-TABLE.
           05  PAY-OUT-ENTRY OCCURS 300 TIMES.
               10  PO-EMP-ID           PIC 9(06).
               10  PO-13TH             PIC 9(07)V99.
               10  PO-VACATION         PIC 9(07)V99.

      * the roll-forward per department and provision
       01  WS-DEPT-COUNT               PIC 9(03) VALUE ZEROS.
       01  WS-DEPT-IDX                 PIC 9(03).
       01  WS-DEPT-SLOT                PIC 9(03).
       01  DEPT-ROLL-TABLE.
           05  DEPT-ROLL-ENTRY OCCURS 50 TIMES.
               10  DRT-DEPT-CD         PIC X(04).
               10  DRT-PROVISION OCCURS 4 TIMES.
                   15  DRT-OPENING     PIC 9(11)V99.
                   15  DRT-INCREASE    PIC 9(11)V99.
                   15  DRT-RELEASE     PIC 9(11)V99.
                   15  DRT-CLOSING     PIC 9(11)V99.
       01  RUN-ROLL-TABLE.
           05  RUN-PROVISION OCCURS 4 TIMES.
               10  RRT-OPENING         PIC 9(11)V99.
               10  RRT-INCREASE        PIC 9(11)V99.
               10  RRT-RELEASE         PIC 9(11)V99.
               10  RRT-CLOSING         PIC 9(11)V99.

       01  WS-SOURCE-ID-WORK.
           05 WS-SRC-DEPT              PIC X(04).
           05 WS-SRC-EMP-ID            PIC 9(06).

       01  WS-BOOKED-COUNT             PIC 9(05) VALUE ZEROS.
       01  WS-ALREADY-COUNT            PIC 9(05) VALUE ZEROS.
       01  WS-DEBIT-COUNT              PIC 9(07) VALUE ZEROS.
       01  WS-CREDIT-COUNT             PIC 9(07) VALUE ZEROS.
       01  WS-DEBIT-TOTAL              PIC 9(11)V99 VALUE ZEROS.
       01  WS-CREDIT-TOTAL             PIC 9(11)V99 VALUE ZEROS.

       01  RPT-HEADING.
           05 FILLER                   PIC X(36) VALUE
               'PROVISION ROLL-FORWARD - PERIOD '.
           05 RPT-HDG-PERIOD           PIC 9(06).

       01  RPT-COLUMN-HEADING.
           05 FILLER                   PIC X(22) VALUE
               'DEPT  PROVISION'.
           05 FILLER                   PIC X(18) VALUE
               '         OPENING  '.
           05 FILLER                   PIC X(18) VALUE
               '        INCREASE  '.
           05 FILLER                   PIC X(18) VALUE
               '         RELEASE  '.
           05 FILLER                   PIC X(18) VALUE
               '         CLOSING  '.

       01  RPT-ROLL-LINE.
           05 RPT-DEPT-CD              PIC X(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-PROVISION            PIC X(14).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-OPENING              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-INCREASE             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-RELEASE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-CLOSING              PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL          PIC X(20).
           05 RPT-TOTAL-COUNT          PIC Z(6)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-TOTAL-AMOUNT         PIC $$,$$$,$$$,$$9.99.

       01  RPT-VERDICT-LINE.
           05 FILLER                   PIC X(10) VALUE 'VERDICT - '.
           05 RPT-VERDICT              PIC X(20).

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'PROVISION-RUN' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           PERFORM GET-PROVISION-PERIOD.
           MOVE BDT-BUS-DATE TO WS-POST-DATE.
           INITIALIZE RUN-ROLL-TABLE.

           OPEN INPUT EMP-MAST-FILE.
           IF WS-EMPM-STATUS NOT = '00'
               DISPLAY 'PROVISION-RUN: NO EMPMAST AVAILABLE - '
                   'NOTHING PROVISIONED'
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM GATHER-PAYOUTS
               OPEN INPUT VAC-FILE
               IF WS-VAC-STATUS = '00'
                   SET VAC-FILE-IS-OPEN TO TRUE
               END-IF
               OPEN INPUT YTD-FILE
               IF WS-YTD-STATUS = '00'
                   SET YTD-FILE-IS-OPEN TO TRUE
               END-IF
               OPEN I-O PROV-FILE
               IF WS-PRV-STATUS NOT = '00'
                   OPEN OUTPUT PROV-FILE
                   CLOSE PROV-FILE
                   OPEN I-O PROV-FILE
               END-IF
               OPEN EXTEND GL-POST-FILE
               IF WS-GLP-STATUS NOT = '00'
                   OPEN OUTPUT GL-POST-FILE
               END-IF

               PERFORM READ-EMPLOYEE-RECORD
               PERFORM UNTIL WS-EMPM-STATUS NOT = '00'
                   PERFORM PROVISION-ONE-EMPLOYEE
                   PERFORM READ-EMPLOYEE-RECORD
               END-PERFORM

               CLOSE GL-POST-FILE
               CLOSE PROV-FILE
               IF YTD-FILE-IS-OPEN
                   CLOSE YTD-FILE
               END-IF
               IF VAC-FILE-IS-OPEN
                   CLOSE VAC-FILE
               END-IF
               CLOSE EMP-MAST-FILE
               PERFORM WRITE-PROOF-REPORT
               DISPLAY 'PROVISION-RUN: ' WS-BOOKED-COUNT
                   ' EMPLOYEES PROVISIONED FOR ' WS-PERIOD
           END-IF.

       GET-PROVISION-PERIOD.
           MOVE BDT-BUS-DATE(1:6) TO WS-PERIOD.
           OPEN INPUT PROV-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PROV-PARM-FILE
                   NOT AT END
                       IF PROV-PARM-RECORD IS NUMERIC
                               AND PROV-PARM-RECORD > ZEROS
                           MOVE PROV-PARM-RECORD TO WS-PERIOD
                       END-IF
               END-READ
               CLOSE PROV-PARM-FILE
           END-IF.

       READ-EMPLOYEE-RECORD.
           READ EMP-MAST-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-EMPM-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * the period's payouts; either file is optional - a month
      * with no 13th and no vacation taken releases nothing
       GATHER-PAYOUTS.
           OPEN INPUT PAY13-FILE.
           IF WS-P13-STATUS = '00'
               PERFORM READ-PAY13-RECORD
               PERFORM UNTIL WS-P13-STATUS NOT = '00'
                   MOVE P13-EMP-ID TO WS-WANTED-EMP
                   PERFORM FIND-PAYOUT-SLOT
                   IF WS-OUT-SLOT > ZEROS
                       ADD P13-GROSS-SALARY TO PO-13TH(WS-OUT-SLOT)
                   END-IF
                   PERFORM READ-PAY13-RECORD
               END-PERFORM
               CLOSE PAY13-FILE
           END-IF.

           OPEN INPUT VAC-PAY-FILE.
           IF WS-VPY-STATUS = '00'
               PERFORM READ-VAC-PAY-RECORD
               PERFORM UNTIL WS-VPY-STATUS NOT = '00'
                   IF VPY-REC-TYPE = 'E'
                       MOVE VPY-EMP-ID TO WS-WANTED-EMP
                       PERFORM FIND-PAYOUT-SLOT
                       IF WS-OUT-SLOT > ZEROS
                           ADD VPY-AMOUNT TO PO-VACATION(WS-OUT-SLOT)
                       END-IF
                   END-IF
                   PERFORM READ-VAC-PAY-RECORD
               END-PERFORM
               CLOSE VAC-PAY-FILE
           END-IF.

       READ-PAY13-RECORD.
           READ PAY13-FILE
               AT END
                   MOVE '10' TO WS-P13-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       READ-VAC-PAY-RECORD.
           READ VAC-PAY-FILE
               AT END
                   MOVE '10' TO WS-VPY-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * the employee's payout slot, opened on first sight
       FIND-PAYOUT-SLOT.
           MOVE ZEROS TO WS-OUT-SLOT.
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                   UNTIL WS-OUT-IDX > WS-OUT-COUNT
                       OR WS-OUT-SLOT > ZEROS
               IF PO-EMP-ID(WS-OUT-IDX) = WS-WANTED-EMP
                   MOVE WS-OUT-IDX TO WS-OUT-SLOT
               END-IF
           END-PERFORM.
           IF WS-OUT-SLOT = ZEROS AND WS-OUT-COUNT < 300
               ADD 1 TO WS-OUT-COUNT
               MOVE WS-OUT-COUNT TO WS-OUT-SLOT
               MOVE WS-WANTED-EMP TO PO-EMP-ID(WS-OUT-SLOT)
               MOVE ZEROS TO PO-13TH(WS-OUT-SLOT)
               MOVE ZEROS TO PO-VACATION(WS-OUT-SLOT)
           END-IF.

       PROVISION-ONE-EMPLOYEE.
           MOVE EM-EMP-ID TO PRV-EMP-ID.
           READ PROV-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PRV-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PRV-FOUND-SW
           END-READ.
           IF NOT PROVISION-ON-FILE
               MOVE EM-EMP-ID TO PRV-EMP-ID
               MOVE ZEROS TO PRV-13TH-BAL
               MOVE ZEROS TO PRV-VAC-BAL
               MOVE ZEROS TO PRV-INSS-BAL
               MOVE ZEROS TO PRV-FGTS-BAL
               MOVE ZEROS TO PRV-LAST-PERIOD
           END-IF.

           IF PROVISION-ON-FILE AND PRV-LAST-PERIOD = WS-PERIOD
               DISPLAY 'PROVISION-RUN: EMPLOYEE ' EM-EMP-ID
                   ' ALREADY PROVISIONED FOR ' WS-PERIOD
                   ' - SKIPPED'
               ADD 1 TO WS-ALREADY-COUNT
           ELSE
               IF EM-STATUS-TERMINATED
                       AND PRV-13TH-BAL = ZEROS
                       AND PRV-VAC-BAL = ZEROS
                       AND PRV-INSS-BAL = ZEROS
                       AND PRV-FGTS-BAL = ZEROS
                   CONTINUE
               ELSE
                   PERFORM COMPUTE-PROVISION-TARGETS
                   PERFORM COMPUTE-PROVISION-MOVEMENT
                   PERFORM BOOK-PROVISION-MOVEMENT
               END-IF
           END-IF.

      * the four targets and what the period's payouts take out
      * of them; the charges follow their base
       COMPUTE-PROVISION-TARGETS.
           INITIALIZE EMP-PROVISION-TABLE.
           MOVE EM-EMP-ID TO WS-WANTED-EMP.
           MOVE ZEROS TO WS-OUT-SLOT.
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                   UNTIL WS-OUT-IDX > WS-OUT-COUNT
                       OR WS-OUT-SLOT > ZEROS
               IF PO-EMP-ID(WS-OUT-IDX) = WS-WANTED-EMP
                   MOVE WS-OUT-IDX TO WS-OUT-SLOT
               END-IF
           END-PERFORM.
           IF WS-OUT-SLOT > ZEROS
               MOVE PO-13TH(WS-OUT-SLOT) TO EPV-PAID-OUT(1)
               MOVE PO-VACATION(WS-OUT-SLOT) TO EPV-PAID-OUT(2)
           END-IF.

           IF NOT EM-STATUS-TERMINATED
               PERFORM COMPUTE-13TH-TARGET
               IF VAC-FILE-IS-OPEN
                   MOVE EM-EMP-ID TO VAC-EMP-ID
                   READ VAC-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE VAC-ACCRUED TO EPV-TARGET(2)
                   END-READ
               END-IF
           END-IF.

           COMPUTE WS-CHARGE-BASE = EPV-TARGET(1) + EPV-TARGET(2).
           COMPUTE WS-PAID-BASE = EPV-PAID-OUT(1) + EPV-PAID-OUT(2).
           COMPUTE EPV-TARGET(3) ROUNDED =
               WS-CHARGE-BASE * WS-INSS-EMPR-RATE.
           COMPUTE EPV-TARGET(4) ROUNDED =
               WS-CHARGE-BASE * WS-FGTS-RATE.
           COMPUTE EPV-PAID-OUT(3) ROUNDED =
               WS-PAID-BASE * WS-INSS-EMPR-RATE.
           COMPUTE EPV-PAID-OUT(4) ROUNDED =
               WS-PAID-BASE * WS-FGTS-RATE.

      * one twelfth of the contracted salary for each month paid
      * this year that counts toward the 13th - the months a leave
      * of absence took out of the accrual do not.  once PAYROLL13
      * has paid the 13th there is nothing left to provide for
       COMPUTE-13TH-TARGET.
           IF EPV-PAID-OUT(1) = ZEROS AND YTD-FILE-IS-OPEN
               MOVE EM-EMP-ID TO YTD-EMP-ID
               READ YTD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF YTD-LEAVE-MONTHS NOT NUMERIC
                           MOVE ZEROS TO YTD-LEAVE-MONTHS
                       END-IF
                       IF YTD-LEAVE-MONTHS > YTD-MONTHS-PAID
                           MOVE YTD-MONTHS-PAID TO YTD-LEAVE-MONTHS
                       END-IF
                       COMPUTE WS-COUNTED-MONTHS =
                           YTD-MONTHS-PAID - YTD-LEAVE-MONTHS
                       IF WS-COUNTED-MONTHS > 12
                           MOVE 12 TO WS-COUNTED-MONTHS
                       END-IF
                       COMPUTE EPV-TARGET(1) ROUNDED =
                           EM-MONTHLY-SALARY * WS-COUNTED-MONTHS / 12
               END-READ
           END-IF.

      * the payout comes out of the balance first, never more than
      * the balance holds; the target then decides the increase,
      * or a further release when it stands below what is left
       COMPUTE-PROVISION-MOVEMENT.
           PERFORM VARYING WS-PVT-IDX FROM 1 BY 1
                   UNTIL WS-PVT-IDX > 4
               MOVE PRV-BAL(WS-PVT-IDX) TO EPV-OPENING(WS-PVT-IDX)
               IF EPV-PAID-OUT(WS-PVT-IDX) > EPV-OPENING(WS-PVT-IDX)
                   MOVE EPV-OPENING(WS-PVT-IDX) TO
                       EPV-RELEASE(WS-PVT-IDX)
               ELSE
                   MOVE EPV-PAID-OUT(WS-PVT-IDX) TO
                       EPV-RELEASE(WS-PVT-IDX)
               END-IF
               COMPUTE WS-MOVEMENT = EPV-TARGET(WS-PVT-IDX)
                   - EPV-OPENING(WS-PVT-IDX)
                   + EPV-RELEASE(WS-PVT-IDX)
               IF WS-MOVEMENT < ZEROS
                   COMPUTE EPV-RELEASE(WS-PVT-IDX) =
                       EPV-RELEASE(WS-PVT-IDX) - WS-MOVEMENT
                   MOVE ZEROS TO EPV-INCREASE(WS-PVT-IDX)
               ELSE
                   MOVE WS-MOVEMENT TO EPV-INCREASE(WS-PVT-IDX)
               END-IF
           END-PERFORM.

       BOOK-PROVISION-MOVEMENT.
           PERFORM FIND-EMP-ESTABLISHMENT.
           PERFORM FIND-DEPT-SLOT.
           MOVE EM-DEPT-CD TO WS-SRC-DEPT.
           MOVE EM-EMP-ID TO WS-SRC-EMP-ID.

           PERFORM VARYING WS-PVT-IDX FROM 1 BY 1
                   UNTIL WS-PVT-IDX > 4
               IF EPV-INCREASE(WS-PVT-IDX) > ZEROS
                   MOVE 'D' TO GLP-DR-CR
                   MOVE PVT-EXPENSE-ACCT(WS-PVT-IDX) TO
                       GLP-GL-ACCOUNT
                   MOVE EPV-INCREASE(WS-PVT-IDX) TO GLP-AMOUNT
                   PERFORM WRITE-ONE-POSTING
                   MOVE 'C' TO GLP-DR-CR
                   MOVE PVT-LIABILITY-ACCT(WS-PVT-IDX) TO
                       GLP-GL-ACCOUNT
                   PERFORM WRITE-ONE-POSTING
               END-IF
               IF EPV-RELEASE(WS-PVT-IDX) > ZEROS
                   MOVE 'D' TO GLP-DR-CR
                   MOVE PVT-LIABILITY-ACCT(WS-PVT-IDX) TO
                       GLP-GL-ACCOUNT
                   MOVE EPV-RELEASE(WS-PVT-IDX) TO GLP-AMOUNT
                   PERFORM WRITE-ONE-POSTING
                   MOVE 'C' TO GLP-DR-CR
                   MOVE PVT-EXPENSE-ACCT(WS-PVT-IDX) TO
                       GLP-GL-ACCOUNT
                   PERFORM WRITE-ONE-POSTING
               END-IF
               MOVE EPV-TARGET(WS-PVT-IDX) TO PRV-BAL(WS-PVT-IDX)
               PERFORM ROLL-ONE-PROVISION
           END-PERFORM.

           MOVE EM-DEPT-CD TO PRV-DEPT-CD.
           MOVE WS-PERIOD TO PRV-LAST-PERIOD.
           IF PROVISION-ON-FILE
               REWRITE PRV-RECORD
               END-REWRITE
           ELSE
               WRITE PRV-RECORD
               END-WRITE
           END-IF.
           ADD 1 TO WS-BOOKED-COUNT.

       WRITE-ONE-POSTING.
           MOVE WS-SOURCE-ID-WORK TO GLP-SOURCE-ID.
           MOVE WS-POST-DATE TO GLP-POST-DATE.
           MOVE SPACE TO GLP-ADJ-MARK.
           WRITE GL-POST-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           IF GLP-DR-CR = 'D'
               ADD 1 TO WS-DEBIT-COUNT
               ADD GLP-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD 1 TO WS-CREDIT-COUNT
               ADD GLP-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.

       ROLL-ONE-PROVISION.
           ADD EPV-OPENING(WS-PVT-IDX) TO
               DRT-OPENING(WS-DEPT-SLOT, WS-PVT-IDX)
               RRT-OPENING(WS-PVT-IDX).
           ADD EPV-INCREASE(WS-PVT-IDX) TO
               DRT-INCREASE(WS-DEPT-SLOT, WS-PVT-IDX)
               RRT-INCREASE(WS-PVT-IDX).
           ADD EPV-RELEASE(WS-PVT-IDX) TO
               DRT-RELEASE(WS-DEPT-SLOT, WS-PVT-IDX)
               RRT-RELEASE(WS-PVT-IDX).
           ADD EPV-TARGET(WS-PVT-IDX) TO
               DRT-CLOSING(WS-DEPT-SLOT, WS-PVT-IDX)
               RRT-CLOSING(WS-PVT-IDX).

      * departments past the fiftieth share the last slot
       FIND-DEPT-SLOT.
           MOVE ZEROS TO WS-DEPT-SLOT.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                       OR WS-DEPT-SLOT > ZEROS
               IF DRT-DEPT-CD(WS-DEPT-IDX) = EM-DEPT-CD
                   MOVE WS-DEPT-IDX TO WS-DEPT-SLOT
               END-IF
           END-PERFORM.
           IF WS-DEPT-SLOT = ZEROS
               IF WS-DEPT-COUNT < 50
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SLOT
                   INITIALIZE DEPT-ROLL-ENTRY(WS-DEPT-SLOT)
                   MOVE EM-DEPT-CD TO DRT-DEPT-CD(WS-DEPT-SLOT)
               ELSE
                   MOVE 50 TO WS-DEPT-SLOT
               END-IF
           END-IF.

       FIND-EMP-ESTABLISHMENT.
           SET ESLK-FUNC-BY-EMPLOYEE TO TRUE.
           MOVE EM-EMP-ID TO ESLK-EMP-ID.
           CALL 'ESTAB-LOOKUP' USING ESTAB-LOOKUP-PARMS.
           IF ESLK-STAT-FOUND
               MOVE ESLK-GL-COMPANY TO GLP-COMPANY
               MOVE ESLK-EST-CD TO GLP-ESTAB-CD
           ELSE
               MOVE SPACES TO GLP-COMPANY
               MOVE SPACES TO GLP-ESTAB-CD
           END-IF.

      * opening plus increase less release is the closing balance
      * by construction, department by department; the postings
      * must balance
       WRITE-PROOF-REPORT.
           OPEN OUTPUT PROV-RPT-FILE.
           MOVE WS-PERIOD TO RPT-HDG-PERIOD.
           WRITE PROV-RPT-LINE FROM RPT-HEADING.
           WRITE PROV-RPT-LINE FROM RPT-COLUMN-HEADING.
           ADD 2 TO RUNLOG-WRITTEN-COUNT.

           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               PERFORM VARYING WS-PVT-IDX FROM 1 BY 1
                       UNTIL WS-PVT-IDX > 4
                   MOVE DRT-DEPT-CD(WS-DEPT-IDX) TO RPT-DEPT-CD
                   MOVE PVT-LABEL(WS-PVT-IDX) TO RPT-PROVISION
                   MOVE DRT-OPENING(WS-DEPT-IDX, WS-PVT-IDX) TO
                       RPT-OPENING
                   MOVE DRT-INCREASE(WS-DEPT-IDX, WS-PVT-IDX) TO
                       RPT-INCREASE
                   MOVE DRT-RELEASE(WS-DEPT-IDX, WS-PVT-IDX) TO
                       RPT-RELEASE
                   MOVE DRT-CLOSING(WS-DEPT-IDX, WS-PVT-IDX) TO
                       RPT-CLOSING
                   WRITE PROV-RPT-LINE FROM RPT-ROLL-LINE
                   ADD 1 TO RUNLOG-WRITTEN-COUNT
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING WS-PVT-IDX FROM 1 BY 1
                   UNTIL WS-PVT-IDX > 4
               MOVE 'ALL ' TO RPT-DEPT-CD
               MOVE PVT-LABEL(WS-PVT-IDX) TO RPT-PROVISION
               MOVE RRT-OPENING(WS-PVT-IDX) TO RPT-OPENING
               MOVE RRT-INCREASE(WS-PVT-IDX) TO RPT-INCREASE
               MOVE RRT-RELEASE(WS-PVT-IDX) TO RPT-RELEASE
               MOVE RRT-CLOSING(WS-PVT-IDX) TO RPT-CLOSING
               WRITE PROV-RPT-LINE FROM RPT-ROLL-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-PERFORM.

           MOVE 'EMPLOYEES BOOKED -  ' TO RPT-TOTAL-LABEL.
           MOVE WS-BOOKED-COUNT TO RPT-TOTAL-COUNT.
           MOVE ZEROS TO RPT-TOTAL-AMOUNT.
           WRITE PROV-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'ALREADY BOOKED -    ' TO RPT-TOTAL-LABEL.
           MOVE WS-ALREADY-COUNT TO RPT-TOTAL-COUNT.
           WRITE PROV-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'DEBITS  -           ' TO RPT-TOTAL-LABEL.
           MOVE WS-DEBIT-COUNT TO RPT-TOTAL-COUNT.
           MOVE WS-DEBIT-TOTAL TO RPT-TOTAL-AMOUNT.
           WRITE PROV-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'CREDITS -           ' TO RPT-TOTAL-LABEL.
           MOVE WS-CREDIT-COUNT TO RPT-TOTAL-COUNT.
           MOVE WS-CREDIT-TOTAL TO RPT-TOTAL-AMOUNT.
           WRITE PROV-RPT-LINE FROM RPT-TOTAL-LINE.

           IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
               MOVE 'IN BALANCE' TO RPT-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO RPT-VERDICT
               MOVE 8 TO WS-RUN-RC
           END-IF.
           WRITE PROV-RPT-LINE FROM RPT-VERDICT-LINE.
           ADD 5 TO RUNLOG-WRITTEN-COUNT.
           CLOSE PROV-RPT-FILE.

       WRITE-RUNLOG-START.
           MOVE 'PROVISION-RUN' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'PROVISION-RUN' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
