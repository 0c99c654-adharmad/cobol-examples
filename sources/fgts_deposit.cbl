      * monthly FGTS deposit run - the employer owes 8% of each
      * employee's monthly remuneration, the 13th salary and
      * vacation pay included, as a deposit to the employee's FGTS
      * account, and it was being worked out outside the system.
      * this run takes the period's remuneration per employee -
      * the gross on the period's payroll deck (the vetted
      * PAYROLLOK when present, PAYROLLIN otherwise; the detail
      * lines PAYRDETOUT and the deck carry tie back to that
      * gross), the 13th salary on PAYROLL13, and the vacation pay
      * on VACPAYOUT - and deposits 8% of it.
      *
      * the FGTSCOLL collection file is written in the BANKFILE
      * fixed style: a '0' header carrying the establishment CNPJ
      * from EMPCNPJ (proved through the shared mod-11 check before
      * anything is generated), the period and the due date - the
      * 20th of the following month carried back to the preceding
      * banking day, as TAX-REMIT-FILE does - one '1' detail per
      * employee identified by EM-CPF-NR, and a RECORD COUNT
      * trailer TRAILER-VERIFY can prove (control field at column
      * 19 for 9).  an employee whose CPF fails its check digits
      * is held off the file and flagged for correction, and the
      * run ends with return code 4.
      *
      * each deposit is added to the employee's running balance on
      * FGTSBAL, which TERMINATION-SETTLE reads for the rescission
      * fine; a period FGTSBAL shows already deposited for an
      * employee is not deposited again.  the period comes from
      * FGTSPARM as YYYYMM and defaults to the business date's
      * month.  FGTSRPT lists every employee and the totals.
      *
      * once ESTFILE holds the establishments the payroll runs
      * for, each one collects under its own CNPJ: FGTSCOLL carries
      * one section per establishment - its '0' header with the
      * establishment's CNPJ and code, the '1' details of the
      * employees ESTAB-LOOKUP places under it, and an '8' section
      * trailer with the establishment code, the section's detail
      * count and deposit total, its text over the deposit columns
      * so the single RECORD COUNT trailer still proves the whole
      * file.  every establishment CNPJ must prove its check
      * digits or no file is generated; with no ESTFILE the run
      * stays a single EMPCNPJ section as before
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGTS-DEPOSIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-IN ASSIGN TO 'PAYROLLIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT PAYROLL-OK ASSIGN TO 'PAYROLLOK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OK-STATUS.

           SELECT PAY13-FILE ASSIGN TO 'PAYROLL13'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-P13-STATUS.

           SELECT VAC-PAY-FILE ASSIGN TO 'VACPAYOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VPY-STATUS.

           SELECT EMP-MAST-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS EM-EMP-ID
               FILE STATUS IS WS-EMPM-STATUS.

           SELECT FGTS-BAL-FILE ASSIGN TO 'FGTSBAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS FGB-EMP-ID
               FILE STATUS IS WS-FGB-STATUS.

           SELECT CNPJ-PARM-FILE ASSIGN TO 'EMPCNPJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNPJ-STATUS.

           SELECT FGTS-PARM-FILE ASSIGN TO 'FGTSPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT FGTS-COLL-FILE ASSIGN TO 'FGTSCOLL'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FGTS-RPT-FILE ASSIGN TO 'FGTSRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-IN.
           COPY PAYRLREC.

       FD  PAYROLL-OK.
       01  PAYROLL-OK-RECORD           PIC X(80).

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

       FD  EMP-MAST-FILE.
           COPY EMPMREC.

       FD  FGTS-BAL-FILE.
           COPY FGTSREC.

       FD  CNPJ-PARM-FILE.
       01  CNPJ-PARM-RECORD            PIC 9(14).

       FD  FGTS-PARM-FILE.
       01  FGTS-PARM-RECORD            PIC 9(06).

       FD  FGTS-COLL-FILE.
       01  FGTS-COLL-RECORD            PIC X(80).

       FD  FGTS-RPT-FILE.
       01  FGTS-RPT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-IN-STATUS                PIC XX.
       01  WS-OK-STATUS                PIC XX.
       01  WS-P13-STATUS               PIC XX.
       01  WS-VPY-STATUS               PIC XX.
       01  WS-EMPM-STATUS              PIC XX.
       01  WS-FGB-STATUS               PIC XX.
       01  WS-CNPJ-STATUS              PIC XX.
       01  WS-PARM-STATUS              PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

           COPY CNPJCHKW.

           COPY CPFCHKW.

           COPY BUSDAYW.

       01  WS-SOURCE-SW                PIC X(01) VALUE 'I'.
           88  READING-VETTED-FILE             VALUE 'V'.
       01  WS-EMPM-OPEN-SW             PIC X(01) VALUE 'N'.
           88  EMPMAST-IS-OPEN                 VALUE 'Y'.
       01  WS-BAL-FOUND-SW             PIC X(01).
           88  BALANCE-ON-FILE                 VALUE 'Y'.

       01  WS-PERIOD                   PIC 9(06).
       01  WS-GEN-DATE                 PIC 9(08).
       01  WS-DUE-DATE                 PIC 9(08).
       01  WS-DUE-YEAR                 PIC 9(04).
       01  WS-DUE-MONTH                PIC 9(02).
       01  WS-FGTS-RATE                PIC V99 VALUE .08.

      * the period's remuneration per employee, gathered from the
      * three sources
       01  WS-EMP-COUNT                PIC 9(03) VALUE ZEROS.
       01  WS-EMP-IDX                  PIC 9(03).
       01  WS-EMP-SLOT                 PIC 9(03).
       01  WS-WANTED-EMP               PIC 9(06).
       01  FGTS-EMP-TABLE.
           05  FGTS-EMP-ENTRY OCCURS 300 TIMES.
               10  FE-EMP-ID           PIC 9(06).
               10  FE-EMP-NAME         PIC X(30).
               10  FE-CPF-NR           PIC 9(11).
               10  FE-WAGES            PIC 9(07)V99.
               10  FE-13TH             PIC 9(07)V99.
               10  FE-VACATION         PIC 9(07)V99.
               10  FE-EST-NBR          PIC 9(03).

       01  WS-BASE                     PIC 9(09)V99.
       01  WS-DEPOSIT                  PIC 9(07)V99.
       01  WS-DETAIL-COUNT             PIC 9(06) VALUE ZEROS.
       01  WS-CONTROL-TOTAL            PIC 9(09) VALUE ZEROS.
       01  WS-AMOUNT-CENTS             PIC 9(09).
       01  WS-DEPOSIT-COUNT            PIC 9(05) VALUE ZEROS.
       01  WS-BASE-TOTAL               PIC 9(11)V99 VALUE ZEROS.
       01  WS-DEPOSIT-TOTAL            PIC 9(11)V99 VALUE ZEROS.
       01  WS-HELD-COUNT               PIC 9(05) VALUE ZEROS.
       01  WS-DONE-COUNT               PIC 9(05) VALUE ZEROS.

      * the establishment whose section is being written; a run
      * with no ESTFILE has one section under the EMPCNPJ employer
       01  WS-ESTAB-MODE-SW            PIC X(01) VALUE 'N'.
           88  SINGLE-EMPLOYER-RUN             VALUE 'N'.
           88  ESTABLISHMENT-RUN               VALUE 'Y'.
       01  WS-EST-COUNT                PIC 9(03) VALUE ZEROS.
       01  WS-EST-NBR                  PIC 9(03).
       01  WS-ALL-CNPJ-SW              PIC X(01) VALUE 'Y'.
       01  WS-SECTION-SW               PIC X(01) VALUE 'N'.
           88  SECTION-IS-OPEN                 VALUE 'Y'.
       01  WS-SECTION-COUNT            PIC 9(06).
       01  WS-SECTION-TOTAL            PIC 9(09)V99.

           COPY ESTLKW.

      * the heading text sits over the columns the detail records
      * carry their deposit in, so TRAILER-VERIFY's control-total
      * recount finds nothing numeric on the header line
       01  COLL-HEADER-RECORD.
           05 FILLER                   PIC X(01) VALUE '0'.
           05 FILLER                   PIC X(26) VALUE
               'FGTS DEPOSIT COLLECTION   '.
           05 CLH-EMPLOYER-CNPJ        PIC 9(14).
           05 CLH-PERIOD               PIC 9(06).
           05 CLH-GEN-DATE             PIC 9(08).
           05 CLH-DUE-DATE             PIC 9(08).
           05 CLH-EST-CD               PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE SPACES.

       01  COLL-DETAIL-RECORD.
           05 FILLER                   PIC X(01) VALUE '1'.
           05 CLD-CPF-NR               PIC 9(11).
           05 CLD-EMP-ID               PIC 9(06).
           05 CLD-DEPOSIT              PIC 9(07)V99.
           05 CLD-REMUNERATION         PIC 9(09)V99.
           05 CLD-EMP-NAME             PIC X(30).
           05 FILLER                   PIC X(12) VALUE SPACES.

      * the close of one establishment's section - its text sits
      * over the deposit columns like the header's does
       01  COLL-SECTION-RECORD.
           05 FILLER                   PIC X(01) VALUE '8'.
           05 CLS-EST-CD               PIC X(04).
           05 FILLER                   PIC X(24) VALUE
               'ESTABLISHMENT TOTAL     '.
           05 CLS-DETAIL-COUNT         PIC 9(06).
           05 CLS-DEPOSIT-TOTAL        PIC 9(09)V99.
           05 FILLER                   PIC X(34) VALUE SPACES.

      * the control trailer in the form TRAILER-VERIFY parses -
      * the first digit run is the detail count, the second the
      * control total of the deposits in cents
       01  COLL-TRAILER-RECORD.
           05 FILLER                   PIC X(13) VALUE
               'RECORD COUNT '.
           05 CLT-DETAIL-COUNT         PIC 9(06).
           05 FILLER                   PIC X(15) VALUE
               ' CONTROL TOTAL '.
           05 CLT-CONTROL-TOTAL        PIC 9(09).
           05 FILLER                   PIC X(37) VALUE SPACES.

       01  RPT-HEADING.
           05 FILLER                   PIC X(24) VALUE
               'FGTS DEPOSITS - PERIOD '.
           05 RPT-HDG-PERIOD           PIC 9(06).
           05 FILLER                   PIC X(10) VALUE '  DUE ON '.
           05 RPT-HDG-DUE-DATE         PIC 9(08).

       01  RPT-DETAIL-LINE.
           05 RPT-EMP-ID               PIC 9(06).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-CPF-NR               PIC 9(11).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-EMP-NAME             PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-BASE                 PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-DEPOSIT              PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-BALANCE              PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-NOTE                 PIC X(24).

       01  RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL          PIC X(30).
           05 RPT-TOTAL-COUNT          PIC Z(4)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-TOTAL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'FGTS-DEPOSIT' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-GEN-DATE.
           PERFORM GET-DEPOSIT-PERIOD.
           PERFORM TAKE-ESTABLISHMENTS.
           IF SINGLE-EMPLOYER-RUN
               PERFORM GET-EMPLOYER-CNPJ
           END-IF.
           IF NOT CNPJ-CHK-IS-VALID
               DISPLAY 'FGTS-DEPOSIT: ESTABLISHMENT CNPJ FAILED '
                   'CHECK DIGITS - NO FILE GENERATED'
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM GATHER-PERIOD-WAGES
               PERFORM GATHER-13TH-SALARY
               PERFORM GATHER-VACATION-PAY
               IF WS-EMP-COUNT = ZEROS
                   DISPLAY 'FGTS-DEPOSIT: NO REMUNERATION FOR THE '
                       'PERIOD - NO FILE GENERATED'
               ELSE
                   PERFORM DERIVE-DUE-DATE
                   IF ESTABLISHMENT-RUN
                       PERFORM PLACE-EMPLOYEES
                   END-IF
                   PERFORM GENERATE-COLLECTION
                   IF WS-HELD-COUNT > ZEROS
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF
           END-IF.

       GET-DEPOSIT-PERIOD.
           MOVE BDT-BUS-DATE(1:6) TO WS-PERIOD.
           OPEN INPUT FGTS-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ FGTS-PARM-FILE
                   NOT AT END
                       IF FGTS-PARM-RECORD IS NUMERIC
                               AND FGTS-PARM-RECORD > ZEROS
                           MOVE FGTS-PARM-RECORD TO WS-PERIOD
                       END-IF
               END-READ
               CLOSE FGTS-PARM-FILE
           END-IF.

      * the establishment CNPJ must come in through EMPCNPJ and
      * prove its check digits, the same gate the payroll
      * remittances keep
       GET-EMPLOYER-CNPJ.
           MOVE 'N' TO CNPJ-CHK-SW.
           OPEN INPUT CNPJ-PARM-FILE.
           IF WS-CNPJ-STATUS NOT = '00'
               DISPLAY 'FGTS-DEPOSIT: NO EMPCNPJ CONTROL '
                   'RECORD SUPPLIED'
           ELSE
               READ CNPJ-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CNPJ-PARM-RECORD TO CNPJ-CHK-RAW
                       PERFORM VALIDATE-CNPJ-DIGITS
               END-READ
               CLOSE CNPJ-PARM-FILE
           END-IF.

      ******************************************************************
      * the remuneration sources - each adds into the employee's
      * slot, opening one the first time the employee is seen
      ******************************************************************
       GATHER-PERIOD-WAGES.
           OPEN INPUT PAYROLL-OK.
           IF WS-OK-STATUS = '00'
               SET READING-VETTED-FILE TO TRUE
               MOVE '00' TO WS-IN-STATUS
           ELSE
               OPEN INPUT PAYROLL-IN
           END-IF.
           IF WS-IN-STATUS = '00'
               PERFORM READ-PAYROLL-RECORD
               PERFORM UNTIL WS-IN-STATUS NOT = '00'
                   IF NOT PD-TYPE-DETAIL
                       MOVE PI-EMP-ID TO WS-WANTED-EMP
                       PERFORM FIND-EMP-SLOT
                       IF WS-EMP-SLOT > ZEROS
                           MOVE PI-EMP-NAME TO
                               FE-EMP-NAME(WS-EMP-SLOT)
                           MOVE PI-CPF-NR TO FE-CPF-NR(WS-EMP-SLOT)
                           ADD PI-GROSS-SALARY TO
                               FE-WAGES(WS-EMP-SLOT)
                       END-IF
                   END-IF
                   PERFORM READ-PAYROLL-RECORD
               END-PERFORM
               IF READING-VETTED-FILE
                   CLOSE PAYROLL-OK
               ELSE
                   CLOSE PAYROLL-IN
               END-IF
           END-IF.

       READ-PAYROLL-RECORD.
           IF READING-VETTED-FILE
               READ PAYROLL-OK INTO PAYROLL-IN-RECORD
                   AT END
                       MOVE '10' TO WS-IN-STATUS
                   NOT AT END
                       ADD 1 TO RUNLOG-READ-COUNT
               END-READ
           ELSE
               READ PAYROLL-IN
                   AT END
                       MOVE '10' TO WS-IN-STATUS
                   NOT AT END
                       ADD 1 TO RUNLOG-READ-COUNT
               END-READ
           END-IF.

       GATHER-13TH-SALARY.
           OPEN INPUT PAY13-FILE.
           IF WS-P13-STATUS = '00'
               PERFORM READ-PAY13-RECORD
               PERFORM UNTIL WS-P13-STATUS NOT = '00'
                   MOVE P13-EMP-ID TO WS-WANTED-EMP
                   PERFORM FIND-EMP-SLOT
                   IF WS-EMP-SLOT > ZEROS
                       IF FE-EMP-NAME(WS-EMP-SLOT) = SPACES
                           MOVE P13-EMP-NAME TO
                               FE-EMP-NAME(WS-EMP-SLOT)
                       END-IF
                       ADD P13-GROSS-SALARY TO FE-13TH(WS-EMP-SLOT)
                   END-IF
                   PERFORM READ-PAY13-RECORD
               END-PERFORM
               CLOSE PAY13-FILE
           END-IF.

       READ-PAY13-RECORD.
           READ PAY13-FILE
               AT END
                   MOVE '10' TO WS-P13-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       GATHER-VACATION-PAY.
           OPEN INPUT VAC-PAY-FILE.
           IF WS-VPY-STATUS = '00'
               PERFORM READ-VAC-PAY-RECORD
               PERFORM UNTIL WS-VPY-STATUS NOT = '00'
                   IF VPY-REC-TYPE = 'E'
                       MOVE VPY-EMP-ID TO WS-WANTED-EMP
                       PERFORM FIND-EMP-SLOT
                       IF WS-EMP-SLOT > ZEROS
                           ADD VPY-AMOUNT TO
                               FE-VACATION(WS-EMP-SLOT)
                       END-IF
                   END-IF
                   PERFORM READ-VAC-PAY-RECORD
               END-PERFORM
               CLOSE VAC-PAY-FILE
           END-IF.

       READ-VAC-PAY-RECORD.
           READ VAC-PAY-FILE
               AT END
                   MOVE '10' TO WS-VPY-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       FIND-EMP-SLOT.
           MOVE ZEROS TO WS-EMP-SLOT.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
                      OR WS-EMP-SLOT > ZEROS
               IF FE-EMP-ID(WS-EMP-IDX) = WS-WANTED-EMP
                   MOVE WS-EMP-IDX TO WS-EMP-SLOT
               END-IF
           END-PERFORM.
           IF WS-EMP-SLOT = ZEROS
               IF WS-EMP-COUNT < 300
                   ADD 1 TO WS-EMP-COUNT
                   MOVE WS-EMP-COUNT TO WS-EMP-SLOT
                   MOVE WS-WANTED-EMP TO FE-EMP-ID(WS-EMP-SLOT)
                   MOVE SPACES TO FE-EMP-NAME(WS-EMP-SLOT)
                   MOVE ZEROS TO FE-CPF-NR(WS-EMP-SLOT)
                   MOVE ZEROS TO FE-WAGES(WS-EMP-SLOT)
                   MOVE ZEROS TO FE-13TH(WS-EMP-SLOT)
                   MOVE ZEROS TO FE-VACATION(WS-EMP-SLOT)
                   MOVE 1 TO FE-EST-NBR(WS-EMP-SLOT)
               ELSE
                   DISPLAY 'FGTS-DEPOSIT: EMPLOYEE TABLE FULL - '
                       WS-WANTED-EMP ' LEFT OUT'
               END-IF
           END-IF.

      * with ESTFILE on hand every establishment's CNPJ has to
      * prove its check digits before any section is built - one
      * failure holds the whole file, as a bad EMPCNPJ always has
       TAKE-ESTABLISHMENTS.
           SET ESLK-FUNC-BY-NUMBER TO TRUE.
           MOVE 1 TO ESLK-EST-NBR.
           CALL 'ESTAB-LOOKUP' USING ESTAB-LOOKUP-PARMS.
           IF NOT ESLK-STAT-NO-TABLE
               SET ESTABLISHMENT-RUN TO TRUE
               MOVE ESLK-EST-COUNT TO WS-EST-COUNT
               MOVE 'Y' TO WS-ALL-CNPJ-SW
               PERFORM VARYING WS-EST-NBR FROM 1 BY 1
                       UNTIL WS-EST-NBR > WS-EST-COUNT
                   PERFORM PROVE-ONE-ESTABLISHMENT
               END-PERFORM
               MOVE WS-ALL-CNPJ-SW TO CNPJ-CHK-SW
           END-IF.

       PROVE-ONE-ESTABLISHMENT.
           SET ESLK-FUNC-BY-NUMBER TO TRUE.
           MOVE WS-EST-NBR TO ESLK-EST-NBR.
           CALL 'ESTAB-LOOKUP' USING ESTAB-LOOKUP-PARMS.
           MOVE ESLK-CNPJ TO CNPJ-CHK-RAW.
           PERFORM VALIDATE-CNPJ-DIGITS.
           IF NOT CNPJ-CHK-IS-VALID
               DISPLAY 'FGTS-DEPOSIT: ESTABLISHMENT '
                   ESLK-EST-CD ' CNPJ FAILS CHECK DIGITS'
               MOVE 'N' TO WS-ALL-CNPJ-SW
           END-IF.

      * each employee gathered is placed under the establishment
      * the master names; a code ESTFILE does not know collects
      * with the head office and is flagged
       PLACE-EMPLOYEES.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               SET ESLK-FUNC-BY-EMPLOYEE TO TRUE
               MOVE FE-EMP-ID(WS-EMP-IDX) TO ESLK-EMP-ID
               CALL 'ESTAB-LOOKUP' USING ESTAB-LOOKUP-PARMS
               MOVE ESLK-EST-NBR TO FE-EST-NBR(WS-EMP-IDX)
               IF ESLK-CODE-UNKNOWN
                   DISPLAY 'FGTS-DEPOSIT: EMPLOYEE '
                       FE-EMP-ID(WS-EMP-IDX)
                       ' ESTABLISHMENT NOT ON ESTFILE - COLLECTED '
                       'WITH THE HEAD OFFICE'
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-PERFORM.

      * the deposit falls due on the 20th of the month after the
      * period; a 20th on a weekend or holiday anticipates to the
      * preceding banking day
       DERIVE-DUE-DATE.
           MOVE WS-PERIOD(1:4) TO WS-DUE-YEAR.
           MOVE WS-PERIOD(5:2) TO WS-DUE-MONTH.
           ADD 1 TO WS-DUE-MONTH.
           IF WS-DUE-MONTH > 12
               MOVE 1 TO WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           END-IF.
           COMPUTE WS-DUE-DATE =
               WS-DUE-YEAR * 10000 + WS-DUE-MONTH * 100 + 20.

           SET BDY-FUNC-PREV-BUSDAY TO TRUE.
           MOVE WS-DUE-DATE TO BDY-DATE-IN.
           CALL 'BUSDAY-SERVICE' USING BUSDAY-PARMS.
           IF BDY-STAT-OK
               MOVE BDY-DATE-OUT TO WS-DUE-DATE
           END-IF.

      ******************************************************************
      * one detail per employee, the balance carried forward as
      * each deposit commits
      ******************************************************************
       GENERATE-COLLECTION.
           OPEN INPUT EMP-MAST-FILE.
           IF WS-EMPM-STATUS = '00'
               SET EMPMAST-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O FGTS-BAL-FILE.
           IF WS-FGB-STATUS NOT = '00'
               OPEN OUTPUT FGTS-BAL-FILE
               CLOSE FGTS-BAL-FILE
               OPEN I-O FGTS-BAL-FILE
           END-IF.
           OPEN OUTPUT FGTS-COLL-FILE.
           OPEN OUTPUT FGTS-RPT-FILE.
           MOVE WS-PERIOD TO RPT-HDG-PERIOD.
           MOVE WS-DUE-DATE TO RPT-HDG-DUE-DATE.
           WRITE FGTS-RPT-LINE FROM RPT-HEADING.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * TRAILER-VERIFY counts every non-trailer line as a detail,
      * the headers and section trailers included, so the
      * trailer's record count carries them too - the recount then
      * proves out exactly
           MOVE WS-PERIOD TO CLH-PERIOD.
           MOVE WS-GEN-DATE TO CLH-GEN-DATE.
           MOVE WS-DUE-DATE TO CLH-DUE-DATE.
           IF SINGLE-EMPLOYER-RUN
               MOVE CNPJ-CHK-RAW TO CLH-EMPLOYER-CNPJ
               PERFORM WRITE-COLLECTION-HEADER
               PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                       UNTIL WS-EMP-IDX > WS-EMP-COUNT
                   PERFORM DEPOSIT-ONE-EMPLOYEE
               END-PERFORM
           ELSE
               PERFORM VARYING WS-EST-NBR FROM 1 BY 1
                       UNTIL WS-EST-NBR > WS-EST-COUNT
                   PERFORM COLLECT-ONE-ESTABLISHMENT
               END-PERFORM
           END-IF.

           MOVE WS-DETAIL-COUNT TO CLT-DETAIL-COUNT.
           MOVE WS-CONTROL-TOTAL TO CLT-CONTROL-TOTAL.
           WRITE FGTS-COLL-RECORD FROM COLL-TRAILER-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           PERFORM WRITE-REPORT-TOTALS.

           CLOSE FGTS-RPT-FILE.
           CLOSE FGTS-COLL-FILE.
           CLOSE FGTS-BAL-FILE.
           IF EMPMAST-IS-OPEN
               CLOSE EMP-MAST-FILE
           END-IF.

       WRITE-COLLECTION-HEADER.
           WRITE FGTS-COLL-RECORD FROM COLL-HEADER-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * the section opens on the establishment's first employee, so
      * an establishment with nobody on this period's deposit
      * leaves no empty section on the file
       COLLECT-ONE-ESTABLISHMENT.
           SET ESLK-FUNC-BY-NUMBER TO TRUE.
           MOVE WS-EST-NBR TO ESLK-EST-NBR.
           CALL 'ESTAB-LOOKUP' USING ESTAB-LOOKUP-PARMS.
           MOVE ESLK-CNPJ TO CLH-EMPLOYER-CNPJ.
           MOVE ESLK-EST-CD TO CLH-EST-CD.
           MOVE ESLK-EST-CD TO CLS-EST-CD.
           MOVE 'N' TO WS-SECTION-SW.
           MOVE ZEROS TO WS-SECTION-COUNT.
           MOVE ZEROS TO WS-SECTION-TOTAL.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF FE-EST-NBR(WS-EMP-IDX) = WS-EST-NBR
                   IF NOT SECTION-IS-OPEN
                       PERFORM WRITE-COLLECTION-HEADER
                       SET SECTION-IS-OPEN TO TRUE
                   END-IF
                   PERFORM DEPOSIT-ONE-EMPLOYEE
               END-IF
           END-PERFORM.
           IF SECTION-IS-OPEN
               MOVE WS-SECTION-COUNT TO CLS-DETAIL-COUNT
               MOVE WS-SECTION-TOTAL TO CLS-DEPOSIT-TOTAL
               WRITE FGTS-COLL-RECORD FROM COLL-SECTION-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-IF.

      * the CPF is the master's when it knows the employee, the
      * feed's otherwise; either must prove its check digits
       DEPOSIT-ONE-EMPLOYEE.
           IF EMPMAST-IS-OPEN
               MOVE FE-EMP-ID(WS-EMP-IDX) TO EM-EMP-ID
               READ EMP-MAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EM-CPF-NR TO FE-CPF-NR(WS-EMP-IDX)
                       MOVE EM-EMP-NAME TO FE-EMP-NAME(WS-EMP-IDX)
               END-READ
           END-IF.
           COMPUTE WS-BASE = FE-WAGES(WS-EMP-IDX)
               + FE-13TH(WS-EMP-IDX) + FE-VACATION(WS-EMP-IDX).
           COMPUTE WS-DEPOSIT ROUNDED = WS-BASE * WS-FGTS-RATE.

           MOVE FE-EMP-ID(WS-EMP-IDX) TO FGB-EMP-ID.
           MOVE 'N' TO WS-BAL-FOUND-SW.
           READ FGTS-BAL-FILE
               INVALID KEY
                   MOVE ZEROS TO FGB-BALANCE
                   MOVE ZEROS TO FGB-MONTHS-DEPOSITED
                   MOVE ZEROS TO FGB-LAST-PERIOD
               NOT INVALID KEY
                   SET BALANCE-ON-FILE TO TRUE
           END-READ.

           MOVE FE-EMP-ID(WS-EMP-IDX) TO RPT-EMP-ID.
           MOVE FE-CPF-NR(WS-EMP-IDX) TO RPT-CPF-NR.
           MOVE FE-EMP-NAME(WS-EMP-IDX) TO RPT-EMP-NAME.
           MOVE WS-BASE TO RPT-BASE.
           MOVE WS-DEPOSIT TO RPT-DEPOSIT.
           MOVE SPACES TO RPT-NOTE.

           MOVE FE-CPF-NR(WS-EMP-IDX) TO CPF-CHK-RAW.
           PERFORM VALIDATE-CPF-DIGITS.
           EVALUATE TRUE
               WHEN BALANCE-ON-FILE
                       AND FGB-LAST-PERIOD NOT < WS-PERIOD
                   ADD 1 TO WS-DONE-COUNT
                   MOVE 'ALREADY DEPOSITED' TO RPT-NOTE
               WHEN FE-CPF-NR(WS-EMP-IDX) = ZEROS
                       OR NOT CPF-CHK-IS-VALID
                   ADD 1 TO WS-HELD-COUNT
                   MOVE 'HELD - CPF FAILS CHECK' TO RPT-NOTE
               WHEN WS-DEPOSIT = ZEROS
                   MOVE 'NO REMUNERATION' TO RPT-NOTE
               WHEN OTHER
                   PERFORM WRITE-DEPOSIT-DETAIL
                   PERFORM CARRY-BALANCE-FORWARD
           END-EVALUATE.
           MOVE FGB-BALANCE TO RPT-BALANCE.
           WRITE FGTS-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-DEPOSIT-DETAIL.
           MOVE FE-CPF-NR(WS-EMP-IDX) TO CLD-CPF-NR.
           MOVE FE-EMP-ID(WS-EMP-IDX) TO CLD-EMP-ID.
           MOVE WS-DEPOSIT TO CLD-DEPOSIT.
           MOVE WS-BASE TO CLD-REMUNERATION.
           MOVE FE-EMP-NAME(WS-EMP-IDX) TO CLD-EMP-NAME.
           WRITE FGTS-COLL-RECORD FROM COLL-DETAIL-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           COMPUTE WS-AMOUNT-CENTS = WS-DEPOSIT * 100.
           ADD WS-AMOUNT-CENTS TO WS-CONTROL-TOTAL.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           ADD 1 TO WS-DEPOSIT-COUNT.
           ADD WS-BASE TO WS-BASE-TOTAL.
           ADD WS-DEPOSIT TO WS-DEPOSIT-TOTAL.
           ADD 1 TO WS-SECTION-COUNT.
           ADD WS-DEPOSIT TO WS-SECTION-TOTAL.

       CARRY-BALANCE-FORWARD.
           MOVE FE-CPF-NR(WS-EMP-IDX) TO FGB-CPF-NR.
           ADD WS-DEPOSIT TO FGB-BALANCE.
           ADD 1 TO FGB-MONTHS-DEPOSITED.
           MOVE WS-PERIOD TO FGB-LAST-PERIOD.
           MOVE WS-DEPOSIT TO FGB-LAST-DEPOSIT.
           IF BALANCE-ON-FILE
               REWRITE FGB-RECORD
               END-REWRITE
           ELSE
               WRITE FGB-RECORD
               END-WRITE
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE 'DEPOSITS ON COLLECTION FILE' TO RPT-TOTAL-LABEL.
           MOVE WS-DEPOSIT-COUNT TO RPT-TOTAL-COUNT.
           MOVE WS-DEPOSIT-TOTAL TO RPT-TOTAL-AMOUNT.
           WRITE FGTS-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'REMUNERATION DEPOSITED ON' TO RPT-TOTAL-LABEL.
           MOVE WS-BASE-TOTAL TO RPT-TOTAL-AMOUNT.
           WRITE FGTS-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'HELD - CPF FAILS CHECK' TO RPT-TOTAL-LABEL.
           MOVE WS-HELD-COUNT TO RPT-TOTAL-COUNT.
           MOVE ZEROS TO RPT-TOTAL-AMOUNT.
           WRITE FGTS-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'ALREADY DEPOSITED FOR PERIOD' TO RPT-TOTAL-LABEL.
           MOVE WS-DONE-COUNT TO RPT-TOTAL-COUNT.
           WRITE FGTS-RPT-LINE FROM RPT-TOTAL-LINE.
           ADD 4 TO RUNLOG-WRITTEN-COUNT.

       WRITE-RUNLOG-START.
           MOVE 'FGTS-DEPOSIT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'FGTS-DEPOSIT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY CNPJCHKP.

           COPY CPFCHKP.

           COPY BUSDTP.
