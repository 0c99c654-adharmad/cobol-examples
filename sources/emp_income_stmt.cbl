      * annual employee income statement - the informe de
      * rendimentos each employee needs for their personal tax
      * return was typed up by hand every February from the YTD
      * printouts.  this year-end run issues one statement per
      * employee for the INCSTMPARM calendar year (the year before
      * the business date's by default) in the official numbered
      * boxes: the paying source by the employer CNPJ from EMPCNPJ
      * (proved through the shared mod-11 check before anything is
      * issued), the beneficiary by EM-CPF-NR, then
      *   box 3 - taxable income, the official social security
      *           contribution and the income tax withheld
      *   box 4 - exempt and non-taxable income
      *   box 5 - the 13th salary, net of its own social security,
      *           and the tax withheld on it, taxed separately.
      *
      * the year's gross comes from the closed year on YTDARCH, or
      * from YTDFILE while the year is still open.  the 13th
      * salary is paid as a payroll run of its own, so the gross
      * accumulated for the year carries it - it is taken back out
      * to leave the taxable income.  the deductions withheld come
      * from the year's declarations kept on DECLHIST, monthly and
      * 13th-salary runs apart, and the exempt amounts from the
      * optional INCEXEMPT file personnel keeps of non-taxable
      * payments.  an employee whose CPF fails its check digits is
      * held and flagged for correction.
      *
      * the statements are written to INCSTMTS in the payslip form
      * - an EMPLOYEE line carrying the issue date opens each one
      * and a '=' rule closes it - so MAIL-BUNDLE mails them with
      * the pay slips.  the INCSTMTRPT register lists every
      * employee and proves the statements' totals back to the
      * employer totals of the year's WAGE-DECLARE extracts; any
      * difference or held statement gives return code 4
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-INCOME-STMT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-ARCH-FILE ASSIGN TO 'YTDARCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT YTD-FILE ASSIGN TO 'YTDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.

           SELECT DECL-HIST-FILE ASSIGN TO 'DECLHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS DCH-KEY
               FILE STATUS IS WS-DCH-STATUS.

           SELECT EXEMPT-FILE ASSIGN TO 'INCEXEMPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IEX-STATUS.

           SELECT EMP-MAST-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS EM-EMP-ID
               FILE STATUS IS WS-EMPM-STATUS.

           SELECT CNPJ-PARM-FILE ASSIGN TO 'EMPCNPJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNPJ-STATUS.

           SELECT STMT-PARM-FILE ASSIGN TO 'INCSTMPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT INCOME-STMT-FILE ASSIGN TO 'INCSTMTS'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STMT-RPT-FILE ASSIGN TO 'INCSTMTRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  YTD-ARCH-FILE.
       01  YTD-ARCH-RECORD.
           05 YTA-YEAR                 PIC 9(04).
           05 YTA-EMP-ID               PIC 9(06).
           05 YTA-EMP-NAME             PIC X(30).
           05 YTA-GROSS                PIC 9(09)V99.
           05 YTA-NET                  PIC 9(09)V99.
           05 YTA-MONTHS-PAID          PIC 9(02).

       FD  YTD-FILE.
           COPY YTDREC.

       FD  DECL-HIST-FILE.
           COPY DCLHREC.

      * one non-taxable payment per record - indemnified vacation
      * on a settlement, an allowance - under its calendar year
       FD  EXEMPT-FILE.
       01  EXEMPT-RECORD.
           05 IEX-YEAR                 PIC 9(04).
           05 IEX-EMP-ID               PIC 9(06).
           05 IEX-AMOUNT               PIC 9(07)V99.
           05 IEX-DESC                 PIC X(30).

       FD  EMP-MAST-FILE.
           COPY EMPMREC.

       FD  CNPJ-PARM-FILE.
       01  CNPJ-PARM-RECORD            PIC 9(14).

       FD  STMT-PARM-FILE.
       01  STMT-PARM-RECORD            PIC 9(04).

       FD  INCOME-STMT-FILE.
       01  INCOME-STMT-LINE            PIC X(80).

       FD  STMT-RPT-FILE.
       01  STMT-RPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ARCH-STATUS              PIC XX.
       01  WS-YTD-STATUS               PIC XX.
       01  WS-DCH-STATUS               PIC XX.
       01  WS-IEX-STATUS               PIC XX.
       01  WS-EMPM-STATUS              PIC XX.
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

       01  WS-EMPM-OPEN-SW             PIC X(01) VALUE 'N'.
           88  EMPMAST-IS-OPEN                 VALUE 'Y'.
       01  WS-SWEEP-DONE-SW            PIC X(01).
           88  SWEEP-IS-DONE                   VALUE 'Y'.

       01  WS-YEAR                     PIC 9(04).
       01  WS-ISSUE-DATE               PIC 9(08).
       01  WS-YTD-SOURCE               PIC X(07) VALUE 'YTDFILE'.

      * the year's figures per employee, gathered from the
      * accumulator, the declarations and the exempt payments
       01  WS-EMP-COUNT                PIC 9(03) VALUE ZEROS.
       01  WS-EMP-IDX                  PIC 9(03).
       01  WS-EMP-SLOT                 PIC 9(03).
       01  WS-WANTED-EMP               PIC 9(06).
       01  INC-EMP-TABLE.
           05  INC-EMP-ENTRY OCCURS 300 TIMES.
               10  IE-EMP-ID           PIC 9(06).
               10  IE-EMP-NAME         PIC X(30).
               10  IE-CPF-NR           PIC 9(11).
               10  IE-YTD-GROSS        PIC 9(09)V99.
               10  IE-INSS             PIC 9(09)V99.
               10  IE-IRRF             PIC 9(09)V99.
               10  IE-13TH-GROSS       PIC 9(09)V99.
               10  IE-13TH-INSS        PIC 9(09)V99.
               10  IE-13TH-IRRF        PIC 9(09)V99.
               10  IE-EXEMPT           PIC 9(09)V99.

       01  WS-TAXABLE                  PIC 9(09)V99.
       01  WS-13TH-NET                 PIC 9(09)V99.

      * the statements' totals and the year's declared totals off
      * the employer trailers they are proved against
       01  WS-STMT-COUNT               PIC 9(05) VALUE ZEROS.
       01  WS-HELD-COUNT               PIC 9(05) VALUE ZEROS.
       01  WS-NIL-COUNT                PIC 9(05) VALUE ZEROS.
       01  WS-MONTHS-DECLARED          PIC 9(02) VALUE ZEROS.
       01  WS-DIFF-COUNT               PIC 9(02) VALUE ZEROS.
       01  WS-TOT-TAXABLE              PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOT-INSS                 PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOT-IRRF                 PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOT-13TH-GROSS           PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOT-13TH-INSS            PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOT-13TH-IRRF            PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOT-EXEMPT               PIC 9(11)V99 VALUE ZEROS.
       01  WS-DCL-GROSS                PIC 9(11)V99 VALUE ZEROS.
       01  WS-DCL-INSS                 PIC 9(11)V99 VALUE ZEROS.
       01  WS-DCL-IRRF                 PIC 9(11)V99 VALUE ZEROS.
       01  WS-DCL-13TH-GROSS           PIC 9(11)V99 VALUE ZEROS.
       01  WS-DCL-13TH-INSS            PIC 9(11)V99 VALUE ZEROS.
       01  WS-DCL-13TH-IRRF            PIC 9(11)V99 VALUE ZEROS.
       01  WS-CMP-STMT                 PIC 9(11)V99.
       01  WS-CMP-DECL                 PIC 9(11)V99.

      * the statement in the official box order - the EMPLOYEE
      * line keeps the payslip's columns so MAIL-BUNDLE can find
      * it, with the issue date at column 55
       01  STM-TITLE-LINE              PIC X(80) VALUE
           'ANNUAL INCOME STATEMENT'.
       01  STM-EMP-LINE.
           05 FILLER                   PIC X(09) VALUE 'EMPLOYEE '.
           05 STM-EMP-ID               PIC Z(5)9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 STM-EMP-NAME             PIC X(30).
           05 FILLER                   PIC X(08) VALUE ' ISSUED '.
           05 STM-ISSUE-DATE           PIC 9(08).
           05 FILLER                   PIC X(18) VALUE SPACES.
       01  STM-FORM-LINE               PIC X(80) VALUE
           'STATEMENT OF INCOME PAID AND TAX WITHHELD AT SOURCE'.
       01  STM-YEAR-LINE.
           05 FILLER                   PIC X(14) VALUE
               'CALENDAR YEAR '.
           05 STM-YEAR                 PIC 9(04).
           05 FILLER                   PIC X(62) VALUE SPACES.
       01  STM-SOURCE-LINE.
           05 FILLER                   PIC X(24) VALUE
               '1. PAYING SOURCE   CNPJ '.
           05 STM-CNPJ                 PIC 9(14).
           05 FILLER                   PIC X(42) VALUE SPACES.
       01  STM-BENEF-LINE.
           05 FILLER                   PIC X(24) VALUE
               '2. BENEFICIARY     CPF  '.
           05 STM-CPF-NR               PIC 9(11).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 STM-BENEF-NAME           PIC X(30).
           05 FILLER                   PIC X(13) VALUE SPACES.
       01  STM-BOX-LINE                PIC X(80).
       01  STM-AMOUNT-LINE.
           05 STM-AMOUNT-LABEL         PIC X(48).
           05 STM-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(18) VALUE SPACES.
       01  STM-BREAK-LINE              PIC X(80) VALUE ALL '='.

       01  RPT-HEADING.
           05 FILLER                   PIC X(32) VALUE
               'ANNUAL INCOME STATEMENTS - YEAR '.
           05 RPT-HDG-YEAR             PIC 9(04).
           05 FILLER                   PIC X(17) VALUE
               '  GROSS FROM     '.
           05 RPT-HDG-SOURCE           PIC X(07).

       01  RPT-COLUMN-LINE.
           05 FILLER                   PIC X(36) VALUE
               'EMP-ID CPF         NAME'.
           05 FILLER                   PIC X(48) VALUE
               '     TAXABLE       INSS       IRRF   13TH NET'.
           05 FILLER                   PIC X(30) VALUE
               ' 13TH IRRF     EXEMPT'.

       01  RPT-DETAIL-LINE.
           05 RPT-EMP-ID               PIC 9(06).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-CPF-NR               PIC 9(11).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-EMP-NAME             PIC X(16).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-TAXABLE              PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-INSS                 PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-IRRF                 PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-13TH-NET             PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-13TH-IRRF            PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-EXEMPT               PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-NOTE                 PIC X(24).

       01  RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL          PIC X(30).
           05 RPT-TOTAL-COUNT          PIC Z(4)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-TOTAL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.

      * each statement total against the same total summed off
      * the year's declaration trailers
       01  RPT-COMPARE-LINE.
           05 RPT-CMP-LABEL            PIC X(24).
           05 RPT-CMP-STMT             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(11) VALUE
               '  DECLARED '.
           05 RPT-CMP-DECL             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-CMP-RESULT           PIC X(12).

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'EMP-INCOME-STMT' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-ISSUE-DATE.
           PERFORM GET-STATEMENT-YEAR.
           PERFORM GET-EMPLOYER-CNPJ.
           IF NOT CNPJ-CHK-IS-VALID
               DISPLAY 'EMP-INCOME-STMT: EMPLOYER CNPJ FAILED '
                   'CHECK DIGITS - NO STATEMENTS ISSUED'
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM GATHER-YEAR-GROSS
               PERFORM GATHER-DECLARATIONS
               PERFORM GATHER-EXEMPT-INCOME
               IF WS-EMP-COUNT = ZEROS
                   DISPLAY 'EMP-INCOME-STMT: NO INCOME FOR YEAR '
                       WS-YEAR ' - NO STATEMENTS ISSUED'
               ELSE
                   PERFORM ISSUE-STATEMENTS
                   IF WS-HELD-COUNT > ZEROS
                           OR WS-DIFF-COUNT > ZEROS
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF
           END-IF.

       GET-STATEMENT-YEAR.
           MOVE BDT-BUS-DATE(1:4) TO WS-YEAR.
           SUBTRACT 1 FROM WS-YEAR.
           OPEN INPUT STMT-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ STMT-PARM-FILE
                   NOT AT END
                       IF STMT-PARM-RECORD IS NUMERIC
                               AND STMT-PARM-RECORD > ZEROS
                           MOVE STMT-PARM-RECORD TO WS-YEAR
                       END-IF
               END-READ
               CLOSE STMT-PARM-FILE
           END-IF.

      * the paying source on every statement is the employer CNPJ
      * from EMPCNPJ, proved the way the payroll remittances prove
      * it
       GET-EMPLOYER-CNPJ.
           MOVE 'N' TO CNPJ-CHK-SW.
           OPEN INPUT CNPJ-PARM-FILE.
           IF WS-CNPJ-STATUS NOT = '00'
               DISPLAY 'EMP-INCOME-STMT: NO EMPCNPJ CONTROL '
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
      * the year's gross - the archived year once YTD-YEAR-CLOSE
      * has closed it, the live accumulator until then
      ******************************************************************
       GATHER-YEAR-GROSS.
           OPEN INPUT YTD-ARCH-FILE.
           IF WS-ARCH-STATUS = '00'
               PERFORM READ-ARCHIVE-RECORD
               PERFORM UNTIL WS-ARCH-STATUS NOT = '00'
                   IF YTA-YEAR = WS-YEAR
                       MOVE 'YTDARCH' TO WS-YTD-SOURCE
                       MOVE YTA-EMP-ID TO WS-WANTED-EMP
                       PERFORM FIND-EMP-SLOT
                       IF WS-EMP-SLOT > ZEROS
                           MOVE YTA-EMP-NAME TO
                               IE-EMP-NAME(WS-EMP-SLOT)
                           ADD YTA-GROSS TO IE-YTD-GROSS(WS-EMP-SLOT)
                       END-IF
                   END-IF
                   PERFORM READ-ARCHIVE-RECORD
               END-PERFORM
               CLOSE YTD-ARCH-FILE
           END-IF.
           IF WS-YTD-SOURCE = 'YTDFILE'
               PERFORM GATHER-OPEN-YEAR-GROSS
           END-IF.

       READ-ARCHIVE-RECORD.
           READ YTD-ARCH-FILE
               AT END
                   MOVE '10' TO WS-ARCH-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       GATHER-OPEN-YEAR-GROSS.
           OPEN INPUT YTD-FILE.
           IF WS-YTD-STATUS = '00'
               PERFORM READ-YTD-RECORD
               PERFORM UNTIL WS-YTD-STATUS NOT = '00'
                   MOVE YTD-EMP-ID TO WS-WANTED-EMP
                   PERFORM FIND-EMP-SLOT
                   IF WS-EMP-SLOT > ZEROS
                       MOVE YTD-EMP-NAME TO IE-EMP-NAME(WS-EMP-SLOT)
                       ADD YTD-GROSS TO IE-YTD-GROSS(WS-EMP-SLOT)
                   END-IF
                   PERFORM READ-YTD-RECORD
               END-PERFORM
               CLOSE YTD-FILE
           ELSE
               DISPLAY 'EMP-INCOME-STMT: YEAR ' WS-YEAR
                   ' NOT ON YTDARCH AND NO YTDFILE AVAILABLE'
           END-IF.

       READ-YTD-RECORD.
           READ YTD-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-YTD-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      ******************************************************************
      * the year's declarations - employees' withholdings into
      * their slots, the employer trailers into the declared
      * totals the register proves the statements against
      ******************************************************************
       GATHER-DECLARATIONS.
           OPEN INPUT DECL-HIST-FILE.
           IF WS-DCH-STATUS NOT = '00'
               DISPLAY 'EMP-INCOME-STMT: NO DECLHIST AVAILABLE - '
                   'NO WITHHOLDINGS TO REPORT'
           ELSE
               COMPUTE DCH-PERIOD = WS-YEAR * 100 + 1
               MOVE LOW-VALUES TO DCH-RUN-KIND
               MOVE ZEROS TO DCH-EMP-ID
               MOVE 'N' TO WS-SWEEP-DONE-SW
               START DECL-HIST-FILE KEY NOT < DCH-KEY
                   INVALID KEY
                       SET SWEEP-IS-DONE TO TRUE
               END-START
               PERFORM UNTIL SWEEP-IS-DONE
                   READ DECL-HIST-FILE NEXT RECORD
                       AT END
                           SET SWEEP-IS-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO RUNLOG-READ-COUNT
                           IF DCH-PERIOD(1:4) NOT = WS-YEAR
                               SET SWEEP-IS-DONE TO TRUE
                           ELSE
                               PERFORM TAKE-ONE-DECLARATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DECL-HIST-FILE
           END-IF.

       TAKE-ONE-DECLARATION.
           IF DCH-EMPLOYER-TOTAL
               IF DCH-13TH-RUN
                   ADD DCH-GROSS TO WS-DCL-13TH-GROSS
                   ADD DCH-INSS TO WS-DCL-13TH-INSS
                   ADD DCH-IRRF TO WS-DCL-13TH-IRRF
               ELSE
                   ADD 1 TO WS-MONTHS-DECLARED
                   ADD DCH-GROSS TO WS-DCL-GROSS
                   ADD DCH-INSS TO WS-DCL-INSS
                   ADD DCH-IRRF TO WS-DCL-IRRF
               END-IF
           ELSE
               MOVE DCH-EMP-ID TO WS-WANTED-EMP
               PERFORM FIND-EMP-SLOT
               IF WS-EMP-SLOT > ZEROS
                   MOVE DCH-CPF-NR TO IE-CPF-NR(WS-EMP-SLOT)
                   IF DCH-13TH-RUN
                       ADD DCH-GROSS TO IE-13TH-GROSS(WS-EMP-SLOT)
                       ADD DCH-INSS TO IE-13TH-INSS(WS-EMP-SLOT)
                       ADD DCH-IRRF TO IE-13TH-IRRF(WS-EMP-SLOT)
                   ELSE
                       ADD DCH-INSS TO IE-INSS(WS-EMP-SLOT)
                       ADD DCH-IRRF TO IE-IRRF(WS-EMP-SLOT)
                   END-IF
               END-IF
           END-IF.

       GATHER-EXEMPT-INCOME.
           OPEN INPUT EXEMPT-FILE.
           IF WS-IEX-STATUS = '00'
               PERFORM READ-EXEMPT-RECORD
               PERFORM UNTIL WS-IEX-STATUS NOT = '00'
                   IF IEX-YEAR = WS-YEAR
                       MOVE IEX-EMP-ID TO WS-WANTED-EMP
                       PERFORM FIND-EMP-SLOT
                       IF WS-EMP-SLOT > ZEROS
                           ADD IEX-AMOUNT TO IE-EXEMPT(WS-EMP-SLOT)
                       END-IF
                   END-IF
                   PERFORM READ-EXEMPT-RECORD
               END-PERFORM
               CLOSE EXEMPT-FILE
           END-IF.

       READ-EXEMPT-RECORD.
           READ EXEMPT-FILE
               AT END
                   MOVE '10' TO WS-IEX-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       FIND-EMP-SLOT.
           MOVE ZEROS TO WS-EMP-SLOT.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
                      OR WS-EMP-SLOT > ZEROS
               IF IE-EMP-ID(WS-EMP-IDX) = WS-WANTED-EMP
                   MOVE WS-EMP-IDX TO WS-EMP-SLOT
               END-IF
           END-PERFORM.
           IF WS-EMP-SLOT = ZEROS
               IF WS-EMP-COUNT < 300
                   ADD 1 TO WS-EMP-COUNT
                   MOVE WS-EMP-COUNT TO WS-EMP-SLOT
                   MOVE WS-WANTED-EMP TO IE-EMP-ID(WS-EMP-SLOT)
                   MOVE SPACES TO IE-EMP-NAME(WS-EMP-SLOT)
                   MOVE ZEROS TO IE-CPF-NR(WS-EMP-SLOT)
                   MOVE ZEROS TO IE-YTD-GROSS(WS-EMP-SLOT)
                   MOVE ZEROS TO IE-INSS(WS-EMP-SLOT)
                   MOVE ZEROS TO IE-IRRF(WS-EMP-SLOT)
                   MOVE ZEROS TO IE-13TH-GROSS(WS-EMP-SLOT)
                   MOVE ZEROS TO IE-13TH-INSS(WS-EMP-SLOT)
                   MOVE ZEROS TO IE-13TH-IRRF(WS-EMP-SLOT)
                   MOVE ZEROS TO IE-EXEMPT(WS-EMP-SLOT)
               ELSE
                   DISPLAY 'EMP-INCOME-STMT: EMPLOYEE TABLE FULL - '
                       WS-WANTED-EMP ' LEFT OUT'
               END-IF
           END-IF.

      ******************************************************************
      * one statement per employee with anything to report, then
      * the register's totals and the proof to the declarations
      ******************************************************************
       ISSUE-STATEMENTS.
           OPEN INPUT EMP-MAST-FILE.
           IF WS-EMPM-STATUS = '00'
               SET EMPMAST-IS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT INCOME-STMT-FILE.
           OPEN OUTPUT STMT-RPT-FILE.
           MOVE WS-YEAR TO RPT-HDG-YEAR.
           MOVE WS-YTD-SOURCE TO RPT-HDG-SOURCE.
           WRITE STMT-RPT-LINE FROM RPT-HEADING.
           WRITE STMT-RPT-LINE FROM RPT-COLUMN-LINE.
           ADD 2 TO RUNLOG-WRITTEN-COUNT.

           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               PERFORM STATE-ONE-EMPLOYEE
           END-PERFORM.

           PERFORM WRITE-REGISTER-TOTALS.
           PERFORM WRITE-DECLARATION-PROOF.

           CLOSE STMT-RPT-FILE.
           CLOSE INCOME-STMT-FILE.
           IF EMPMAST-IS-OPEN
               CLOSE EMP-MAST-FILE
           END-IF.

      * the CPF and name are the master's when it knows the
      * employee, the declaration's and accumulator's otherwise
       STATE-ONE-EMPLOYEE.
           IF EMPMAST-IS-OPEN
               MOVE IE-EMP-ID(WS-EMP-IDX) TO EM-EMP-ID
               READ EMP-MAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EM-CPF-NR TO IE-CPF-NR(WS-EMP-IDX)
                       MOVE EM-EMP-NAME TO IE-EMP-NAME(WS-EMP-IDX)
               END-READ
           END-IF.
           IF IE-YTD-GROSS(WS-EMP-IDX) > IE-13TH-GROSS(WS-EMP-IDX)
               COMPUTE WS-TAXABLE = IE-YTD-GROSS(WS-EMP-IDX)
                   - IE-13TH-GROSS(WS-EMP-IDX)
           ELSE
               MOVE ZEROS TO WS-TAXABLE
           END-IF.
           IF IE-13TH-GROSS(WS-EMP-IDX) > IE-13TH-INSS(WS-EMP-IDX)
               COMPUTE WS-13TH-NET = IE-13TH-GROSS(WS-EMP-IDX)
                   - IE-13TH-INSS(WS-EMP-IDX)
           ELSE
               MOVE ZEROS TO WS-13TH-NET
           END-IF.

           MOVE IE-EMP-ID(WS-EMP-IDX) TO RPT-EMP-ID.
           MOVE IE-CPF-NR(WS-EMP-IDX) TO RPT-CPF-NR.
           MOVE IE-EMP-NAME(WS-EMP-IDX) TO RPT-EMP-NAME.
           MOVE WS-TAXABLE TO RPT-TAXABLE.
           MOVE IE-INSS(WS-EMP-IDX) TO RPT-INSS.
           MOVE IE-IRRF(WS-EMP-IDX) TO RPT-IRRF.
           MOVE WS-13TH-NET TO RPT-13TH-NET.
           MOVE IE-13TH-IRRF(WS-EMP-IDX) TO RPT-13TH-IRRF.
           MOVE IE-EXEMPT(WS-EMP-IDX) TO RPT-EXEMPT.
           MOVE SPACES TO RPT-NOTE.

           MOVE IE-CPF-NR(WS-EMP-IDX) TO CPF-CHK-RAW.
           PERFORM VALIDATE-CPF-DIGITS.
           EVALUATE TRUE
               WHEN WS-TAXABLE = ZEROS
                       AND IE-IRRF(WS-EMP-IDX) = ZEROS
                       AND IE-13TH-GROSS(WS-EMP-IDX) = ZEROS
                       AND IE-EXEMPT(WS-EMP-IDX) = ZEROS
                   ADD 1 TO WS-NIL-COUNT
                   MOVE 'NOTHING TO REPORT' TO RPT-NOTE
               WHEN IE-CPF-NR(WS-EMP-IDX) = ZEROS
                       OR NOT CPF-CHK-IS-VALID
                   ADD 1 TO WS-HELD-COUNT
                   MOVE 'HELD - CPF FAILS CHECK' TO RPT-NOTE
               WHEN OTHER
                   PERFORM WRITE-ONE-STATEMENT
           END-EVALUATE.
           WRITE STMT-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-ONE-STATEMENT.
           WRITE INCOME-STMT-LINE FROM STM-TITLE-LINE.
           MOVE IE-EMP-ID(WS-EMP-IDX) TO STM-EMP-ID.
           MOVE IE-EMP-NAME(WS-EMP-IDX) TO STM-EMP-NAME.
           MOVE WS-ISSUE-DATE TO STM-ISSUE-DATE.
           WRITE INCOME-STMT-LINE FROM STM-EMP-LINE.
           WRITE INCOME-STMT-LINE FROM STM-FORM-LINE.
           MOVE WS-YEAR TO STM-YEAR.
           WRITE INCOME-STMT-LINE FROM STM-YEAR-LINE.
           MOVE CNPJ-CHK-RAW TO STM-CNPJ.
           WRITE INCOME-STMT-LINE FROM STM-SOURCE-LINE.
           MOVE IE-CPF-NR(WS-EMP-IDX) TO STM-CPF-NR.
           MOVE IE-EMP-NAME(WS-EMP-IDX) TO STM-BENEF-NAME.
           WRITE INCOME-STMT-LINE FROM STM-BENEF-LINE.
           ADD 6 TO RUNLOG-WRITTEN-COUNT.

           MOVE '3. TAXABLE INCOME, DEDUCTIONS AND TAX WITHHELD'
               TO STM-BOX-LINE.
           PERFORM WRITE-STATEMENT-BOX.
           MOVE '   01 TOTAL INCOME INCLUDING VACATION'
               TO STM-AMOUNT-LABEL.
           MOVE WS-TAXABLE TO STM-AMOUNT.
           PERFORM WRITE-STATEMENT-AMOUNT.
           MOVE '   02 OFFICIAL SOCIAL SECURITY' TO STM-AMOUNT-LABEL.
           MOVE IE-INSS(WS-EMP-IDX) TO STM-AMOUNT.
           PERFORM WRITE-STATEMENT-AMOUNT.
           MOVE '   05 INCOME TAX WITHHELD AT SOURCE'
               TO STM-AMOUNT-LABEL.
           MOVE IE-IRRF(WS-EMP-IDX) TO STM-AMOUNT.
           PERFORM WRITE-STATEMENT-AMOUNT.

           MOVE '4. EXEMPT AND NON-TAXABLE INCOME' TO STM-BOX-LINE.
           PERFORM WRITE-STATEMENT-BOX.
           MOVE '   07 OTHER EXEMPT INCOME' TO STM-AMOUNT-LABEL.
           MOVE IE-EXEMPT(WS-EMP-IDX) TO STM-AMOUNT.
           PERFORM WRITE-STATEMENT-AMOUNT.

           MOVE '5. INCOME SUBJECT TO EXCLUSIVE TAXATION'
               TO STM-BOX-LINE.
           PERFORM WRITE-STATEMENT-BOX.
           MOVE '   01 13TH SALARY' TO STM-AMOUNT-LABEL.
           MOVE WS-13TH-NET TO STM-AMOUNT.
           PERFORM WRITE-STATEMENT-AMOUNT.
           MOVE '   02 INCOME TAX WITHHELD ON 13TH SALARY'
               TO STM-AMOUNT-LABEL.
           MOVE IE-13TH-IRRF(WS-EMP-IDX) TO STM-AMOUNT.
           PERFORM WRITE-STATEMENT-AMOUNT.

           WRITE INCOME-STMT-LINE FROM STM-BREAK-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

           ADD 1 TO WS-STMT-COUNT.
           ADD WS-TAXABLE TO WS-TOT-TAXABLE.
           ADD IE-INSS(WS-EMP-IDX) TO WS-TOT-INSS.
           ADD IE-IRRF(WS-EMP-IDX) TO WS-TOT-IRRF.
           ADD IE-13TH-GROSS(WS-EMP-IDX) TO WS-TOT-13TH-GROSS.
           ADD IE-13TH-INSS(WS-EMP-IDX) TO WS-TOT-13TH-INSS.
           ADD IE-13TH-IRRF(WS-EMP-IDX) TO WS-TOT-13TH-IRRF.
           ADD IE-EXEMPT(WS-EMP-IDX) TO WS-TOT-EXEMPT.

       WRITE-STATEMENT-BOX.
           WRITE INCOME-STMT-LINE FROM STM-BOX-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-STATEMENT-AMOUNT.
           WRITE INCOME-STMT-LINE FROM STM-AMOUNT-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-REGISTER-TOTALS.
           MOVE 'STATEMENTS ISSUED' TO RPT-TOTAL-LABEL.
           MOVE WS-STMT-COUNT TO RPT-TOTAL-COUNT.
           MOVE WS-TOT-TAXABLE TO RPT-TOTAL-AMOUNT.
           WRITE STMT-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'EXEMPT INCOME STATED' TO RPT-TOTAL-LABEL.
           MOVE ZEROS TO RPT-TOTAL-COUNT.
           MOVE WS-TOT-EXEMPT TO RPT-TOTAL-AMOUNT.
           WRITE STMT-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'HELD - CPF FAILS CHECK' TO RPT-TOTAL-LABEL.
           MOVE WS-HELD-COUNT TO RPT-TOTAL-COUNT.
           MOVE ZEROS TO RPT-TOTAL-AMOUNT.
           WRITE STMT-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'NOTHING TO REPORT' TO RPT-TOTAL-LABEL.
           MOVE WS-NIL-COUNT TO RPT-TOTAL-COUNT.
           WRITE STMT-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'MONTHLY DECLARATIONS' TO RPT-TOTAL-LABEL.
           MOVE WS-MONTHS-DECLARED TO RPT-TOTAL-COUNT.
           WRITE STMT-RPT-LINE FROM RPT-TOTAL-LINE.
           ADD 5 TO RUNLOG-WRITTEN-COUNT.

      * the statements carry the year's declarations out to the
      * employees, so every total must come back to what the
      * monthly and 13th-salary extracts declared - a difference
      * points to a month declared and not accumulated, or the
      * reverse, and is worked before the statements go out
       WRITE-DECLARATION-PROOF.
           MOVE 'TAXABLE INCOME' TO RPT-CMP-LABEL.
           MOVE WS-TOT-TAXABLE TO WS-CMP-STMT.
           MOVE WS-DCL-GROSS TO WS-CMP-DECL.
           PERFORM WRITE-ONE-COMPARISON.
           MOVE 'SOCIAL SECURITY' TO RPT-CMP-LABEL.
           MOVE WS-TOT-INSS TO WS-CMP-STMT.
           MOVE WS-DCL-INSS TO WS-CMP-DECL.
           PERFORM WRITE-ONE-COMPARISON.
           MOVE 'TAX WITHHELD' TO RPT-CMP-LABEL.
           MOVE WS-TOT-IRRF TO WS-CMP-STMT.
           MOVE WS-DCL-IRRF TO WS-CMP-DECL.
           PERFORM WRITE-ONE-COMPARISON.
           MOVE '13TH SALARY GROSS' TO RPT-CMP-LABEL.
           MOVE WS-TOT-13TH-GROSS TO WS-CMP-STMT.
           MOVE WS-DCL-13TH-GROSS TO WS-CMP-DECL.
           PERFORM WRITE-ONE-COMPARISON.
           MOVE '13TH SOCIAL SECURITY' TO RPT-CMP-LABEL.
           MOVE WS-TOT-13TH-INSS TO WS-CMP-STMT.
           MOVE WS-DCL-13TH-INSS TO WS-CMP-DECL.
           PERFORM WRITE-ONE-COMPARISON.
           MOVE '13TH TAX WITHHELD' TO RPT-CMP-LABEL.
           MOVE WS-TOT-13TH-IRRF TO WS-CMP-STMT.
           MOVE WS-DCL-13TH-IRRF TO WS-CMP-DECL.
           PERFORM WRITE-ONE-COMPARISON.

       WRITE-ONE-COMPARISON.
           MOVE WS-CMP-STMT TO RPT-CMP-STMT.
           MOVE WS-CMP-DECL TO RPT-CMP-DECL.
           IF WS-CMP-STMT = WS-CMP-DECL
               MOVE 'MATCH' TO RPT-CMP-RESULT
           ELSE
               MOVE '** MISMATCH' TO RPT-CMP-RESULT
               ADD 1 TO WS-DIFF-COUNT
           END-IF.
           WRITE STMT-RPT-LINE FROM RPT-COMPARE-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-RUNLOG-START.
           MOVE 'EMP-INCOME-STMT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'EMP-INCOME-STMT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY CNPJCHKP.

           COPY CPFCHKP.

           COPY BUSDTP.
