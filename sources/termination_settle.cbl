      * employee record on TERMOUT - so the payslip, report, and
      * bank file programs handle it like any other pay.  the
      * TERMRPT register shows the component breakdown per
      * settlement.
      *
      * the rescission fine on the FGTS balance is worked out from
      * the running balance FGTS-DEPOSIT keeps on FGTSBAL - 40% on
      * a dismissal without cause (TRM-REASON 'S' or blank), 20%
      * on a termination by agreement ('A'), nothing on a
      * resignation or dismissal for cause.  the employer deposits
      * the fine to the FGTS account, so it is shown on the
      * register beside the balance and not paid in the gross
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMINATION-SETTLE.

               RECORD KEY   IS EM-EMP-ID
               FILE STATUS IS WS-EMPM-STATUS.

           SELECT FGTS-BAL-FILE ASSIGN TO 'FGTSBAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS FGB-EMP-ID
               FILE STATUS IS WS-FGB-STATUS.

           SELECT BRACKET-FILE ASSIGN TO 'TAXBRKT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRKT-STATUS.
       01  TERM-TXN-RECORD.
           05 TRM-EMP-ID               PIC 9(06).
           05 TRM-LAST-DAY             PIC 9(08).
           05 TRM-REASON               PIC X(01).
               88  TRM-WITHOUT-CAUSE           VALUES 'S' SPACE.
               88  TRM-BY-AGREEMENT            VALUE 'A'.

       FD  YTD-FILE.
           COPY YTDREC.
       FD  EMP-MAST-FILE.
           COPY EMPMREC.

       FD  FGTS-BAL-FILE.
           COPY FGTSREC.

      * same TAXBRKT shape PAYROLL-DEDUCT loads, effective date
      * included
       FD  BRACKET-FILE.
       01  WS-VAC-STATUS               PIC XX.
       01  WS-EMPM-STATUS              PIC XX.
       01  WS-BRKT-STATUS              PIC XX.
       01  WS-FGB-STATUS               PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
           88  VAC-FILE-IS-OPEN                VALUE 'Y'.
       01  WS-EMPM-OPEN-SW             PIC X(01) VALUE 'N'.
           88  EMPMAST-IS-OPEN                 VALUE 'Y'.
       01  WS-FGB-OPEN-SW              PIC X(01) VALUE 'N'.
           88  FGTSBAL-IS-OPEN                 VALUE 'Y'.

      * the loaded bracket tables, the same shape and walk
      * PAYROLL-DEDUCT keeps
       01  WS-IRRF-BASE                PIC 9(7)V99.
       01  WS-SETTLE-NET               PIC 9(07)V99.
       01  WS-SETTLE-COUNT             PIC 9(05) VALUE ZEROS.
       01  WS-FGTS-BALANCE             PIC 9(09)V99.
       01  WS-FGTS-FINE-RATE           PIC V99.
       01  WS-FGTS-FINE                PIC 9(09)V99.

       01  RPT-HEADING PIC X(100) VALUE
           'TERMINATION SETTLEMENT REGISTER'.
           05 FILLER                   PIC X(07) VALUE '  NET  '.
           05 RPT-NET                  PIC Z(6)9.99.

       01  RPT-FGTS-LINE.
           05 FILLER                   PIC X(06) VALUE SPACES.
           05 FILLER                   PIC X(16) VALUE
               '  FGTS BALANCE  '.
           05 RPT-FGTS-BALANCE         PIC Z(8)9.99.
           05 FILLER                   PIC X(08) VALUE '  FINE  '.
           05 RPT-FGTS-FINE            PIC Z(8)9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-FGTS-REASON          PIC X(22).

       01  RPT-TRAILER-LINE.
           05 FILLER                   PIC X(16) VALUE
               'SETTLEMENTS -   '.
           05 RPT-SETTLE-COUNT         PIC Z(4)9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'TERMINATION-SETTLE' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
      * the set in force on the run date governs, the same dated
      * selection PAYROLL-DEDUCT applies
       LOAD-BRACKET-TABLES.
           MOVE BDT-BUS-DATE TO WS-ASOF-DATE.
           OPEN INPUT BRACKET-FILE.
           IF WS-BRKT-STATUS = '00'
               PERFORM READ-BRACKET-RECORD
                   IF WS-EMPM-STATUS = '00'
                       SET EMPMAST-IS-OPEN TO TRUE
                   END-IF
                   OPEN INPUT FGTS-BAL-FILE
                   IF WS-FGB-STATUS = '00'
                       SET FGTSBAL-IS-OPEN TO TRUE
                   END-IF
                   OPEN OUTPUT TERM-OUT-FILE
                   OPEN OUTPUT TERM-RPT-FILE
                   WRITE TERM-RPT-LINE FROM RPT-HEADING
                   ADD 1 TO RUNLOG-WRITTEN-COUNT
                   CLOSE TERM-RPT-FILE
                   CLOSE TERM-OUT-FILE
                   IF FGTSBAL-IS-OPEN
                       CLOSE FGTS-BAL-FILE
                   END-IF
                   IF EMPMAST-IS-OPEN
                       CLOSE EMP-MAST-FILE
                   END-IF
           COMPUTE WS-SETTLE-NET =
               WS-SETTLE-GROSS - WS-INSS-AMOUNT - WS-IRRF-AMOUNT.

           PERFORM COMPUTE-FGTS-FINE.
           PERFORM WRITE-SETTLEMENT-RECORD.

      * the fine rate follows the termination reason and applies
      * to every deposit FGTSBAL holds for the employee
       COMPUTE-FGTS-FINE.
           MOVE ZEROS TO WS-FGTS-BALANCE.
           IF FGTSBAL-IS-OPEN
               MOVE TRM-EMP-ID TO FGB-EMP-ID
               READ FGTS-BAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FGB-BALANCE TO WS-FGTS-BALANCE
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN TRM-WITHOUT-CAUSE
                   MOVE .40 TO WS-FGTS-FINE-RATE
                   MOVE 'WITHOUT CAUSE - 40%' TO RPT-FGTS-REASON
               WHEN TRM-BY-AGREEMENT
                   MOVE .20 TO WS-FGTS-FINE-RATE
                   MOVE 'BY AGREEMENT - 20%' TO RPT-FGTS-REASON
               WHEN OTHER
                   MOVE ZEROS TO WS-FGTS-FINE-RATE
                   MOVE 'NO FINE DUE' TO RPT-FGTS-REASON
           END-EVALUATE.
           COMPUTE WS-FGTS-FINE ROUNDED =
               WS-FGTS-BALANCE * WS-FGTS-FINE-RATE.

      * progressive INSS on the settlement gross - the identical
      * band walk PAYROLL-DEDUCT runs on a regular month
       COMPUTE-INSS-DEDUCTION.
           MOVE WS-SETTLE-NET TO RPT-NET.
           WRITE TERM-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           MOVE WS-FGTS-BALANCE TO RPT-FGTS-BALANCE.
           MOVE WS-FGTS-FINE TO RPT-FGTS-FINE.
           WRITE TERM-RPT-LINE FROM RPT-FGTS-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-RUNLOG-START.
           MOVE 'TERMINATION-SETTLE' TO RLOG-PROGRAM-ID.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
