      * monthly benefit provider billing reconciliation - each
      * benefit provider invoices the company monthly for the lives
      * it covers and the premiums due on them, and nobody checked
      * the invoices against who was actually enrolled.  this run
      * totals BENFILE's enrollments in force during the billing
      * month per provider - lives covered (the employee plus the
      * dependants the enrollment covers) and premium (employee
      * and employer share together) - and sets each provider's
      * BENINVOICE invoice beside them.  BENRECRPT lists every
      * provider with both sides and the differences; a provider
      * that did not invoice, or invoiced with nobody enrolled, is
      * flagged.  the billing month comes from BENRECPARM as YYYYMM
      * and defaults to the business date's month.  any difference
      * ends the run with return code 4 so the invoice is held
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEFIT-BILL-RECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BEN-FILE ASSIGN TO 'BENFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS BEN-KEY
               FILE STATUS IS WS-BEN-STATUS.

           SELECT INVOICE-FILE ASSIGN TO 'BENINVOICE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

           SELECT RECON-PARM-FILE ASSIGN TO 'BENRECPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RECON-RPT-FILE ASSIGN TO 'BENRECRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BEN-FILE.
           COPY BENREC.

      * one line per provider invoice - the provider, the month it
      * bills, its own invoice number, the lives it charges for and
      * the premium it charges
       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05 INV-PROVIDER-CD          PIC X(06).
           05 INV-BILL-MONTH           PIC 9(06).
           05 INV-INVOICE-NR           PIC X(10).
           05 INV-LIVES                PIC 9(05).
           05 INV-PREMIUM              PIC 9(09)V99.

       FD  RECON-PARM-FILE.
       01  RECON-PARM-RECORD           PIC 9(06).

       FD  RECON-RPT-FILE.
       01  RECON-RPT-LINE              PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-BEN-STATUS               PIC XX.
       01  WS-INV-STATUS               PIC XX.
       01  WS-PARM-STATUS              PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

       01  WS-BILL-MONTH               PIC 9(06).
       01  WS-ENROLLED-LIVES           PIC 9(05).

      * one slot per provider seen on either side
       01  WS-PRV-COUNT                PIC 9(03) VALUE ZEROS.
       01  WS-PRV-IDX                  PIC 9(03).
       01  WS-PRV-SLOT                 PIC 9(03).
       01  WS-WANTED-PROVIDER          PIC X(06).
       01  PROVIDER-TABLE.
           05  PROVIDER-ENTRY OCCURS 100 TIMES.
               10  PRV-PROVIDER-CD     PIC X(06).
               10  PRV-INVOICE-NR      PIC X(10).
               10  PRV-BOOK-LIVES      PIC 9(05).
               10  PRV-BOOK-PREMIUM    PIC 9(09)V99.
               10  PRV-INV-LIVES       PIC 9(05).
               10  PRV-INV-PREMIUM     PIC 9(09)V99.
               10  PRV-INVOICED-SW     PIC X(01).
                   88  PRV-WAS-INVOICED        VALUE 'Y'.

       01  WS-LIVES-DIFF               PIC S9(05).
       01  WS-PREMIUM-DIFF             PIC S9(09)V99.
       01  WS-DIFFER-COUNT             PIC 9(03) VALUE ZEROS.
       01  WS-BOOK-PREMIUM-TOTAL       PIC 9(11)V99 VALUE ZEROS.
       01  WS-INV-PREMIUM-TOTAL        PIC 9(11)V99 VALUE ZEROS.

       01  RPT-HEADING.
           05 FILLER                   PIC X(40) VALUE
               'BENEFIT PROVIDER BILLING RECON - MONTH '.
           05 RPT-HDG-MONTH            PIC 9(06).

       01  RPT-COLUMN-HEADING.
           05 FILLER                   PIC X(40) VALUE
               'PROVIDER INVOICE     ENROLLED   INVOICED'.
           05 FILLER                   PIC X(40) VALUE
               '   ENROLLED PREMIUM    INVOICED PREMIUM '.
           05 FILLER                   PIC X(20) VALUE
               '  DIFFERENCE  STATUS'.

       01  RPT-DETAIL-LINE.
           05 RPT-PROVIDER-CD          PIC X(06).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 RPT-INVOICE-NR           PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-BOOK-LIVES           PIC ZZ,ZZ9.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 RPT-INV-LIVES            PIC ZZ,ZZ9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 RPT-BOOK-PREMIUM         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(06) VALUE SPACES.
           05 RPT-INV-PREMIUM          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-PREMIUM-DIFF         PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-STATUS               PIC X(24).

       01  RPT-TOTAL-LINE.
           05 FILLER                   PIC X(41) VALUE
               'TOTALS'.
           05 RPT-TOT-BOOK-PREMIUM     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(06) VALUE SPACES.
           05 RPT-TOT-INV-PREMIUM      PIC ZZZ,ZZZ,ZZ9.99.

       01  RPT-TRAILER-LINE.
           05 FILLER                   PIC X(12) VALUE
               'PROVIDERS - '.
           05 RPT-PRV-COUNT            PIC ZZ9.
           05 FILLER                   PIC X(20) VALUE
               '   WITH DIFFERENCE -'.
           05 RPT-DIFFER-COUNT         PIC ZZ9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'BENEFIT-BILL-RECON' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           PERFORM GET-BILLING-MONTH.
           OPEN INPUT BEN-FILE.
           IF WS-BEN-STATUS NOT = '00'
               DISPLAY 'BENEFIT-BILL-RECON: NO BENFILE MASTER '
                   'AVAILABLE'
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM READ-BEN-RECORD
               PERFORM UNTIL WS-BEN-STATUS NOT = '00'
                   PERFORM TOTAL-ONE-ENROLLMENT
                   PERFORM READ-BEN-RECORD
               END-PERFORM
               CLOSE BEN-FILE

               PERFORM TAKE-PROVIDER-INVOICES
               PERFORM WRITE-RECON-REPORT
               IF WS-DIFFER-COUNT > ZEROS
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

       GET-BILLING-MONTH.
           MOVE BDT-BUS-DATE(1:6) TO WS-BILL-MONTH.
           OPEN INPUT RECON-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ RECON-PARM-FILE
                   NOT AT END
                       IF RECON-PARM-RECORD IS NUMERIC
                               AND RECON-PARM-RECORD > ZEROS
                           MOVE RECON-PARM-RECORD TO WS-BILL-MONTH
                       END-IF
               END-READ
               CLOSE RECON-PARM-FILE
           END-IF.

       READ-BEN-RECORD.
           READ BEN-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-BEN-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * an enrollment in force on any day of the billing month is
      * billable for it - started by the month's end and not ended
      * before the month began
       TOTAL-ONE-ENROLLMENT.
           IF BEN-START-DATE(1:6) > WS-BILL-MONTH
               CONTINUE
           ELSE
               IF BEN-END-DATE NOT = ZEROS
                       AND BEN-END-DATE(1:6) < WS-BILL-MONTH
                   CONTINUE
               ELSE
                   MOVE BEN-PROVIDER-CD TO WS-WANTED-PROVIDER
                   PERFORM FIND-PROVIDER-SLOT
                   IF WS-PRV-SLOT > ZEROS
                       COMPUTE WS-ENROLLED-LIVES =
                           1 + BEN-DEPS-COVERED
                       ADD WS-ENROLLED-LIVES TO
                           PRV-BOOK-LIVES(WS-PRV-SLOT)
                       ADD BEN-EMPLOYEE-SHARE BEN-EMPLOYER-SHARE TO
                           PRV-BOOK-PREMIUM(WS-PRV-SLOT)
                   END-IF
               END-IF
           END-IF.

      * find the provider's slot, opening one the first time it is
      * seen; past the table's end the provider is left out and
      * the operator told
       FIND-PROVIDER-SLOT.
           MOVE ZEROS TO WS-PRV-SLOT.
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > WS-PRV-COUNT
                       OR WS-PRV-SLOT > ZEROS
               IF PRV-PROVIDER-CD(WS-PRV-IDX) = WS-WANTED-PROVIDER
                   MOVE WS-PRV-IDX TO WS-PRV-SLOT
               END-IF
           END-PERFORM.
           IF WS-PRV-SLOT = ZEROS
               IF WS-PRV-COUNT < 100
                   ADD 1 TO WS-PRV-COUNT
                   MOVE WS-PRV-COUNT TO WS-PRV-SLOT
                   MOVE WS-WANTED-PROVIDER TO
                       PRV-PROVIDER-CD(WS-PRV-SLOT)
                   MOVE SPACES TO PRV-INVOICE-NR(WS-PRV-SLOT)
                   MOVE ZEROS TO PRV-BOOK-LIVES(WS-PRV-SLOT)
                   MOVE ZEROS TO PRV-BOOK-PREMIUM(WS-PRV-SLOT)
                   MOVE ZEROS TO PRV-INV-LIVES(WS-PRV-SLOT)
                   MOVE ZEROS TO PRV-INV-PREMIUM(WS-PRV-SLOT)
                   MOVE 'N' TO PRV-INVOICED-SW(WS-PRV-SLOT)
               ELSE
                   DISPLAY 'BENEFIT-BILL-RECON: PROVIDER TABLE '
                       'FULL - ' WS-WANTED-PROVIDER ' LEFT OUT'
               END-IF
           END-IF.

      * invoices for other months are not this run's business
       TAKE-PROVIDER-INVOICES.
           OPEN INPUT INVOICE-FILE.
           IF WS-INV-STATUS NOT = '00'
               DISPLAY 'BENEFIT-BILL-RECON: NO BENINVOICE '
                   'INVOICES SUPPLIED'
           ELSE
               PERFORM READ-INVOICE-RECORD
               PERFORM UNTIL WS-INV-STATUS NOT = '00'
                   IF INV-BILL-MONTH = WS-BILL-MONTH
                       MOVE INV-PROVIDER-CD TO WS-WANTED-PROVIDER
                       PERFORM FIND-PROVIDER-SLOT
                       IF WS-PRV-SLOT > ZEROS
                           SET PRV-WAS-INVOICED(WS-PRV-SLOT) TO TRUE
                           MOVE INV-INVOICE-NR TO
                               PRV-INVOICE-NR(WS-PRV-SLOT)
                           ADD INV-LIVES TO
                               PRV-INV-LIVES(WS-PRV-SLOT)
                           ADD INV-PREMIUM TO
                               PRV-INV-PREMIUM(WS-PRV-SLOT)
                       END-IF
                   END-IF
                   PERFORM READ-INVOICE-RECORD
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.

       READ-INVOICE-RECORD.
           READ INVOICE-FILE
               AT END
                   MOVE '10' TO WS-INV-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       WRITE-RECON-REPORT.
           OPEN OUTPUT RECON-RPT-FILE.
           MOVE WS-BILL-MONTH TO RPT-HDG-MONTH.
           WRITE RECON-RPT-LINE FROM RPT-HEADING.
           WRITE RECON-RPT-LINE FROM RPT-COLUMN-HEADING.
           ADD 2 TO RUNLOG-WRITTEN-COUNT.
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > WS-PRV-COUNT
               PERFORM REPORT-ONE-PROVIDER
           END-PERFORM.
           MOVE WS-BOOK-PREMIUM-TOTAL TO RPT-TOT-BOOK-PREMIUM.
           MOVE WS-INV-PREMIUM-TOTAL TO RPT-TOT-INV-PREMIUM.
           WRITE RECON-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE WS-PRV-COUNT TO RPT-PRV-COUNT.
           MOVE WS-DIFFER-COUNT TO RPT-DIFFER-COUNT.
           WRITE RECON-RPT-LINE FROM RPT-TRAILER-LINE.
           ADD 2 TO RUNLOG-WRITTEN-COUNT.
           CLOSE RECON-RPT-FILE.

       REPORT-ONE-PROVIDER.
           COMPUTE WS-LIVES-DIFF = PRV-INV-LIVES(WS-PRV-IDX)
               - PRV-BOOK-LIVES(WS-PRV-IDX).
           COMPUTE WS-PREMIUM-DIFF = PRV-INV-PREMIUM(WS-PRV-IDX)
               - PRV-BOOK-PREMIUM(WS-PRV-IDX).
           ADD PRV-BOOK-PREMIUM(WS-PRV-IDX) TO WS-BOOK-PREMIUM-TOTAL.
           ADD PRV-INV-PREMIUM(WS-PRV-IDX) TO WS-INV-PREMIUM-TOTAL.

           EVALUATE TRUE
               WHEN NOT PRV-WAS-INVOICED(WS-PRV-IDX)
                   MOVE 'NO INVOICE RECEIVED' TO RPT-STATUS
               WHEN PRV-BOOK-LIVES(WS-PRV-IDX) = ZEROS
                   MOVE 'INVOICED - NONE ENROLLED' TO RPT-STATUS
               WHEN WS-LIVES-DIFF NOT = ZEROS
                       AND WS-PREMIUM-DIFF NOT = ZEROS
                   MOVE 'LIVES AND PREMIUM DIFFER' TO RPT-STATUS
               WHEN WS-LIVES-DIFF NOT = ZEROS
                   MOVE 'LIVES DIFFER' TO RPT-STATUS
               WHEN WS-PREMIUM-DIFF NOT = ZEROS
                   MOVE 'PREMIUM DIFFERS' TO RPT-STATUS
               WHEN OTHER
                   MOVE 'AGREES' TO RPT-STATUS
           END-EVALUATE.
           IF RPT-STATUS NOT = 'AGREES'
               ADD 1 TO WS-DIFFER-COUNT
           END-IF.

           MOVE PRV-PROVIDER-CD(WS-PRV-IDX) TO RPT-PROVIDER-CD.
           MOVE PRV-INVOICE-NR(WS-PRV-IDX) TO RPT-INVOICE-NR.
           MOVE PRV-BOOK-LIVES(WS-PRV-IDX) TO RPT-BOOK-LIVES.
           MOVE PRV-INV-LIVES(WS-PRV-IDX) TO RPT-INV-LIVES.
           MOVE PRV-BOOK-PREMIUM(WS-PRV-IDX) TO RPT-BOOK-PREMIUM.
           MOVE PRV-INV-PREMIUM(WS-PRV-IDX) TO RPT-INV-PREMIUM.
           MOVE WS-PREMIUM-DIFF TO RPT-PREMIUM-DIFF.
           WRITE RECON-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-RUNLOG-START.
           MOVE 'BENEFIT-BILL-RECON' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'BENEFIT-BILL-RECON' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
