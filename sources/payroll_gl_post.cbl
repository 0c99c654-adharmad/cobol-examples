      * engine computed; gross and net come from the vetted
      * payroll feed.  the PAYGLPROOF report proves debits equal
      * credits and shows the gross and net totals that must tie
      * to the PAYROLLRPT trailer before the file is released.
      *
      * once ESTFILE holds the establishments the payroll runs
      * for, the postings come out grouped by establishment, each
      * carrying the establishment's ledger company segment and
      * code after the GLPOST fields so the ledger books it to the
      * right company, and PAYGLPROOF proves each establishment's
      * debits against its credits in its own section ahead of the
      * run totals.  with no ESTFILE the company and establishment
      * stay blank and the postings come out in feed order
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-GL-POST.

           COPY EMPMREC.

      * same shape GL-POSTING-EXTRACT writes, so the ledger's
      * intake handles payroll pairs like any others; the company
      * segment and establishment ride after the shared fields
       FD  GL-POST-FILE.
       01  GL-POST-RECORD.
           05 GLP-DR-CR                PIC X(01).
           05 GLP-POST-DATE            PIC 9(08).
           05 GLP-AMOUNT               PIC 9(9)V99.
           05 GLP-ADJ-MARK             PIC X(01).
           05 GLP-COMPANY              PIC X(04).
           05 GLP-ESTAB-CD             PIC X(04).

       FD  GL-PROOF-FILE.
       01  GL-PROOF-LINE               PIC X(80).
      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

       01  WS-DEBIT-TOTAL              PIC 9(11)V99 VALUE ZEROS.
       01  WS-CREDIT-TOTAL             PIC 9(11)V99 VALUE ZEROS.

      * the establishment whose postings are being written; a run
      * with no ESTFILE posts the whole feed with no company
       01  WS-ESTAB-MODE-SW            PIC X(01) VALUE 'N'.
           88  SINGLE-EMPLOYER-RUN             VALUE 'N'.
           88  ESTABLISHMENT-RUN               VALUE 'Y'.
       01  WS-EST-COUNT                PIC 9(03) VALUE ZEROS.
       01  WS-EST-NBR                  PIC 9(03).
       01  WS-POST-COMPANY             PIC X(04) VALUE SPACES.
       01  WS-POST-ESTAB-CD            PIC X(04) VALUE SPACES.
       01  WS-SEC-DEBIT-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-SEC-CREDIT-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-SEC-DEBIT-TOTAL          PIC 9(11)V99 VALUE ZEROS.
       01  WS-SEC-CREDIT-TOTAL         PIC 9(11)V99 VALUE ZEROS.

           COPY ESTLKW.

       01  RPT-HEADING PIC X(80) VALUE
           'PAYROLL GL POSTING PROOF'.

           05 RPT-TIE-LABEL            PIC X(26).
           05 RPT-TIE-AMOUNT           PIC $$,$$$,$$$,$$9.99.

       01  RPT-ESTAB-LINE.
           05 FILLER                   PIC X(15) VALUE
               'ESTABLISHMENT '.
           05 RPT-EST-CD               PIC X(04).
           05 FILLER                   PIC X(10) VALUE '  COMPANY '.
           05 RPT-GL-COMPANY           PIC X(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-EST-NAME             PIC X(30).

       01  RPT-VERDICT-LINE.
           05 FILLER                   PIC X(10) VALUE 'VERDICT - '.
           05 RPT-VERDICT              PIC X(20).

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'PAYROLL-GL-POST' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-POST-DATE.
           PERFORM TAKE-ESTABLISHMENTS.
           PERFORM GATHER-COMPUTED-DEDUCTIONS.

           PERFORM OPEN-PAYROLL-FEED.
           IF WS-IN-STATUS NOT = '00'
               DISPLAY 'PAYROLL-GL-POST: NO PAYROLL FEED SUPPLIED'
               PERFORM CLOSE-PAYROLL-FEED
           ELSE
               OPEN INPUT EMP-MAST-FILE
               IF WS-EMPM-STATUS = '00'
               OPEN OUTPUT GL-PROOF-FILE
               WRITE GL-PROOF-LINE FROM RPT-HEADING

               IF SINGLE-EMPLOYER-RUN
                   PERFORM READ-PAYROLL-RECORD
                   PERFORM UNTIL WS-IN-STATUS NOT = '00'
                       IF NOT PD-TYPE-DETAIL
                           PERFORM POST-ONE-EMPLOYEE
                       END-IF
                       PERFORM READ-PAYROLL-RECORD
                   END-PERFORM
                   PERFORM CLOSE-PAYROLL-FEED
               ELSE
                   PERFORM CLOSE-PAYROLL-FEED
                   PERFORM VARYING WS-EST-NBR FROM 1 BY 1
                           UNTIL WS-EST-NBR > WS-EST-COUNT
                       PERFORM POST-ONE-ESTABLISHMENT
                   END-PERFORM
               END-IF

               PERFORM WRITE-PROOF-REPORT
               CLOSE GL-PROOF-FILE
                   CLOSE EMP-MAST-FILE
               END-IF
           END-IF.

       TAKE-ESTABLISHMENTS.
           SET ESLK-FUNC-BY-NUMBER TO TRUE.
           MOVE 1 TO ESLK-EST-NBR.
           CALL 'ESTAB-LOOKUP' USING ESTAB-LOOKUP-PARMS.
           IF NOT ESLK-STAT-NO-TABLE
               SET ESTABLISHMENT-RUN TO TRUE
               MOVE ESLK-EST-COUNT TO WS-EST-COUNT
           END-IF.

       OPEN-PAYROLL-FEED.
           MOVE 'I' TO WS-SOURCE-SW.
           OPEN INPUT PAYROLL-OK.
           IF WS-OK-STATUS = '00'
               SET READING-VETTED-FILE TO TRUE
               MOVE '00' TO WS-IN-STATUS
           ELSE
               OPEN INPUT PAYROLL-IN
           END-IF.

       CLOSE-PAYROLL-FEED.
           IF READING-VETTED-FILE
               CLOSE PAYROLL-OK
           ELSE
               CLOSE PAYROLL-IN
           END-IF.

      * one pass of the feed per establishment, posting only the
      * employees ESTAB-LOOKUP places under it under its ledger
      * company; the establishment's own proof follows its pass
       POST-ONE-ESTABLISHMENT.
           SET ESLK-FUNC-BY-NUMBER TO TRUE.
           MOVE WS-EST-NBR TO ESLK-EST-NBR.
           CALL 'ESTAB-LOOKUP' USING ESTAB-LOOKUP-PARMS.
           MOVE ESLK-GL-COMPANY TO WS-POST-COMPANY.
           MOVE ESLK-EST-CD TO WS-POST-ESTAB-CD.
           MOVE ESLK-EST-CD TO RPT-EST-CD.
           MOVE ESLK-GL-COMPANY TO RPT-GL-COMPANY.
           MOVE ESLK-EST-NAME TO RPT-EST-NAME.
           MOVE ZEROS TO WS-SEC-DEBIT-COUNT.
           MOVE ZEROS TO WS-SEC-CREDIT-COUNT.
           MOVE ZEROS TO WS-SEC-DEBIT-TOTAL.
           MOVE ZEROS TO WS-SEC-CREDIT-TOTAL.

           PERFORM OPEN-PAYROLL-FEED.
           PERFORM READ-PAYROLL-RECORD.
           PERFORM UNTIL WS-IN-STATUS NOT = '00'
               IF NOT PD-TYPE-DETAIL
                   SET ESLK-FUNC-BY-EMPLOYEE TO TRUE
                   MOVE PI-EMP-ID TO ESLK-EMP-ID
                   CALL 'ESTAB-LOOKUP' USING ESTAB-LOOKUP-PARMS
                   IF ESLK-EST-NBR = WS-EST-NBR
                       IF ESLK-CODE-UNKNOWN
                           DISPLAY 'PAYROLL-GL-POST: EMPLOYEE '
                               PI-EMP-ID ' ESTABLISHMENT NOT ON '
                               'ESTFILE - POSTED TO THE HEAD OFFICE'
                           MOVE 4 TO WS-RUN-RC
                       END-IF
                       PERFORM POST-ONE-EMPLOYEE
                   END-IF
               END-IF
               PERFORM READ-PAYROLL-RECORD
           END-PERFORM.
           PERFORM CLOSE-PAYROLL-FEED.

           IF WS-SEC-DEBIT-COUNT > ZEROS
               PERFORM WRITE-ESTABLISHMENT-PROOF
           END-IF.

       WRITE-ESTABLISHMENT-PROOF.
           WRITE GL-PROOF-LINE FROM RPT-ESTAB-LINE.
           MOVE '  DEBITS  -         ' TO RPT-TOTAL-LABEL.
           MOVE WS-SEC-DEBIT-COUNT TO RPT-TOTAL-COUNT.
           MOVE WS-SEC-DEBIT-TOTAL TO RPT-TOTAL-AMOUNT.
           WRITE GL-PROOF-LINE FROM RPT-TOTAL-LINE.
           MOVE '  CREDITS -         ' TO RPT-TOTAL-LABEL.
           MOVE WS-SEC-CREDIT-COUNT TO RPT-TOTAL-COUNT.
           MOVE WS-SEC-CREDIT-TOTAL TO RPT-TOTAL-AMOUNT.
           WRITE GL-PROOF-LINE FROM RPT-TOTAL-LINE.
           ADD 3 TO RUNLOG-WRITTEN-COUNT.
           IF WS-SEC-DEBIT-TOTAL NOT = WS-SEC-CREDIT-TOTAL
               MOVE 'OUT OF BALANCE' TO RPT-VERDICT
               WRITE GL-PROOF-LINE FROM RPT-VERDICT-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               MOVE 8 TO WS-RUN-RC
           END-IF.

       GATHER-COMPUTED-DEDUCTIONS.
           OPEN INPUT DETAIL-OUT-FILE.
           IF WS-DET-STATUS NOT = '00'
           MOVE WS-GL-SALARY-EXP TO GLP-GL-ACCOUNT.
           MOVE PI-GROSS-SALARY TO GLP-AMOUNT.
           PERFORM WRITE-ONE-POSTING.

           MOVE 'C' TO GLP-DR-CR.
           IF WS-EMP-INSS > ZEROS
               MOVE WS-GL-INSS-PAYABLE TO GLP-GL-ACCOUNT
               MOVE WS-EMP-INSS TO GLP-AMOUNT
               PERFORM WRITE-ONE-POSTING
           END-IF.
           IF WS-EMP-IRRF > ZEROS
               MOVE WS-GL-IRRF-PAYABLE TO GLP-GL-ACCOUNT
               MOVE WS-EMP-IRRF TO GLP-AMOUNT
               PERFORM WRITE-ONE-POSTING
           END-IF.
           MOVE WS-GL-NET-PAYABLE TO GLP-GL-ACCOUNT.
           MOVE WS-EMP-NET TO GLP-AMOUNT.
           PERFORM WRITE-ONE-POSTING.

           ADD PI-GROSS-SALARY TO WS-GROSS-TOTAL.
           ADD WS-EMP-NET TO WS-NET-TOTAL.

      * every posting is counted into the run's proof and the
      * establishment's as it goes out
       WRITE-ONE-POSTING.
           MOVE WS-SOURCE-ID-WORK TO GLP-SOURCE-ID.
           MOVE WS-POST-DATE TO GLP-POST-DATE.
           MOVE SPACE TO GLP-ADJ-MARK.
           MOVE WS-POST-COMPANY TO GLP-COMPANY.
           MOVE WS-POST-ESTAB-CD TO GLP-ESTAB-CD.
           WRITE GL-POST-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           IF GLP-DR-CR = 'D'
               ADD 1 TO WS-DEBIT-COUNT
               ADD GLP-AMOUNT TO WS-DEBIT-TOTAL
               ADD 1 TO WS-SEC-DEBIT-COUNT
               ADD GLP-AMOUNT TO WS-SEC-DEBIT-TOTAL
           ELSE
               ADD 1 TO WS-CREDIT-COUNT
               ADD GLP-AMOUNT TO WS-CREDIT-TOTAL
               ADD 1 TO WS-SEC-CREDIT-COUNT
               ADD GLP-AMOUNT TO WS-SEC-CREDIT-TOTAL
           END-IF.

       FIND-EMP-DEDUCTIONS.
           MOVE ZEROS TO WS-EMP-INSS.
               MOVE 'IN BALANCE' TO RPT-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO RPT-VERDICT
               MOVE 8 TO WS-RUN-RC
           END-IF.
           WRITE GL-PROOF-LINE FROM RPT-VERDICT-LINE.
           ADD 5 TO RUNLOG-WRITTEN-COUNT.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
