      * RECORD COUNT form TRAILER-VERIFY verifies, so the handoff
      * can be gated on a proven trailer.  the TAXREMREG register
      * ties each remittance line back to the run totals it came
      * from.
      *
      * once ESTFILE holds the establishments the payroll runs
      * for, each one remits under its own CNPJ: the withholdings
      * are totalled per establishment through ESTAB-LOOKUP and the
      * file carries one section per establishment - its '0'
      * header with the establishment's CNPJ and code, its '1'
      * details, and an '8' section trailer with the establishment
      * code, the section's detail count and amount.  the section
      * trailer keeps text over the detail amount columns, so the
      * single RECORD COUNT trailer still proves the whole file.
      * every establishment CNPJ must prove its check digits or no
      * file is generated; with no ESTFILE the run stays a single
      * EMPCNPJ section as before
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-REMIT-FILE.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

       01  WS-CONTROL-TOTAL            PIC 9(09) VALUE ZEROS.
       01  WS-AMOUNT-CENTS             PIC 9(09).

      * the withholdings per establishment, by ESTAB-LOOKUP number;
      * a run with no ESTFILE keeps only the run totals above
       01  WS-ESTAB-MODE-SW            PIC X(01) VALUE 'N'.
           88  SINGLE-EMPLOYER-RUN             VALUE 'N'.
           88  ESTABLISHMENT-RUN               VALUE 'Y'.
       01  WS-EST-COUNT                PIC 9(03) VALUE ZEROS.
       01  WS-EST-NBR                  PIC 9(03).
       01  WS-ALL-CNPJ-SW              PIC X(01) VALUE 'Y'.
       01  WS-SECTION-INSS             PIC 9(07)V99.
       01  WS-SECTION-IRRF             PIC 9(07)V99.
       01  EST-TAX-TABLE.
           05  EST-TAX-ENTRY OCCURS 20 TIMES.
               10  ETX-INSS            PIC 9(07)V99.
               10  ETX-IRRF            PIC 9(07)V99.

           COPY ESTLKW.

      * the heading text sits over the columns the detail records
      * carry their amount in, so TRAILER-VERIFY's control-total
      * recount finds nothing numeric on the header line and only
               'TAX REMITTANCE  '.
           05 RMH-EMPLOYER-CNPJ        PIC 9(14).
           05 RMH-GEN-DATE             PIC 9(08).
           05 RMH-EST-CD               PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(37) VALUE SPACES.

       01  REMIT-DETAIL-RECORD.
           05 FILLER                   PIC X(01) VALUE '1'.
           05 RMD-AMOUNT               PIC 9(07)V99.
           05 FILLER                   PIC X(58) VALUE SPACES.

      * the close of one establishment's section - its text sits
      * over the detail amount columns like the header's does
       01  REMIT-SECTION-RECORD.
           05 FILLER                   PIC X(01) VALUE '8'.
           05 RMS-EST-CD               PIC X(04).
           05 FILLER                   PIC X(24) VALUE
               'ESTABLISHMENT TOTAL     '.
           05 RMS-DETAIL-COUNT         PIC 9(06).
           05 RMS-AMOUNT               PIC 9(09)V99.
           05 FILLER                   PIC X(34) VALUE SPACES.

      * the control trailer in the form TRAILER-VERIFY parses -
      * the first digit run is the detail count, the second the
      * control total of the detail amounts in cents
           05 REG-DUE-DATE             PIC 9(08).
           05 FILLER                   PIC X(12) VALUE '  FROM RUN  '.
           05 REG-GEN-DATE             PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 REG-EST-CD               PIC X(04) VALUE SPACES.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'TAX-REMIT-FILE' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           PERFORM TAKE-ESTABLISHMENTS.
           IF SINGLE-EMPLOYER-RUN
               PERFORM GET-EMPLOYER-CNPJ
           END-IF.
           IF NOT CNPJ-CHK-IS-VALID
               DISPLAY 'TAX-REMIT-FILE: EMPLOYER CNPJ FAILED '
                   'CHECK DIGITS - NO FILE GENERATED'
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM TOTAL-THE-WITHHOLDINGS
               IF WS-INSS-TOTAL = ZEROS AND WS-IRRF-TOTAL = ZEROS
               CLOSE CNPJ-PARM-FILE
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
                   MOVE ZEROS TO ETX-INSS(WS-EST-NBR)
                   MOVE ZEROS TO ETX-IRRF(WS-EST-NBR)
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
               DISPLAY 'TAX-REMIT-FILE: ESTABLISHMENT '
                   ESLK-EST-CD ' CNPJ FAILS CHECK DIGITS'
               MOVE 'N' TO WS-ALL-CNPJ-SW
           END-IF.

       TOTAL-THE-WITHHOLDINGS.
           OPEN INPUT DETAIL-OUT-FILE.
           IF WS-DET-STATUS NOT = '00'
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF ESTABLISHMENT-RUN
                       PERFORM TOTAL-BY-ESTABLISHMENT
                   END-IF
                   PERFORM READ-DETAIL-RECORD
               END-PERFORM
               CLOSE DETAIL-OUT-FILE
           END-IF.

      * the withholding lands on the establishment the employee is
      * paid under; an establishment code ESTFILE does not know
      * remits with the head office and is flagged
       TOTAL-BY-ESTABLISHMENT.
           IF DOL-CODE = 'INSS' OR 'IRRF'
               SET ESLK-FUNC-BY-EMPLOYEE TO TRUE
               MOVE DOL-EMP-ID TO ESLK-EMP-ID
               CALL 'ESTAB-LOOKUP' USING ESTAB-LOOKUP-PARMS
               IF ESLK-CODE-UNKNOWN
                   DISPLAY 'TAX-REMIT-FILE: EMPLOYEE ' DOL-EMP-ID
                       ' ESTABLISHMENT NOT ON ESTFILE - REMITTED '
                       'WITH THE HEAD OFFICE'
                   MOVE 4 TO WS-RUN-RC
               END-IF
               MOVE ESLK-EST-NBR TO WS-EST-NBR
               IF DOL-CODE = 'INSS'
                   ADD DOL-AMOUNT TO ETX-INSS(WS-EST-NBR)
               ELSE
                   ADD DOL-AMOUNT TO ETX-IRRF(WS-EST-NBR)
               END-IF
           END-IF.

       READ-DETAIL-RECORD.
           READ DETAIL-OUT-FILE
               AT END
      * run; a 20th on a weekend or holiday anticipates to the
      * preceding banking day
       DERIVE-DUE-DATE.
           MOVE BDT-BUS-DATE TO WS-GEN-DATE.
           MOVE WS-GEN-DATE(1:4) TO WS-DUE-YEAR.
           MOVE WS-GEN-DATE(5:2) TO WS-DUE-MONTH.
           ADD 1 TO WS-DUE-MONTH.
           WRITE REMIT-REG-LINE FROM REG-HEADING.

      * TRAILER-VERIFY counts every non-trailer line as a detail,
      * the headers and section trailers included, so the
      * trailer's record count carries them too - the recount then
      * proves out exactly
           IF SINGLE-EMPLOYER-RUN
               MOVE CNPJ-CHK-RAW TO RMH-EMPLOYER-CNPJ
               PERFORM WRITE-REMIT-HEADER
               MOVE WS-INSS-TOTAL TO WS-SECTION-INSS
               MOVE WS-IRRF-TOTAL TO WS-SECTION-IRRF
               PERFORM WRITE-SECTION-DETAILS
           ELSE
               PERFORM VARYING WS-EST-NBR FROM 1 BY 1
                       UNTIL WS-EST-NBR > WS-EST-COUNT
                   IF ETX-INSS(WS-EST-NBR) > ZEROS
                           OR ETX-IRRF(WS-EST-NBR) > ZEROS
                       PERFORM WRITE-ESTABLISHMENT-SECTION
                   END-IF
               END-PERFORM
           END-IF.

           MOVE WS-DETAIL-COUNT TO RMT-DETAIL-COUNT.
           MOVE WS-CONTROL-TOTAL TO RMT-CONTROL-TOTAL.
           WRITE TAX-REMIT-RECORD FROM REMIT-TRAILER-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

           CLOSE REMIT-REG-FILE.
           CLOSE TAX-REMIT-OUT.

       WRITE-REMIT-HEADER.
           MOVE WS-GEN-DATE TO RMH-GEN-DATE.
           WRITE TAX-REMIT-RECORD FROM REMIT-HEADER-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * a tax with nothing withheld in the section gets no line
       WRITE-SECTION-DETAILS.
           IF WS-SECTION-INSS > ZEROS
               MOVE 'INSS' TO RMD-TAX-TYPE
               MOVE WS-SECTION-INSS TO RMD-AMOUNT
               PERFORM WRITE-ONE-REMITTANCE
           END-IF.
           IF WS-SECTION-IRRF > ZEROS
               MOVE 'IRRF' TO RMD-TAX-TYPE
               MOVE WS-SECTION-IRRF TO RMD-AMOUNT
               PERFORM WRITE-ONE-REMITTANCE
           END-IF.

       WRITE-ESTABLISHMENT-SECTION.
           SET ESLK-FUNC-BY-NUMBER TO TRUE.
           MOVE WS-EST-NBR TO ESLK-EST-NBR.
           CALL 'ESTAB-LOOKUP' USING ESTAB-LOOKUP-PARMS.
           MOVE ESLK-CNPJ TO RMH-EMPLOYER-CNPJ.
           MOVE ESLK-EST-CD TO RMH-EST-CD.
           MOVE ESLK-EST-CD TO REG-EST-CD.
           PERFORM WRITE-REMIT-HEADER.

           MOVE ETX-INSS(WS-EST-NBR) TO WS-SECTION-INSS.
           MOVE ETX-IRRF(WS-EST-NBR) TO WS-SECTION-IRRF.
           PERFORM WRITE-SECTION-DETAILS.

           MOVE ESLK-EST-CD TO RMS-EST-CD.
           MOVE ZEROS TO RMS-DETAIL-COUNT.
           IF WS-SECTION-INSS > ZEROS
               ADD 1 TO RMS-DETAIL-COUNT
           END-IF.
           IF WS-SECTION-IRRF > ZEROS
               ADD 1 TO RMS-DETAIL-COUNT
           END-IF.
           COMPUTE RMS-AMOUNT = WS-SECTION-INSS + WS-SECTION-IRRF.
           WRITE TAX-REMIT-RECORD FROM REMIT-SECTION-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-ONE-REMITTANCE.
           MOVE WS-DUE-DATE TO RMD-DUE-DATE.
           WRITE TAX-REMIT-RECORD FROM REMIT-DETAIL-RECORD.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY CNPJCHKP.

           COPY BUSDTP.
