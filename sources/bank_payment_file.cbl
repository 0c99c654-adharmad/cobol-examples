      * run whose CNPJ fails its check digits produces no file at
      * all rather than one the bank will bounce.  PAYROLLIN detail
      * ('E'/'D') lines are passed over - only employee records
      * carry money to remit.
      *
      * once ESTFILE holds the establishments the payroll runs
      * for, the file is built in one section per establishment,
      * each paid from its own account: the '0' header carries the
      * establishment's CNPJ, code and paying bank account, the
      * '1' details are the employees ESTAB-LOOKUP places under it,
      * and the '9' trailer closes the section with its own count
      * and total and the establishment code.  every establishment
      * CNPJ must prove its check digits or no file is generated,
      * and an employee whose master names an establishment
      * ESTFILE does not know is paid with the head office and
      * flagged with return code 4.  with no ESTFILE the run stays
      * a single EMPCNPJ section as before.
      *
      * the file is built for one pay group and period at a time -
      * the group and period PAYPERIOD names, resolved against the
      * payroll calendar through PAYCAL-SERVICE - and pays only the
      * employees the master places in that group.  the value date
      * is the period's calendar pay date while that is still
      * ahead; a run cut on or after it, or a monthly period the
      * calendar does not carry, settles on the next banking day.
      * the control ledger and the override carry the group beside
      * the period, blank on both meaning the monthly group
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-PAYMENT-FILE.

           SELECT BANK-FILE ASSIGN TO 'BANKFILE'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CTL-FILE ASSIGN TO 'PAYRUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       FD  BANK-FILE.
       01  BANK-RECORD                 PIC X(80).

      * the payment run-control ledger - one appended record per
      * event: 'G' generated, 'R' released, 'T' transmitted, 'V'
      * voided.  the latest record for a group's period governs
      * it; a record written before the group was carried is the
      * monthly group's
       FD  RUN-CTL-FILE.
       01  RUN-CTL-RECORD.
           05 PRC-PERIOD               PIC 9(06).
           05 PRC-STATUS               PIC X(01).
           05 PRC-OPERATOR             PIC X(08).
           05 PRC-DATE                 PIC 9(08).
           05 PRC-PAY-GROUP            PIC X(02).

      * the explicit operator override - the period being rerun
      * and the operator authorizing it, so a double payment takes
      * two deliberate acts; a blank group is the monthly group
       FD  OVERRIDE-FILE.
       01  OVERRIDE-RECORD.
           05 OVR-PERIOD               PIC 9(06).
           05 OVR-OPERATOR             PIC X(08).
           05 OVR-PAY-GROUP            PIC X(02).

       WORKING-STORAGE SECTION.
       01  WS-IN-STATUS                PIC XX.
      * duplicate-run guard - a period already generated on
      * PAYRUNCTL refuses a second build unless PAYOVRD carries an
      * explicit operator override for it; every successful build
      * registers itself 'G' on the control ledger.  a period
      * PAYROLL-VOID has voided is open again and needs no override
       01  WS-CTL-STATUS               PIC XX.
       01  WS-OVRD-STATUS              PIC XX.
       01  WS-PAY-PERIOD               PIC 9(06).
       01  WS-RUN-PAY-GROUP            PIC X(02) VALUE 'MO'.
       01  WS-RUN-PAY-DATE             PIC 9(08) VALUE ZEROS.
       01  WS-LEDGER-GROUP             PIC X(02).
       01  WS-CALENDAR-SW              PIC X(01) VALUE 'Y'.
           88  RUN-IS-ON-CALENDAR              VALUE 'Y'.
       01  WS-PERIOD-STATE             PIC X(01) VALUE SPACE.
       01  WS-OVERRIDE-SW              PIC X(01) VALUE 'N'.
           88  OVERRIDE-SUPPLIED               VALUE 'Y'.
       01  WS-DETAIL-COUNT             PIC 9(06) VALUE ZEROS.
       01  WS-NET-TOTAL                PIC 9(11)V99 VALUE ZEROS.

      * the establishment whose section is being built; a run with
      * no ESTFILE has one section under the EMPCNPJ employer
       01  WS-ESTAB-MODE-SW            PIC X(01) VALUE 'N'.
           88  SINGLE-EMPLOYER-RUN             VALUE 'N'.
           88  ESTABLISHMENT-RUN               VALUE 'Y'.
       01  WS-EST-COUNT                PIC 9(03) VALUE ZEROS.
       01  WS-EST-NBR                  PIC 9(03).
       01  WS-SECTION-SW               PIC X(01) VALUE 'N'.
           88  SECTION-IS-OPEN                 VALUE 'Y'.
       01  WS-SECTION-CNPJ             PIC 9(14).
       01  WS-ALL-CNPJ-SW              PIC X(01) VALUE 'Y'.

           COPY ESTLKW.

           COPY CNPJCHKW.

           COPY BUSDAYW.

           COPY PCALW.

       01  BANK-HEADER-RECORD.
           05 FILLER                   PIC X(01) VALUE '0'.
           05 BH-EMPLOYER-CNPJ         PIC 9(14).
           05 BH-VALUE-DATE            PIC 9(08).
           05 FILLER                   PIC X(16) VALUE
               'PAYROLL REMIT   '.
           05 BH-EST-CD                PIC X(04) VALUE SPACES.
           05 BH-BANK-CD               PIC X(03) VALUE SPACES.
           05 BH-BANK-BRANCH           PIC X(05) VALUE SPACES.
           05 BH-BANK-ACCT             PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE SPACES.

       01  BANK-DETAIL-RECORD.
           05 FILLER                   PIC X(01) VALUE '1'.
           05 FILLER                   PIC X(01) VALUE '9'.
           05 BT-DETAIL-COUNT          PIC 9(06).
           05 BT-NET-TOTAL             PIC 9(11)V99.
           05 BT-EST-CD                PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(56) VALUE SPACES.

      * the step return code, held until the step ends - the
      * PAYCAL-SERVICE, ESTAB-LOOKUP and BUSDAY-SERVICE calls
      * would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'BANK-PAYMENT-FILE' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM MAIN-PROCEDURE.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           PERFORM CHECK-RUN-CONTROL.
           EVALUATE TRUE
               WHEN NOT RUN-IS-ON-CALENDAR
                   DISPLAY 'BANK-PAYMENT-FILE: GROUP '
                       WS-RUN-PAY-GROUP ' PERIOD ' WS-PAY-PERIOD
                       ' NOT ON PAYROLL CALENDAR - NO FILE GENERATED'
                   MOVE 8 TO WS-RUN-RC
               WHEN NOT RUN-IS-PERMITTED
                   DISPLAY 'BANK-PAYMENT-FILE: GROUP '
                       WS-RUN-PAY-GROUP ' PERIOD ' WS-PAY-PERIOD
                       ' ALREADY GENERATED - NO FILE GENERATED '
                       '(SUPPLY PAYOVRD TO OVERRIDE)'
                   MOVE 8 TO WS-RUN-RC
               WHEN OTHER
                   PERFORM TAKE-ESTABLISHMENTS
                   IF SINGLE-EMPLOYER-RUN
                       PERFORM GET-EMPLOYER-CNPJ
                   END-IF
                   IF NOT CNPJ-CHK-IS-VALID
                       DISPLAY 'BANK-PAYMENT-FILE: EMPLOYER CNPJ '
                           'FAILED CHECK DIGITS - NO FILE GENERATED'
                       MOVE 8 TO WS-RUN-RC
                   ELSE
                       PERFORM GENERATE-BANK-FILE
                       PERFORM REGISTER-GENERATION
                   END-IF
           END-EVALUATE.

      * the group and period come from PAYCAL-SERVICE - the period
      * defaults to the month the run is cut in, the group to the
      * monthly payroll.  a period the control ledger already shows
      * generated, released, or transmitted for the group refuses
      * a rebuild unless the override transaction names this exact
      * group and period
       CHECK-RUN-CONTROL.
           MOVE BDT-BUS-DATE TO WS-GEN-DATE.
           SET PCS-FUNC-RUN TO TRUE.
           MOVE WS-GEN-DATE TO PCS-BUS-DATE.
           CALL 'PAYCAL-SERVICE' USING PAYCAL-PARMS.
           MOVE PCS-PERIOD TO WS-PAY-PERIOD.
           MOVE PCS-PAY-GROUP TO WS-RUN-PAY-GROUP.
           MOVE PCS-PAY-DATE TO WS-RUN-PAY-DATE.
           IF NOT PCS-RUN-IS-USABLE
               MOVE 'N' TO WS-CALENDAR-SW
           END-IF.

           MOVE SPACE TO WS-PERIOD-STATE.
           IF WS-CTL-STATUS = '00'
               PERFORM READ-RUN-CTL-RECORD
               PERFORM UNTIL WS-CTL-STATUS NOT = '00'
                   MOVE PRC-PAY-GROUP TO WS-LEDGER-GROUP
                   IF WS-LEDGER-GROUP = SPACES
                       MOVE 'MO' TO WS-LEDGER-GROUP
                   END-IF
                   IF PRC-PERIOD = WS-PAY-PERIOD
                           AND WS-LEDGER-GROUP = WS-RUN-PAY-GROUP
                       MOVE PRC-STATUS TO WS-PERIOD-STATE
                   END-IF
                   PERFORM READ-RUN-CTL-RECORD
               CLOSE RUN-CTL-FILE
           END-IF.

           IF WS-PERIOD-STATE = SPACE OR 'V'
               CONTINUE
           ELSE
               MOVE 'N' TO WS-GUARD-SW
               PERFORM TAKE-OVERRIDE-RECORD
               IF OVERRIDE-SUPPLIED
                   MOVE 'Y' TO WS-GUARD-SW
                   DISPLAY 'BANK-PAYMENT-FILE: GROUP '
                       WS-RUN-PAY-GROUP ' PERIOD '
                       WS-PAY-PERIOD ' REGENERATED UNDER '
                       'OVERRIDE BY ' WS-OVERRIDE-OPERATOR
               END-IF
           END-IF.

       READ-RUN-CTL-RECORD.
           MOVE SPACES TO RUN-CTL-RECORD.
           READ RUN-CTL-FILE
               AT END
                   MOVE '10' TO WS-CTL-STATUS
       TAKE-OVERRIDE-RECORD.
           OPEN INPUT OVERRIDE-FILE.
           IF WS-OVRD-STATUS = '00'
               MOVE SPACES TO OVERRIDE-RECORD
               READ OVERRIDE-FILE
                   NOT AT END
                       IF OVR-PAY-GROUP = SPACES
                           MOVE 'MO' TO OVR-PAY-GROUP
                       END-IF
                       IF OVR-PERIOD = WS-PAY-PERIOD
                               AND OVR-PAY-GROUP = WS-RUN-PAY-GROUP
                               AND OVR-OPERATOR NOT = SPACES
                           SET OVERRIDE-SUPPLIED TO TRUE
                           MOVE OVR-OPERATOR TO
                   MOVE 'SCHEDULE' TO PRC-OPERATOR
               END-IF
               MOVE WS-GEN-DATE TO PRC-DATE
               MOVE WS-RUN-PAY-GROUP TO PRC-PAY-GROUP
               WRITE RUN-CTL-RECORD
               CLOSE RUN-CTL-FILE
           END-IF.
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
               DISPLAY 'BANK-PAYMENT-FILE: ESTABLISHMENT '
                   ESLK-EST-CD ' CNPJ FAILS CHECK DIGITS'
               MOVE 'N' TO WS-ALL-CNPJ-SW
           END-IF.

       GENERATE-BANK-FILE.
           OPEN OUTPUT BANK-FILE.
           IF SINGLE-EMPLOYER-RUN
               PERFORM GENERATE-SINGLE-SECTION
           ELSE
               PERFORM VARYING WS-EST-NBR FROM 1 BY 1
                       UNTIL WS-EST-NBR > WS-EST-COUNT
                   PERFORM GENERATE-ESTABLISHMENT-SECTION
               END-PERFORM
           END-IF.
           CLOSE BANK-FILE.

       GENERATE-SINGLE-SECTION.
           PERFORM OPEN-PAYROLL-FEED.
           IF WS-IN-STATUS NOT = '00'
               DISPLAY 'BANK-PAYMENT-FILE: NO PAYROLLIN RECORDS '
                   'SUPPLIED'
           ELSE
               MOVE CNPJ-CHK-RAW TO WS-SECTION-CNPJ
               PERFORM WRITE-HEADER-RECORD

               PERFORM READ-PAYROLL-RECORD
               PERFORM UNTIL WS-IN-STATUS NOT = '00'
                   IF NOT PD-TYPE-DETAIL
                       PERFORM TAKE-EMPLOYEE-PAY-GROUP
                       IF PCS-PAY-GROUP = WS-RUN-PAY-GROUP
                           PERFORM WRITE-PAYMENT-DETAIL
                       END-IF
                   END-IF
                   PERFORM READ-PAYROLL-RECORD
               END-PERFORM

               PERFORM WRITE-TRAILER-RECORD
           END-IF.
           PERFORM CLOSE-PAYROLL-FEED.

      * one pass of the feed per establishment, taking only the
      * employees ESTAB-LOOKUP places under it; the section opens
      * on its first payment, so an establishment with nobody paid
      * this run leaves no empty section on the file
       GENERATE-ESTABLISHMENT-SECTION.
           SET ESLK-FUNC-BY-NUMBER TO TRUE.
           MOVE WS-EST-NBR TO ESLK-EST-NBR.
           CALL 'ESTAB-LOOKUP' USING ESTAB-LOOKUP-PARMS.
           MOVE ESLK-CNPJ TO WS-SECTION-CNPJ.
           MOVE ESLK-EST-CD TO BH-EST-CD.
           MOVE ESLK-BANK-CD TO BH-BANK-CD.
           MOVE ESLK-BANK-BRANCH TO BH-BANK-BRANCH.
           MOVE ESLK-BANK-ACCT TO BH-BANK-ACCT.
           MOVE ESLK-EST-CD TO BT-EST-CD.
           MOVE 'N' TO WS-SECTION-SW.
           MOVE ZEROS TO WS-DETAIL-COUNT.
           MOVE ZEROS TO WS-NET-TOTAL.

           PERFORM OPEN-PAYROLL-FEED.
           IF WS-IN-STATUS NOT = '00'
               IF WS-EST-NBR = 1
                   DISPLAY 'BANK-PAYMENT-FILE: NO PAYROLLIN RECORDS '
                       'SUPPLIED'
               END-IF
           ELSE
               PERFORM READ-PAYROLL-RECORD
               PERFORM UNTIL WS-IN-STATUS NOT = '00'
                   IF NOT PD-TYPE-DETAIL
                       PERFORM TAKE-EMPLOYEE-PAY-GROUP
                       IF PCS-PAY-GROUP = WS-RUN-PAY-GROUP
                           PERFORM TAKE-ESTABLISHMENT-PAYMENT
                       END-IF
                   END-IF
                   PERFORM READ-PAYROLL-RECORD
               END-PERFORM
               IF SECTION-IS-OPEN
                   PERFORM WRITE-TRAILER-RECORD
               END-IF
           END-IF.
           PERFORM CLOSE-PAYROLL-FEED.

       TAKE-ESTABLISHMENT-PAYMENT.
           SET ESLK-FUNC-BY-EMPLOYEE TO TRUE.
           MOVE PI-EMP-ID TO ESLK-EMP-ID.
           CALL 'ESTAB-LOOKUP' USING ESTAB-LOOKUP-PARMS.
           IF ESLK-EST-NBR = WS-EST-NBR
               IF ESLK-CODE-UNKNOWN
                   DISPLAY 'BANK-PAYMENT-FILE: EMPLOYEE ' PI-EMP-ID
                       ' ESTABLISHMENT NOT ON ESTFILE - PAID WITH '
                       'THE HEAD OFFICE'
                   IF WS-RUN-RC < 4
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF
               IF NOT SECTION-IS-OPEN
                   PERFORM WRITE-HEADER-RECORD
                   SET SECTION-IS-OPEN TO TRUE
               END-IF
               PERFORM WRITE-PAYMENT-DETAIL
           END-IF.

      * the master's pay group for the employee record in hand;
      * only the run's group is paid by this file
       TAKE-EMPLOYEE-PAY-GROUP.
           SET PCS-FUNC-EMPLOYEE TO TRUE.
           MOVE PI-EMP-ID TO PCS-EMP-ID.
           CALL 'PAYCAL-SERVICE' USING PAYCAL-PARMS.

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
               END-READ
           END-IF.

      * the value date is the period's calendar pay date, already
      * a business day, while it is still ahead; otherwise the
      * generation date carried to the next banking day - a run
      * cut on a weekend or holiday settles on the first day the
      * bank will actually take it
       WRITE-HEADER-RECORD.
           MOVE BDT-BUS-DATE TO WS-GEN-DATE.
           MOVE WS-SECTION-CNPJ TO BH-EMPLOYER-CNPJ.
           MOVE WS-GEN-DATE TO BH-GEN-DATE.

           IF WS-RUN-PAY-DATE > WS-GEN-DATE
               MOVE WS-RUN-PAY-DATE TO BH-VALUE-DATE
           ELSE
               SET BDY-FUNC-NEXT-BUSDAY TO TRUE
               MOVE WS-GEN-DATE TO BDY-DATE-IN
               CALL 'BUSDAY-SERVICE' USING BUSDAY-PARMS
               IF BDY-STAT-OK
                   MOVE BDY-DATE-OUT TO BH-VALUE-DATE
               ELSE
                   MOVE WS-GEN-DATE TO BH-VALUE-DATE
               END-IF
           END-IF.

           WRITE BANK-RECORD FROM BANK-HEADER-RECORD.
           WRITE BANK-RECORD FROM BANK-TRAILER-RECORD.

           COPY CNPJCHKP.

           COPY BUSDTP.
