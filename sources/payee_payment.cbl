      * monthly third-party payment run - the money the payroll
      * withholds for others (court orders on GARNDEDOUT, advance
      * and lender recoveries on ADVDEDOUT, benefit plans on
      * BENDEDOUT, the engine's own lines on PAYRDETOUT, and the
      * deductions keyed on the payroll feed such as union dues)
      * used to end in reports and be paid to each party by hand.
      * this run gathers every 'D' line of the period, routes it to
      * the PAYEEFILE payee whose route names its code - a route
      * for that one employee first, then the payee taking the
      * code for everyone - and pays each payee due this month
      * through the bank file.  a code the computed files carry is
      * taken from them only, never again from the keyed feed line
      * it stands in for.  a line no payee routes (the taxes
      * TAX-REMIT-FILE remits, for one) is left out of the payment
      * and totalled by code at the foot of the advice.
      *
      * a monthly payee is due every month and a quarterly one in
      * March, June, September and December; what a payee gathers
      * in a month it is not due - or while it is inactive, which
      * is flagged - is held on its record as the carried amount
      * and paid with its next remittance.  the month gathered is
      * written back to the payee, so a rerun in the same month
      * pays nobody twice: a payee already gathered this month is
      * passed over, and the lines routed to it flagged.
      *
      * PAYEEBANK is in the BANKFILE fixed style, paid from the
      * head office account when ESTFILE holds the establishments
      * and under the EMPCNPJ employer otherwise, the CNPJ proving
      * its check digits before anything is generated:
      *   '0' header  - payer CNPJ, generation date, value date
      *                 (the next banking day), payer account
      *   '1' detail  - one per payee paid: document, name, method,
      *                 bank account and amount
      *   '9' trailer - detail count and amount total
      * PAYEEADV carries the remittance advice, one page per payee
      * gathered for, listing the employees and amounts covered
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEE-PAYMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEE-FILE ASSIGN TO 'PAYEEFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS PYE-DOC-NR
               FILE STATUS IS WS-PYE-STATUS.

           SELECT GARN-DED-FILE ASSIGN TO 'GARNDEDOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARN-STATUS.

           SELECT ADV-DED-FILE ASSIGN TO 'ADVDEDOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADV-STATUS.

           SELECT BEN-DED-FILE ASSIGN TO 'BENDEDOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEN-STATUS.

           SELECT DETAIL-OUT-FILE ASSIGN TO 'PAYRDETOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DET-STATUS.

           SELECT PAYROLL-IN ASSIGN TO 'PAYROLLIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT PAYROLL-OK ASSIGN TO 'PAYROLLOK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OK-STATUS.

           SELECT EMP-MAST-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS EM-EMP-ID
               FILE STATUS IS WS-EMPM-STATUS.

           SELECT CNPJ-PARM-FILE ASSIGN TO 'EMPCNPJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNPJ-STATUS.

           SELECT PAYEE-BANK-OUT ASSIGN TO 'PAYEEBANK'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADVICE-FILE ASSIGN TO 'PAYEEADV'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYEE-FILE.
           COPY PYEREC.

      * the computed deduction files are all in the PAYROLLIN
      * detail shape and read into DED-LINE below
       FD  GARN-DED-FILE.
       01  GARN-DED-RECORD             PIC X(40).

       FD  ADV-DED-FILE.
       01  ADV-DED-RECORD              PIC X(40).

       FD  BEN-DED-FILE.
       01  BEN-DED-RECORD              PIC X(40).

       FD  DETAIL-OUT-FILE.
       01  DETAIL-OUT-RECORD           PIC X(40).

       FD  PAYROLL-IN.
           COPY PAYRLREC.

       FD  PAYROLL-OK.
       01  PAYROLL-OK-RECORD           PIC X(80).

       FD  EMP-MAST-FILE.
           COPY EMPMREC.

       FD  CNPJ-PARM-FILE.
       01  CNPJ-PARM-RECORD            PIC 9(14).

       FD  PAYEE-BANK-OUT.
       01  PAYEE-BANK-RECORD           PIC X(80).

       FD  ADVICE-FILE.
       01  ADVICE-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PYE-STATUS               PIC XX.
       01  WS-GARN-STATUS              PIC XX.
       01  WS-ADV-STATUS               PIC XX.
       01  WS-BEN-STATUS               PIC XX.
       01  WS-DET-STATUS               PIC XX.
       01  WS-IN-STATUS                PIC XX.
       01  WS-OK-STATUS                PIC XX.
       01  WS-EMPM-STATUS              PIC XX.
       01  WS-CNPJ-STATUS              PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

       01  WS-SOURCE-SW                PIC X(01) VALUE 'I'.
           88  READING-VETTED-FILE             VALUE 'O'.
       01  WS-EMPM-STATE               PIC X(01) VALUE 'N'.
           88  EMPMAST-NOT-TRIED               VALUE 'N'.
           88  EMPMAST-IS-OPEN                 VALUE 'Y'.
           88  EMPMAST-UNAVAILABLE             VALUE 'F'.
       01  WS-OVERFLOW-SW              PIC X(01) VALUE 'N'.
           88  TABLES-OVERFLOWED               VALUE 'Y'.

       01  WS-GEN-DATE                 PIC 9(08).
       01  WS-VALUE-DATE               PIC 9(08).
       01  WS-RUN-PERIOD               PIC 9(06).
       01  WS-RUN-MONTH                PIC 9(02).

      * the one withheld line being routed, from whichever file
       01  DED-LINE.
           05  DED-REC-TYPE            PIC X(01).
           05  DED-EMP-ID              PIC 9(06).
           05  DED-CODE                PIC X(04).
           05  DED-DESC                PIC X(16).
           05  DED-AMOUNT              PIC 9(07)V99.
           05  FILLER                  PIC X(04).

      * the account the payments go out from
       01  WS-PAYER-CNPJ               PIC 9(14) VALUE ZEROS.
       01  WS-PAYER-BANK-CD            PIC X(03) VALUE SPACES.
       01  WS-PAYER-BANK-BRANCH        PIC X(05) VALUE SPACES.
       01  WS-PAYER-BANK-ACCT          PIC X(10) VALUE SPACES.
       01  WS-EST-COUNT                PIC 9(03) VALUE ZEROS.
       01  WS-EST-NBR                  PIC 9(03).

      * every payee on file with what this run decided for it
       01  WS-PAYEE-COUNT              PIC 9(03) VALUE ZEROS.
       01  WS-PYT-IDX                  PIC 9(03).
       01  WS-ROUTED-PAYEE             PIC 9(03).
       01  PAYEE-TABLE.
           05  PYT-ENTRY OCCURS 100 TIMES.
               10  PYT-DOC-NR          PIC 9(14).
               10  PYT-STATE           PIC X(01).
                   88  PYT-IS-DUE              VALUE 'D'.
                   88  PYT-IS-HELD             VALUE 'H'.
                   88  PYT-IS-INACTIVE         VALUE 'I'.
                   88  PYT-ALREADY-GATHERED    VALUE 'R'.
               10  PYT-CARRIED         PIC 9(09)V99.
               10  PYT-GATHERED        PIC 9(09)V99.
               10  PYT-PASSED-OVER     PIC 9(09)V99.

      * the payees' routes, flattened
       01  WS-ROUTE-COUNT              PIC 9(03) VALUE ZEROS.
       01  WS-RTT-IDX                  PIC 9(03).
       01  WS-RTE-IDX                  PIC 9(02).
       01  ROUTE-TABLE.
           05  RTT-ENTRY OCCURS 600 TIMES.
               10  RTT-CODE            PIC X(04).
               10  RTT-EMP-ID          PIC 9(06).
               10  RTT-PAYEE           PIC 9(03).

      * the advice lines - one per payee, employee and code
       01  WS-LINE-COUNT               PIC 9(04) VALUE ZEROS.
       01  WS-LNT-IDX                  PIC 9(04).
       01  WS-LNT-FOUND                PIC 9(04).
       01  ADVICE-LINE-TABLE.
           05  LNT-ENTRY OCCURS 5000 TIMES.
               10  LNT-PAYEE           PIC 9(03).
               10  LNT-EMP-ID          PIC 9(06).
               10  LNT-CODE            PIC X(04).
               10  LNT-AMOUNT          PIC 9(07)V99.

      * codes the computed files carried this run
       01  WS-SEEN-COUNT               PIC 9(02) VALUE ZEROS.
       01  WS-SEEN-IDX                 PIC 9(02).
       01  WS-SEEN-SW                  PIC X(01).
           88  CODE-WAS-COMPUTED               VALUE 'Y'.
       01  SEEN-CODE-TABLE.
           05  SEEN-CODE OCCURS 50 TIMES PIC X(04).

      * withheld lines no payee routes, by code
       01  WS-UNROUTED-COUNT           PIC 9(02) VALUE ZEROS.
       01  WS-UNR-IDX                  PIC 9(02).
       01  WS-UNR-FOUND                PIC 9(02).
       01  UNROUTED-TABLE.
           05  UNR-ENTRY OCCURS 50 TIMES.
               10  UNR-CODE            PIC X(04).
               10  UNR-LINES           PIC 9(05).
               10  UNR-AMOUNT          PIC 9(09)V99.

       01  WS-DUE-COUNT                PIC 9(03) VALUE ZEROS.
       01  WS-DETAIL-COUNT             PIC 9(06) VALUE ZEROS.
       01  WS-PAID-TOTAL               PIC 9(11)V99 VALUE ZEROS.
       01  WS-PAYEE-AMOUNT             PIC 9(09)V99.
       01  WS-PRIOR-CARRIED            PIC 9(09)V99.

           COPY ESTLKW.

           COPY CNPJCHKW.

           COPY BUSDAYW.

           COPY PAGINW.

       01  PAY-HEADER-RECORD.
           05 FILLER                   PIC X(01) VALUE '0'.
           05 PH-PAYER-CNPJ            PIC 9(14).
           05 PH-GEN-DATE              PIC 9(08).
           05 PH-VALUE-DATE            PIC 9(08).
           05 FILLER                   PIC X(16) VALUE
               'THIRD PARTY PAY '.
           05 PH-BANK-CD               PIC X(03).
           05 PH-BANK-BRANCH           PIC X(05).
           05 PH-BANK-ACCT             PIC X(10).
           05 FILLER                   PIC X(15) VALUE SPACES.

       01  PAY-DETAIL-RECORD.
           05 FILLER                   PIC X(01) VALUE '1'.
           05 PD1-DOC-TYPE             PIC X(01).
           05 PD1-DOC-NR               PIC 9(14).
           05 PD1-NAME                 PIC X(30).
           05 PD1-PAY-METHOD           PIC X(01).
           05 PD1-BANK-CD              PIC X(03).
           05 PD1-BANK-BRANCH          PIC X(05).
           05 PD1-BANK-ACCT            PIC X(10).
           05 PD1-AMOUNT               PIC 9(09)V99.
           05 FILLER                   PIC X(04) VALUE SPACES.

       01  PAY-TRAILER-RECORD.
           05 FILLER                   PIC X(01) VALUE '9'.
           05 PT-DETAIL-COUNT          PIC 9(06).
           05 PT-PAID-TOTAL            PIC 9(11)V99.
           05 FILLER                   PIC X(60) VALUE SPACES.

      * which set of headings a page break reprints
       01  WS-ADVICE-SECTION-SW        PIC X(01) VALUE 'P'.
           88  ADVICE-PAYEE-SECTION            VALUE 'P'.
           88  ADVICE-UNROUTED-SECTION         VALUE 'U'.

       01  ADV-PAYEE-HDG-1.
           05 FILLER                   PIC X(19) VALUE
               'REMITTANCE ADVICE  '.
           05 ADV-PAYEE-NAME           PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 ADV-DOC-TYPE             PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 ADV-DOC-NR               PIC 9(14).

       01  ADV-PAYEE-HDG-2.
           05 FILLER                   PIC X(07) VALUE 'PERIOD '.
           05 ADV-PERIOD               PIC 9(06).
           05 FILLER                   PIC X(13) VALUE
               '  VALUE DATE '.
           05 ADV-VALUE-DATE           PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 ADV-STATE-TEXT           PIC X(34).

       01  ADV-COLUMN-HEADING.
           05 FILLER                   PIC X(42) VALUE
               'EMPLOYEE  NAME'.
           05 FILLER                   PIC X(20) VALUE
               'CODE          AMOUNT'.

       01  ADV-DETAIL-LINE.
           05 ADV-EMP-ID               PIC 9(06).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 ADV-EMP-NAME             PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 ADV-CODE                 PIC X(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 ADV-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.

       01  ADV-CARRIED-LINE.
           05 FILLER                   PIC X(48) VALUE
               'CARRIED FROM EARLIER MONTHS'.
           05 ADV-CARRIED-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

       01  ADV-TOTAL-LINE.
           05 ADV-TOTAL-TEXT           PIC X(48).
           05 ADV-TOTAL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

       01  UNR-HEADING                 PIC X(80) VALUE
           'WITHHELD AMOUNTS ROUTED TO NO PAYEE - NOT PAID BY THIS RUN'.

       01  UNR-COLUMN-HEADING          PIC X(80) VALUE
           'CODE     LINES          AMOUNT'.

       01  UNR-DETAIL-LINE.
           05 UNR-PRT-CODE             PIC X(04).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 UNR-PRT-LINES            PIC ZZZZ9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 UNR-PRT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'PAYEE-PAYMENT' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-GEN-DATE.
           MOVE WS-GEN-DATE(1:6) TO WS-RUN-PERIOD.
           MOVE WS-GEN-DATE(5:2) TO WS-RUN-MONTH.
           PERFORM TAKE-PAYER.
           IF NOT CNPJ-CHK-IS-VALID
               DISPLAY 'PAYEE-PAYMENT: PAYER CNPJ FAILED CHECK '
                   'DIGITS - NO FILE GENERATED'
               MOVE 8 TO WS-RUN-RC
           ELSE
               OPEN I-O PAYEE-FILE
               IF WS-PYE-STATUS NOT = '00'
                   DISPLAY 'PAYEE-PAYMENT: NO PAYEEFILE - NOTHING '
                       'CAN BE ROUTED'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM LOAD-PAYEES
                   PERFORM GATHER-WITHHOLDINGS
                   IF TABLES-OVERFLOWED
                       DISPLAY 'PAYEE-PAYMENT: MORE PAYEES, ROUTES OR '
                           'ADVICE LINES THAN THE RUN HOLDS - NO '
                           'FILE GENERATED'
                       MOVE 8 TO WS-RUN-RC
                   ELSE
                       PERFORM SETTLE-THE-PAYEES
                   END-IF
                   CLOSE PAYEE-FILE
               END-IF
               IF EMPMAST-IS-OPEN
                   CLOSE EMP-MAST-FILE
               END-IF
           END-IF.

      ******************************************************************
      * the payer - the head office when ESTFILE holds the
      * establishments, the EMPCNPJ employer otherwise
      ******************************************************************
       TAKE-PAYER.
           MOVE 'N' TO CNPJ-CHK-SW.
           SET ESLK-FUNC-BY-NUMBER TO TRUE.
           MOVE 1 TO ESLK-EST-NBR.
           CALL 'ESTAB-LOOKUP' USING ESTAB-LOOKUP-PARMS.
           IF ESLK-STAT-NO-TABLE
               PERFORM GET-EMPLOYER-CNPJ
           ELSE
               MOVE ESLK-EST-COUNT TO WS-EST-COUNT
               PERFORM VARYING WS-EST-NBR FROM 1 BY 1
                       UNTIL WS-EST-NBR > WS-EST-COUNT
                   SET ESLK-FUNC-BY-NUMBER TO TRUE
                   MOVE WS-EST-NBR TO ESLK-EST-NBR
                   CALL 'ESTAB-LOOKUP' USING ESTAB-LOOKUP-PARMS
                   IF ESLK-HEAD-OFFICE = 'Y'
                       MOVE ESLK-CNPJ TO WS-PAYER-CNPJ
                       MOVE ESLK-BANK-CD TO WS-PAYER-BANK-CD
                       MOVE ESLK-BANK-BRANCH TO WS-PAYER-BANK-BRANCH
                       MOVE ESLK-BANK-ACCT TO WS-PAYER-BANK-ACCT
                   END-IF
               END-PERFORM
               IF WS-PAYER-CNPJ = ZEROS
                   DISPLAY 'PAYEE-PAYMENT: NO HEAD OFFICE ON ESTFILE'
               ELSE
                   MOVE WS-PAYER-CNPJ TO CNPJ-CHK-RAW
                   PERFORM VALIDATE-CNPJ-DIGITS
               END-IF
           END-IF.

       GET-EMPLOYER-CNPJ.
           OPEN INPUT CNPJ-PARM-FILE.
           IF WS-CNPJ-STATUS NOT = '00'
               DISPLAY 'PAYEE-PAYMENT: NO EMPCNPJ CONTROL '
                   'RECORD SUPPLIED'
           ELSE
               READ CNPJ-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CNPJ-PARM-RECORD TO WS-PAYER-CNPJ
                       MOVE CNPJ-PARM-RECORD TO CNPJ-CHK-RAW
                       PERFORM VALIDATE-CNPJ-DIGITS
               END-READ
               CLOSE CNPJ-PARM-FILE
           END-IF.

      ******************************************************************
      * every payee and its routes, with what the run does for it:
      * a payee already gathered this month is passed over, one
      * inactive or not due this month is held, the rest are due
      ******************************************************************
       LOAD-PAYEES.
           MOVE ZEROS TO PYE-DOC-NR.
           START PAYEE-FILE KEY IS NOT < PYE-DOC-NR
               INVALID KEY
                   MOVE '10' TO WS-PYE-STATUS
           END-START.
           PERFORM UNTIL WS-PYE-STATUS NOT = '00'
               READ PAYEE-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-PYE-STATUS
                   NOT AT END
                       ADD 1 TO RUNLOG-READ-COUNT
                       PERFORM TAKE-ONE-PAYEE
               END-READ
           END-PERFORM.
           MOVE '00' TO WS-PYE-STATUS.

       TAKE-ONE-PAYEE.
           IF WS-PAYEE-COUNT >= 100
               SET TABLES-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-PAYEE-COUNT
               MOVE WS-PAYEE-COUNT TO WS-PYT-IDX
               MOVE PYE-DOC-NR TO PYT-DOC-NR(WS-PYT-IDX)
               MOVE PYE-CARRIED-AMOUNT TO PYT-CARRIED(WS-PYT-IDX)
               MOVE ZEROS TO PYT-GATHERED(WS-PYT-IDX)
               MOVE ZEROS TO PYT-PASSED-OVER(WS-PYT-IDX)
               EVALUATE TRUE
                   WHEN PYE-LAST-PERIOD >= WS-RUN-PERIOD
                       SET PYT-ALREADY-GATHERED(WS-PYT-IDX) TO TRUE
                   WHEN PYE-STATUS-INACTIVE
                       SET PYT-IS-INACTIVE(WS-PYT-IDX) TO TRUE
                   WHEN PYE-REMIT-QUARTERLY
                           AND WS-RUN-MONTH NOT = 3 AND 6 AND 9
                                                AND 12
                       SET PYT-IS-HELD(WS-PYT-IDX) TO TRUE
                   WHEN OTHER
                       SET PYT-IS-DUE(WS-PYT-IDX) TO TRUE
               END-EVALUATE
               PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                       UNTIL WS-RTE-IDX > 6
                   IF PYE-ROUTE-CODE(WS-RTE-IDX) NOT = SPACES
                       PERFORM TAKE-ONE-ROUTE
                   END-IF
               END-PERFORM
           END-IF.

       TAKE-ONE-ROUTE.
           IF WS-ROUTE-COUNT >= 600
               SET TABLES-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-ROUTE-COUNT
               MOVE PYE-ROUTE-CODE(WS-RTE-IDX) TO
                   RTT-CODE(WS-ROUTE-COUNT)
               MOVE PYE-ROUTE-EMP-ID(WS-RTE-IDX) TO
                   RTT-EMP-ID(WS-ROUTE-COUNT)
               MOVE WS-PYT-IDX TO RTT-PAYEE(WS-ROUTE-COUNT)
           END-IF.

      ******************************************************************
      * the computed files first, then the keyed feed for the codes
      * none of them carried
      ******************************************************************
       GATHER-WITHHOLDINGS.
           PERFORM GATHER-GARNISHMENTS.
           PERFORM GATHER-ADVANCES.
           PERFORM GATHER-BENEFITS.
           PERFORM GATHER-ENGINE-LINES.
           PERFORM GATHER-KEYED-DEDUCTIONS.

       GATHER-GARNISHMENTS.
           OPEN INPUT GARN-DED-FILE.
           IF WS-GARN-STATUS NOT = '00'
               DISPLAY 'PAYEE-PAYMENT: NO GARNDEDOUT DEDUCTIONS '
                   'SUPPLIED'
           ELSE
               PERFORM UNTIL WS-GARN-STATUS NOT = '00'
                   READ GARN-DED-FILE INTO DED-LINE
                       AT END
                           MOVE '10' TO WS-GARN-STATUS
                       NOT AT END
                           PERFORM TAKE-COMPUTED-LINE
                   END-READ
               END-PERFORM
               CLOSE GARN-DED-FILE
           END-IF.

       GATHER-ADVANCES.
           OPEN INPUT ADV-DED-FILE.
           IF WS-ADV-STATUS NOT = '00'
               DISPLAY 'PAYEE-PAYMENT: NO ADVDEDOUT DEDUCTIONS '
                   'SUPPLIED'
           ELSE
               PERFORM UNTIL WS-ADV-STATUS NOT = '00'
                   READ ADV-DED-FILE INTO DED-LINE
                       AT END
                           MOVE '10' TO WS-ADV-STATUS
                       NOT AT END
                           PERFORM TAKE-COMPUTED-LINE
                   END-READ
               END-PERFORM
               CLOSE ADV-DED-FILE
           END-IF.

       GATHER-BENEFITS.
           OPEN INPUT BEN-DED-FILE.
           IF WS-BEN-STATUS NOT = '00'
               DISPLAY 'PAYEE-PAYMENT: NO BENDEDOUT DEDUCTIONS '
                   'SUPPLIED'
           ELSE
               PERFORM UNTIL WS-BEN-STATUS NOT = '00'
                   READ BEN-DED-FILE INTO DED-LINE
                       AT END
                           MOVE '10' TO WS-BEN-STATUS
                       NOT AT END
                           PERFORM TAKE-COMPUTED-LINE
                   END-READ
               END-PERFORM
               CLOSE BEN-DED-FILE
           END-IF.

       GATHER-ENGINE-LINES.
           OPEN INPUT DETAIL-OUT-FILE.
           IF WS-DET-STATUS NOT = '00'
               DISPLAY 'PAYEE-PAYMENT: NO PAYRDETOUT DEDUCTIONS '
                   'SUPPLIED'
           ELSE
               PERFORM UNTIL WS-DET-STATUS NOT = '00'
                   READ DETAIL-OUT-FILE INTO DED-LINE
                       AT END
                           MOVE '10' TO WS-DET-STATUS
                       NOT AT END
                           PERFORM TAKE-COMPUTED-LINE
                   END-READ
               END-PERFORM
               CLOSE DETAIL-OUT-FILE
           END-IF.

      * earnings lines pay nobody; only deductions are routed
       TAKE-COMPUTED-LINE.
           ADD 1 TO RUNLOG-READ-COUNT.
           IF DED-REC-TYPE = 'D'
               PERFORM NOTE-COMPUTED-CODE
               PERFORM ROUTE-WITHHELD-LINE
           END-IF.

       NOTE-COMPUTED-CODE.
           PERFORM CHECK-CODE-COMPUTED.
           IF NOT CODE-WAS-COMPUTED AND WS-SEEN-COUNT < 50
               ADD 1 TO WS-SEEN-COUNT
               MOVE DED-CODE TO SEEN-CODE(WS-SEEN-COUNT)
           END-IF.

       CHECK-CODE-COMPUTED.
           MOVE 'N' TO WS-SEEN-SW.
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
               IF SEEN-CODE(WS-SEEN-IDX) = DED-CODE
                   SET CODE-WAS-COMPUTED TO TRUE
               END-IF
           END-PERFORM.

       GATHER-KEYED-DEDUCTIONS.
           PERFORM OPEN-PAYROLL-FEED.
           IF WS-IN-STATUS NOT = '00'
               DISPLAY 'PAYEE-PAYMENT: NO PAYROLL FEED SUPPLIED'
           ELSE
               PERFORM READ-PAYROLL-RECORD
               PERFORM UNTIL WS-IN-STATUS NOT = '00'
                   IF PD-TYPE-DEDUCTION
                       MOVE PAYROLL-DTL-RECORD TO DED-LINE
                       PERFORM CHECK-CODE-COMPUTED
                       IF NOT CODE-WAS-COMPUTED
                           PERFORM ROUTE-WITHHELD-LINE
                       END-IF
                   END-IF
                   PERFORM READ-PAYROLL-RECORD
               END-PERFORM
               PERFORM CLOSE-PAYROLL-FEED
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

      * the route for this employee by name wins over the route
      * taking the code for everyone
       ROUTE-WITHHELD-LINE.
           MOVE ZEROS TO WS-ROUTED-PAYEE.
           PERFORM VARYING WS-RTT-IDX FROM 1 BY 1
                   UNTIL WS-RTT-IDX > WS-ROUTE-COUNT
               IF RTT-CODE(WS-RTT-IDX) = DED-CODE
                       AND RTT-EMP-ID(WS-RTT-IDX) = DED-EMP-ID
                   MOVE RTT-PAYEE(WS-RTT-IDX) TO WS-ROUTED-PAYEE
               END-IF
           END-PERFORM.
           IF WS-ROUTED-PAYEE = ZEROS
               PERFORM VARYING WS-RTT-IDX FROM 1 BY 1
                       UNTIL WS-RTT-IDX > WS-ROUTE-COUNT
                   IF RTT-CODE(WS-RTT-IDX) = DED-CODE
                           AND RTT-EMP-ID(WS-RTT-IDX) = ZEROS
                       MOVE RTT-PAYEE(WS-RTT-IDX) TO WS-ROUTED-PAYEE
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN WS-ROUTED-PAYEE = ZEROS
                   PERFORM NOTE-UNROUTED-LINE
               WHEN PYT-ALREADY-GATHERED(WS-ROUTED-PAYEE)
                   ADD DED-AMOUNT TO PYT-PASSED-OVER(WS-ROUTED-PAYEE)
               WHEN OTHER
                   ADD DED-AMOUNT TO PYT-GATHERED(WS-ROUTED-PAYEE)
                   PERFORM ADD-ADVICE-LINE
           END-EVALUATE.

      * the same employee and code for the same payee is one line
       ADD-ADVICE-LINE.
           MOVE ZEROS TO WS-LNT-FOUND.
           PERFORM VARYING WS-LNT-IDX FROM 1 BY 1
                   UNTIL WS-LNT-IDX > WS-LINE-COUNT
                      OR WS-LNT-FOUND > ZEROS
               IF LNT-PAYEE(WS-LNT-IDX) = WS-ROUTED-PAYEE
                       AND LNT-EMP-ID(WS-LNT-IDX) = DED-EMP-ID
                       AND LNT-CODE(WS-LNT-IDX) = DED-CODE
                   MOVE WS-LNT-IDX TO WS-LNT-FOUND
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-LNT-FOUND > ZEROS
                   ADD DED-AMOUNT TO LNT-AMOUNT(WS-LNT-FOUND)
               WHEN WS-LINE-COUNT >= 5000
                   SET TABLES-OVERFLOWED TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-ROUTED-PAYEE TO LNT-PAYEE(WS-LINE-COUNT)
                   MOVE DED-EMP-ID TO LNT-EMP-ID(WS-LINE-COUNT)
                   MOVE DED-CODE TO LNT-CODE(WS-LINE-COUNT)
                   MOVE DED-AMOUNT TO LNT-AMOUNT(WS-LINE-COUNT)
           END-EVALUATE.

       NOTE-UNROUTED-LINE.
           MOVE ZEROS TO WS-UNR-FOUND.
           PERFORM VARYING WS-UNR-IDX FROM 1 BY 1
                   UNTIL WS-UNR-IDX > WS-UNROUTED-COUNT
               IF UNR-CODE(WS-UNR-IDX) = DED-CODE
                   MOVE WS-UNR-IDX TO WS-UNR-FOUND
               END-IF
           END-PERFORM.
           IF WS-UNR-FOUND = ZEROS AND WS-UNROUTED-COUNT < 50
               ADD 1 TO WS-UNROUTED-COUNT
               MOVE WS-UNROUTED-COUNT TO WS-UNR-FOUND
               MOVE DED-CODE TO UNR-CODE(WS-UNR-FOUND)
               MOVE ZEROS TO UNR-LINES(WS-UNR-FOUND)
               MOVE ZEROS TO UNR-AMOUNT(WS-UNR-FOUND)
           END-IF.
           IF WS-UNR-FOUND > ZEROS
               ADD 1 TO UNR-LINES(WS-UNR-FOUND)
               ADD DED-AMOUNT TO UNR-AMOUNT(WS-UNR-FOUND)
           END-IF.

      ******************************************************************
      * pay the payees due, hold the rest, and write the month
      * gathered back to each one touched
      ******************************************************************
       SETTLE-THE-PAYEES.
           PERFORM INITIALIZE-PAGINATION.
           MOVE 3 TO PAG-HEADING-LINE-COUNT.
           PERFORM TAKE-VALUE-DATE.
           PERFORM VARYING WS-PYT-IDX FROM 1 BY 1
                   UNTIL WS-PYT-IDX > WS-PAYEE-COUNT
               IF PYT-IS-DUE(WS-PYT-IDX)
                       AND PYT-GATHERED(WS-PYT-IDX) +
                           PYT-CARRIED(WS-PYT-IDX) > ZEROS
                   ADD 1 TO WS-DUE-COUNT
               END-IF
           END-PERFORM.

           OPEN OUTPUT ADVICE-FILE.
           IF WS-DUE-COUNT = ZEROS
               DISPLAY 'PAYEE-PAYMENT: NOTHING DUE TO A PAYEE THIS '
                   'MONTH - NO BANK FILE GENERATED'
           ELSE
               OPEN OUTPUT PAYEE-BANK-OUT
               MOVE WS-PAYER-CNPJ TO PH-PAYER-CNPJ
               MOVE WS-GEN-DATE TO PH-GEN-DATE
               MOVE WS-VALUE-DATE TO PH-VALUE-DATE
               MOVE WS-PAYER-BANK-CD TO PH-BANK-CD
               MOVE WS-PAYER-BANK-BRANCH TO PH-BANK-BRANCH
               MOVE WS-PAYER-BANK-ACCT TO PH-BANK-ACCT
               WRITE PAYEE-BANK-RECORD FROM PAY-HEADER-RECORD
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-IF.

           PERFORM VARYING WS-PYT-IDX FROM 1 BY 1
                   UNTIL WS-PYT-IDX > WS-PAYEE-COUNT
               PERFORM SETTLE-ONE-PAYEE
           END-PERFORM.

           IF WS-DUE-COUNT > ZEROS
               MOVE WS-DETAIL-COUNT TO PT-DETAIL-COUNT
               MOVE WS-PAID-TOTAL TO PT-PAID-TOTAL
               WRITE PAYEE-BANK-RECORD FROM PAY-TRAILER-RECORD
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               CLOSE PAYEE-BANK-OUT
           END-IF.
           IF WS-UNROUTED-COUNT > ZEROS
               PERFORM WRITE-UNROUTED-SECTION
           END-IF.
           CLOSE ADVICE-FILE.

      * the next banking day after the run
       TAKE-VALUE-DATE.
           MOVE WS-GEN-DATE TO WS-VALUE-DATE.
           SET BDY-FUNC-NEXT-BUSDAY TO TRUE.
           MOVE WS-GEN-DATE TO BDY-DATE-IN.
           CALL 'BUSDAY-SERVICE' USING BUSDAY-PARMS.
           IF BDY-STAT-OK
               MOVE BDY-DATE-OUT TO WS-VALUE-DATE
           END-IF.

       SETTLE-ONE-PAYEE.
           EVALUATE TRUE
               WHEN PYT-ALREADY-GATHERED(WS-PYT-IDX)
                   IF PYT-PASSED-OVER(WS-PYT-IDX) > ZEROS
                       DISPLAY 'PAYEE-PAYMENT: PAYEE '
                           PYT-DOC-NR(WS-PYT-IDX)
                           ' ALREADY GATHERED FOR ' WS-RUN-PERIOD
                           ' - NOT PAID AGAIN'
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               WHEN PYT-IS-DUE(WS-PYT-IDX)
                   IF PYT-GATHERED(WS-PYT-IDX) +
                      PYT-CARRIED(WS-PYT-IDX) > ZEROS
                       PERFORM PAY-ONE-PAYEE
                   END-IF
               WHEN OTHER
                   IF PYT-GATHERED(WS-PYT-IDX) > ZEROS
                       PERFORM HOLD-ONE-PAYEE
                   END-IF
           END-EVALUATE.

       PAY-ONE-PAYEE.
           MOVE PYT-DOC-NR(WS-PYT-IDX) TO PYE-DOC-NR.
           READ PAYEE-FILE
               INVALID KEY
                   DISPLAY 'PAYEE-PAYMENT: PAYEE '
                       PYT-DOC-NR(WS-PYT-IDX) ' LEFT PAYEEFILE '
                       'DURING THE RUN - NOT PAID'
                   MOVE 8 TO WS-RUN-RC
               NOT INVALID KEY
                   MOVE PYE-CARRIED-AMOUNT TO WS-PRIOR-CARRIED
                   COMPUTE WS-PAYEE-AMOUNT =
                       PYT-GATHERED(WS-PYT-IDX) + WS-PRIOR-CARRIED
                   MOVE PYE-DOC-TYPE TO PD1-DOC-TYPE
                   MOVE PYE-DOC-NR TO PD1-DOC-NR
                   MOVE PYE-NAME TO PD1-NAME
                   MOVE PYE-PAY-METHOD TO PD1-PAY-METHOD
                   MOVE PYE-BANK-CD TO PD1-BANK-CD
                   MOVE PYE-BANK-BRANCH TO PD1-BANK-BRANCH
                   MOVE PYE-BANK-ACCT TO PD1-BANK-ACCT
                   MOVE WS-PAYEE-AMOUNT TO PD1-AMOUNT
                   WRITE PAYEE-BANK-RECORD FROM PAY-DETAIL-RECORD
                   ADD 1 TO RUNLOG-WRITTEN-COUNT
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD WS-PAYEE-AMOUNT TO WS-PAID-TOTAL
                   EVALUATE TRUE
                       WHEN PYE-PAY-BY-TRANSFER
                           MOVE 'PAID BY BANK TRANSFER' TO
                               ADV-STATE-TEXT
                       WHEN PYE-PAY-BY-PIX
                           MOVE 'PAID BY PIX' TO ADV-STATE-TEXT
                       WHEN OTHER
                           MOVE 'PAID AGAINST COLLECTION SLIP' TO
                               ADV-STATE-TEXT
                   END-EVALUATE
                   MOVE 'PAYEE TOTAL REMITTED' TO ADV-TOTAL-TEXT
                   PERFORM WRITE-PAYEE-ADVICE
                   MOVE ZEROS TO PYE-CARRIED-AMOUNT
                   MOVE WS-RUN-PERIOD TO PYE-LAST-PERIOD
                   PERFORM REWRITE-PAYEE
           END-READ.

      * held money stays on the payee until its next remittance
       HOLD-ONE-PAYEE.
           MOVE PYT-DOC-NR(WS-PYT-IDX) TO PYE-DOC-NR.
           READ PAYEE-FILE
               INVALID KEY
                   DISPLAY 'PAYEE-PAYMENT: PAYEE '
                       PYT-DOC-NR(WS-PYT-IDX) ' LEFT PAYEEFILE '
                       'DURING THE RUN - NOT HELD'
                   MOVE 8 TO WS-RUN-RC
               NOT INVALID KEY
                   MOVE PYE-CARRIED-AMOUNT TO WS-PRIOR-CARRIED
                   COMPUTE WS-PAYEE-AMOUNT =
                       PYT-GATHERED(WS-PYT-IDX) + WS-PRIOR-CARRIED
                   IF PYT-IS-INACTIVE(WS-PYT-IDX)
                       DISPLAY 'PAYEE-PAYMENT: PAYEE ' PYE-DOC-NR
                           ' IS INACTIVE - WITHHOLDINGS HELD'
                       MOVE 4 TO WS-RUN-RC
                       MOVE 'HELD - PAYEE INACTIVE' TO ADV-STATE-TEXT
                   ELSE
                       MOVE 'HELD FOR QUARTERLY REMITTANCE' TO
                           ADV-STATE-TEXT
                   END-IF
                   MOVE 'PAYEE TOTAL HELD TO DATE' TO ADV-TOTAL-TEXT
                   PERFORM WRITE-PAYEE-ADVICE
                   MOVE WS-PAYEE-AMOUNT TO PYE-CARRIED-AMOUNT
                   MOVE WS-RUN-PERIOD TO PYE-LAST-PERIOD
                   PERFORM REWRITE-PAYEE
           END-READ.

       REWRITE-PAYEE.
           REWRITE PYE-RECORD
               INVALID KEY
                   DISPLAY 'PAYEE-PAYMENT: PAYEE ' PYE-DOC-NR
                       ' REWRITE FAILED - PERIOD NOT RECORDED'
                   MOVE 8 TO WS-RUN-RC
           END-REWRITE.

      ******************************************************************
      * one page per payee: the employees and amounts covered, any
      * amount carried in from earlier months, and the total
      ******************************************************************
       WRITE-PAYEE-ADVICE.
           SET ADVICE-PAYEE-SECTION TO TRUE.
           MOVE 3 TO PAG-HEADING-LINE-COUNT.
           MOVE 999 TO PAG-LINE-COUNT.
           MOVE PYE-NAME TO ADV-PAYEE-NAME.
           MOVE PYE-DOC-TYPE TO ADV-DOC-TYPE.
           MOVE PYE-DOC-NR TO ADV-DOC-NR.
           MOVE WS-RUN-PERIOD TO ADV-PERIOD.
           MOVE WS-VALUE-DATE TO ADV-VALUE-DATE.
           PERFORM VARYING WS-LNT-IDX FROM 1 BY 1
                   UNTIL WS-LNT-IDX > WS-LINE-COUNT
               IF LNT-PAYEE(WS-LNT-IDX) = WS-PYT-IDX
                   PERFORM WRITE-ADVICE-DETAIL
               END-IF
           END-PERFORM.
           IF WS-PRIOR-CARRIED > ZEROS
               MOVE WS-PRIOR-CARRIED TO ADV-CARRIED-AMOUNT
               PERFORM PAGINATE-BEFORE-LINE
               WRITE ADVICE-LINE FROM ADV-CARRIED-LINE
           END-IF.
           MOVE WS-PAYEE-AMOUNT TO ADV-TOTAL-AMOUNT.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE ADVICE-LINE FROM ADV-TOTAL-LINE.

       WRITE-ADVICE-DETAIL.
           MOVE LNT-EMP-ID(WS-LNT-IDX) TO ADV-EMP-ID.
           MOVE LNT-CODE(WS-LNT-IDX) TO ADV-CODE.
           MOVE LNT-AMOUNT(WS-LNT-IDX) TO ADV-AMOUNT.
           PERFORM LOOK-UP-EMPLOYEE-NAME.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE ADVICE-LINE FROM ADV-DETAIL-LINE.

       LOOK-UP-EMPLOYEE-NAME.
           MOVE SPACES TO ADV-EMP-NAME.
           IF EMPMAST-NOT-TRIED
               OPEN INPUT EMP-MAST-FILE
               IF WS-EMPM-STATUS = '00'
                   SET EMPMAST-IS-OPEN TO TRUE
               ELSE
                   SET EMPMAST-UNAVAILABLE TO TRUE
               END-IF
           END-IF.
           IF EMPMAST-IS-OPEN
               MOVE LNT-EMP-ID(WS-LNT-IDX) TO EM-EMP-ID
               READ EMP-MAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EM-EMP-NAME TO ADV-EMP-NAME
               END-READ
           END-IF.

       WRITE-UNROUTED-SECTION.
           SET ADVICE-UNROUTED-SECTION TO TRUE.
           MOVE 2 TO PAG-HEADING-LINE-COUNT.
           MOVE 999 TO PAG-LINE-COUNT.
           PERFORM VARYING WS-UNR-IDX FROM 1 BY 1
                   UNTIL WS-UNR-IDX > WS-UNROUTED-COUNT
               MOVE UNR-CODE(WS-UNR-IDX) TO UNR-PRT-CODE
               MOVE UNR-LINES(WS-UNR-IDX) TO UNR-PRT-LINES
               MOVE UNR-AMOUNT(WS-UNR-IDX) TO UNR-PRT-AMOUNT
               PERFORM PAGINATE-BEFORE-LINE
               WRITE ADVICE-LINE FROM UNR-DETAIL-LINE
           END-PERFORM.

      * the shared pagination gate in front of every advice line;
      * a break reprints the headings of the section being written
       PAGINATE-BEFORE-LINE.
           PERFORM CHECK-PAGE-BREAK.
           IF PAG-BREAK-NEEDED
               WRITE ADVICE-LINE FROM PAG-PAGE-HEADING-LINE
               IF ADVICE-PAYEE-SECTION
                   WRITE ADVICE-LINE FROM ADV-PAYEE-HDG-1
                   WRITE ADVICE-LINE FROM ADV-PAYEE-HDG-2
                   WRITE ADVICE-LINE FROM ADV-COLUMN-HEADING
               ELSE
                   WRITE ADVICE-LINE FROM UNR-HEADING
                   WRITE ADVICE-LINE FROM UNR-COLUMN-HEADING
               END-IF
               PERFORM NOTE-HEADING-LINES
           END-IF.
           PERFORM COUNT-REPORT-LINE.

       WRITE-RUNLOG-START.
           MOVE 'PAYEE-PAYMENT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'PAYEE-PAYMENT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY CNPJCHKP.

           COPY PAGINP.

           COPY BUSDTP.
