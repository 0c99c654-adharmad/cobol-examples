      * bank statement reconciliation - BANK-RETURN-PROC hears
      * about the payments the bank refused, but nothing confirmed
      * the rest actually left our account for the amount sent.
      * this run keeps every outbound payment on the BANKRECREG
      * register until the bank statement shows it cleared:
      *   BANKFILE  - payroll net pay            reference 'PY' +
      *               employee id
      *   DISBFILE  - deposit disbursements      reference 'DB' +
      *               event type, account and disbursement ref
      *   TAXREMIT  - withheld tax remittances   reference 'TX' +
      *               establishment, tax type and due date
      *   PAYEEBANK - third-party payments       reference 'TP' +
      *               payee document
      * the reference is the one each detail identifies itself by
      * and the bank echoes back on the statement line.  a payment
      * is taken on to the register once, dated with its file's
      * value date (a tax remittance with its due date); the files
      * may be presented again without adding it twice.
      *
      * BANKSTMT is the bank's daily statement - a '0' header with
      * the account and opening balance, a '1' line per entry and
      * a '9' trailer with the entry count and closing balance.
      * the statement is proved before it is worked - its entries
      * must carry the opening to the closing balance and agree
      * with the trailer count, or it is refused with return code
      * 8 - and a statement already on the BANKRECLOG log is not
      * worked twice.  each debit is matched to the oldest
      * outstanding payment with its reference: the same amount
      * clears it, a different amount clears it with the
      * difference reported.  a debit no payment carries, and
      * every credit - there is no receipt register to match them
      * against - are unmatched bank items.
      *
      * a payment still outstanding more than RECONPARM business
      * days (3 when none is given) after its value date is
      * overdue.  the BANKRECRPT report lists the items matched,
      * the amount differences, the unmatched bank items and the
      * overdue payments; the last three are written to RECONREJ,
      * where EXCP-QUEUE picks them up for the exception queue.
      * RECONREJ is rewritten every run, so an overdue payment
      * leaves it the day it clears
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-STMT-RECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-STMT-FILE ASSIGN TO 'BANKSTMT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

           SELECT PAY-BANK-FILE ASSIGN TO 'BANKFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUE-STATUS.

           SELECT DISB-BANK-FILE ASSIGN TO 'DISBFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUE-STATUS.

           SELECT TAX-REMIT-FILE ASSIGN TO 'TAXREMIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUE-STATUS.

           SELECT PAYEE-BANK-FILE ASSIGN TO 'PAYEEBANK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUE-STATUS.

           SELECT RECON-REG-FILE ASSIGN TO 'BANKRECREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT RECON-LOG-FILE ASSIGN TO 'BANKRECLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT RECON-PARM-FILE ASSIGN TO 'RECONPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RECON-REJ-FILE ASSIGN TO 'RECONREJ'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECON-RPT-FILE ASSIGN TO 'BANKRECRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-STMT-FILE.
       01  STMT-HEADER-RECORD.
           05 BSH-REC-TYPE             PIC X(01).
           05 BSH-BANK-CD              PIC X(03).
           05 BSH-BANK-BRANCH          PIC X(05).
           05 BSH-BANK-ACCT            PIC X(10).
           05 BSH-STMT-DATE            PIC 9(08).
           05 BSH-OPENING-BAL          PIC 9(11)V99.
           05 BSH-OPENING-SIGN         PIC X(01).
           05 FILLER                   PIC X(39).
       01  STMT-ENTRY-RECORD.
           05 BSE-REC-TYPE             PIC X(01).
           05 BSE-POST-DATE            PIC 9(08).
           05 BSE-DR-CR                PIC X(01).
           05 BSE-AMOUNT               PIC 9(09)V99.
           05 BSE-REFERENCE            PIC X(24).
           05 BSE-BANK-DOC             PIC X(10).
           05 BSE-DESC                 PIC X(25).
       01  STMT-TRAILER-RECORD.
           05 BST-REC-TYPE             PIC X(01).
           05 BST-ENTRY-COUNT          PIC 9(06).
           05 BST-CLOSING-BAL          PIC 9(11)V99.
           05 BST-CLOSING-SIGN         PIC X(01).
           05 FILLER                   PIC X(59).

      * the outbound files, each in its generator's fixed layout;
      * only the value date off the '0' header and the '1' details
      * are needed here
       FD  PAY-BANK-FILE.
       01  PAY-BANK-RECORD             PIC X(80).

       FD  DISB-BANK-FILE.
       01  DISB-BANK-RECORD            PIC X(80).

       FD  TAX-REMIT-FILE.
       01  TAX-REMIT-RECORD            PIC X(80).

       FD  PAYEE-BANK-FILE.
       01  PAYEE-BANK-RECORD           PIC X(80).

      * the register carried run to run - 'O' outstanding, 'M'
      * cleared for the amount sent, 'D' cleared for a different
      * amount, with the date and amount the bank cleared
       FD  RECON-REG-FILE.
       01  RECON-REG-RECORD.
           05 BRG-REFERENCE            PIC X(24).
           05 BRG-VALUE-DATE           PIC 9(08).
           05 BRG-AMOUNT               PIC 9(09)V99.
           05 BRG-STATUS               PIC X(01).
           05 BRG-CLEARED-DATE         PIC 9(08).
           05 BRG-CLEARED-AMOUNT       PIC 9(09)V99.

      * one line for each statement worked
       FD  RECON-LOG-FILE.
       01  RECON-LOG-RECORD.
           05 BRL-BANK-CD              PIC X(03).
           05 BRL-BANK-BRANCH          PIC X(05).
           05 BRL-BANK-ACCT            PIC X(10).
           05 BRL-STMT-DATE            PIC 9(08).
           05 BRL-ENTRY-COUNT          PIC 9(06).
           05 BRL-RUN-DATE             PIC 9(08).

       FD  RECON-PARM-FILE.
       01  RECON-PARM-RECORD           PIC 9(02).

      * an item for the exception queue - its kind and reference
      * as the key, the reason, and the run that found it
       FD  RECON-REJ-FILE.
       01  RECON-REJ-RECORD.
           05 RRJ-KEY                  PIC X(26).
           05 FILLER                   PIC X(02).
           05 RRJ-REASON               PIC X(35).
           05 RRJ-RUN-DATE             PIC 9(08).

       FD  RECON-RPT-FILE.
       01  RECON-RPT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STMT-STATUS              PIC XX.
       01  WS-ISSUE-STATUS             PIC XX.
       01  WS-REG-STATUS               PIC XX.
       01  WS-LOG-STATUS               PIC XX.
       01  WS-PARM-STATUS              PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-CLEAR-DAYS               PIC 9(02) VALUE 3.
       01  WS-DAY-IDX                  PIC 9(02).
       01  WS-OVERDUE-CUTOFF           PIC 9(08).
       01  WS-PURGE-CUTOFF             PIC 9(08).

      * the register in storage for the run, rewritten at end of
      * job; an item cleared more than 90 days ago is dropped
       01  WS-REG-COUNT                PIC 9(04) VALUE ZEROS.
       01  WS-REG-IDX                  PIC 9(04).
       01  WS-REG-FOUND                PIC 9(04).
       01  WS-REG-EXACT                PIC 9(04).
       01  WS-REG-FULL-SW              PIC X(01) VALUE 'N'.
           88  REGISTER-OVERFLOWED             VALUE 'Y'.
       01  RECON-REG-TABLE.
           05  RGT-ENTRY OCCURS 5000 TIMES.
               10  RGT-REFERENCE       PIC X(24).
               10  RGT-VALUE-DATE      PIC 9(08).
               10  RGT-AMOUNT          PIC 9(09)V99.
               10  RGT-STATUS          PIC X(01).
                   88  RGT-OUTSTANDING         VALUE 'O'.
                   88  RGT-MATCHED             VALUE 'M'.
                   88  RGT-DIFFERENT           VALUE 'D'.
               10  RGT-CLEARED-DATE    PIC 9(08).
               10  RGT-CLEARED-AMOUNT  PIC 9(09)V99.

      * the payment being taken on from an outbound file
       01  WS-ISSUE-REFERENCE.
           05  WS-IRF-SOURCE           PIC X(02).
           05  WS-IRF-KEY              PIC X(22).
       01  WS-ISSUE-VALUE-DATE         PIC 9(08).
       01  WS-ISSUE-AMOUNT             PIC 9(09)V99.
       01  WS-ISSUE-EST-CD             PIC X(04).
       01  WS-TAKEN-ON-COUNT           PIC 9(05) VALUE ZEROS.

      * the outbound layouts the details are read through
       01  PAY-BANK-DETAIL.
           05 PBD-REC-TYPE             PIC X(01).
           05 PBD-EMP-ID               PIC 9(06).
           05 PBD-EMP-NAME             PIC X(30).
           05 PBD-NET-AMOUNT           PIC 9(09)V99.
           05 FILLER                   PIC X(32).
       01  DISB-BANK-DETAIL.
           05 DBD-REC-TYPE             PIC X(01).
           05 DBD-EVENT-TYPE           PIC X(02).
           05 DBD-ACCT-NR              PIC 9(10).
           05 DBD-METHOD               PIC X(01).
           05 DBD-BANK-BRANCH          PIC X(05).
           05 DBD-BANK-ACCT            PIC X(10).
           05 DBD-PAYEE-NAME           PIC X(30).
           05 DBD-AMOUNT               PIC 9(09)V99.
           05 DBD-REFERENCE            PIC X(10).
       01  TAX-REMIT-HEADER.
           05 TRH-REC-TYPE             PIC X(01).
           05 FILLER                   PIC X(16).
           05 TRH-EMPLOYER-CNPJ        PIC 9(14).
           05 TRH-GEN-DATE             PIC 9(08).
           05 TRH-EST-CD               PIC X(04).
           05 FILLER                   PIC X(37).
       01  TAX-REMIT-DETAIL.
           05 TRD-REC-TYPE             PIC X(01).
           05 TRD-TAX-TYPE             PIC X(04).
           05 TRD-DUE-DATE             PIC 9(08).
           05 TRD-AMOUNT               PIC 9(07)V99.
           05 FILLER                   PIC X(58).
       01  PAYEE-BANK-DETAIL.
           05 PYD-REC-TYPE             PIC X(01).
           05 PYD-DOC-TYPE             PIC X(01).
           05 PYD-DOC-NR               PIC 9(14).
           05 PYD-NAME                 PIC X(30).
           05 PYD-PAY-METHOD           PIC X(01).
           05 PYD-BANK-CD              PIC X(03).
           05 PYD-BANK-BRANCH          PIC X(05).
           05 PYD-BANK-ACCT            PIC X(10).
           05 PYD-AMOUNT               PIC 9(09)V99.
           05 FILLER                   PIC X(04).
      * the BANKFILE-style '0' header - the value date the file's
      * payments leave on sits in the same place in each of them
       01  ISSUE-HEADER.
           05 ISH-REC-TYPE             PIC X(01).
           05 ISH-PAYER-CNPJ           PIC 9(14).
           05 ISH-GEN-DATE             PIC 9(08).
           05 ISH-VALUE-DATE           PIC 9(08).
           05 FILLER                   PIC X(49).

      * the statement proof
       01  WS-STMT-STATE               PIC X(01) VALUE SPACE.
           88  STMT-NOT-SUPPLIED               VALUE 'N'.
           88  STMT-IS-REFUSED                 VALUE 'R'.
           88  STMT-ALREADY-WORKED             VALUE 'L'.
           88  STMT-IS-PROVED                  VALUE 'P'.
       01  WS-STMT-REASON              PIC X(40) VALUE SPACES.
       01  WS-STMT-BANK-CD             PIC X(03).
       01  WS-STMT-BRANCH              PIC X(05).
       01  WS-STMT-ACCT                PIC X(10).
       01  WS-STMT-DATE                PIC 9(08).
       01  WS-STMT-OPENING             PIC S9(11)V99.
       01  WS-STMT-CLOSING             PIC S9(11)V99.
       01  WS-STMT-RUNNING             PIC S9(11)V99.
       01  WS-STMT-ENTRIES             PIC 9(06).
       01  WS-STMT-DEBITS              PIC 9(11)V99.
       01  WS-STMT-CREDITS             PIC 9(11)V99.
       01  WS-TRAILER-SW               PIC X(01).
           88  TRAILER-WAS-READ                VALUE 'Y'.
       01  WS-BAD-ENTRY-SW             PIC X(01).
           88  ENTRY-IS-BAD                    VALUE 'Y'.
       01  WS-TRAILER-COUNT            PIC 9(06).

      * what the statement's entries came to, kept for the report
       01  WS-RES-COUNT                PIC 9(04) VALUE ZEROS.
       01  WS-RES-IDX                  PIC 9(04).
       01  RESULT-TABLE.
           05  RES-ENTRY OCCURS 3000 TIMES.
               10  RES-KIND            PIC X(01).
                   88  RES-MATCHED             VALUE 'M'.
                   88  RES-DIFFERENT           VALUE 'D'.
                   88  RES-UNMATCHED           VALUE 'U'.
               10  RES-REFERENCE       PIC X(24).
               10  RES-VALUE-DATE      PIC 9(08).
               10  RES-OUR-AMOUNT      PIC 9(09)V99.
               10  RES-DR-CR           PIC X(01).
               10  RES-BANK-DATE       PIC 9(08).
               10  RES-BANK-AMOUNT     PIC 9(09)V99.
               10  RES-BANK-DOC        PIC X(10).
       01  WS-RES-FULL-SW              PIC X(01) VALUE 'N'.
           88  RESULTS-OVERFLOWED              VALUE 'Y'.

       01  WS-MATCHED-COUNT            PIC 9(05) VALUE ZEROS.
       01  WS-DIFF-COUNT               PIC 9(05) VALUE ZEROS.
       01  WS-UNMATCHED-COUNT          PIC 9(05) VALUE ZEROS.
       01  WS-OVERDUE-COUNT            PIC 9(05) VALUE ZEROS.
       01  WS-OUTSTANDING-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-SECTION-COUNT            PIC 9(05).
       01  WS-DIFFERENCE               PIC S9(09)V99.

       01  WS-REJ-KEY.
           05  WS-RK-KIND              PIC X(01).
           05  WS-RK-REFERENCE         PIC X(24).
           05  FILLER                  PIC X(01) VALUE SPACE.

           COPY BUSDAYW.

           COPY DATESRVW.

           COPY PAGINW.

       01  RPT-TITLE-LINE.
           05 FILLER                   PIC X(34) VALUE
               'BANK STATEMENT RECONCILIATION     '.
           05 RPT-TTL-TEXT             PIC X(60).

       01  RPT-COLUMN-HEADING.
           05 FILLER                   PIC X(26) VALUE 'REFERENCE'.
           05 FILLER                   PIC X(09) VALUE 'VALUE DT'.
           05 FILLER                   PIC X(18) VALUE
               '      OUR AMOUNT'.
           05 FILLER                   PIC X(03) VALUE 'D/C'.
           05 FILLER                   PIC X(09) VALUE 'BANK DT'.
           05 FILLER                   PIC X(17) VALUE
               '     BANK AMOUNT'.
           05 FILLER                   PIC X(17) VALUE
               '     DIFFERENCE'.
           05 FILLER                   PIC X(10) VALUE 'BANK DOC'.

       01  RPT-SECTION-LINE.
           05 FILLER                   PIC X(04) VALUE '*** '.
           05 RPT-SECTION-TITLE        PIC X(50).

       01  RPT-DETAIL-LINE.
           05 RPT-REFERENCE            PIC X(24).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-VALUE-DATE           PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RPT-OUR-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-DR-CR                PIC X(01).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-BANK-DATE            PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RPT-BANK-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RPT-DIFFERENCE           PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-BANK-DOC             PIC X(10).

       01  RPT-COUNT-LINE.
           05 RPT-COUNT-LABEL          PIC X(40).
           05 RPT-COUNT                PIC ZZ,ZZ9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'BANK-STMT-RECON' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           PERFORM TAKE-RECON-PARM.
           PERFORM SET-CUTOFF-DATES.
           PERFORM LOAD-REGISTER.
           IF REGISTER-OVERFLOWED
               DISPLAY 'BANK-STMT-RECON: BANKRECREG HOLDS MORE THAN '
                   '5000 PAYMENTS - NOTHING RECONCILED'
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM TAKE-ON-PAYROLL-PAYMENTS
               PERFORM TAKE-ON-DISBURSEMENTS
               PERFORM TAKE-ON-TAX-REMITTANCES
               PERFORM TAKE-ON-PAYEE-PAYMENTS
               IF REGISTER-OVERFLOWED
                   DISPLAY 'BANK-STMT-RECON: REGISTER FULL - '
                       'PAYMENTS LEFT OFF, RERUN AFTER PURGE'
                   MOVE 8 TO WS-RUN-RC
               END-IF
               PERFORM PROVE-STATEMENT
               IF STMT-IS-PROVED
                   PERFORM CHECK-STATEMENT-LOG
               END-IF
               IF STMT-IS-PROVED
                   PERFORM WORK-STATEMENT
                   PERFORM WRITE-STATEMENT-LOG
               END-IF
               OPEN OUTPUT RECON-REJ-FILE
               PERFORM WRITE-RECON-REPORT
               CLOSE RECON-REJ-FILE
               PERFORM REWRITE-REGISTER
               IF (WS-DIFF-COUNT > ZEROS
                       OR WS-UNMATCHED-COUNT > ZEROS
                       OR WS-OVERDUE-COUNT > ZEROS
                       OR STMT-ALREADY-WORKED)
                       AND WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

       TAKE-RECON-PARM.
           OPEN INPUT RECON-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ RECON-PARM-FILE
                   NOT AT END
                       IF RECON-PARM-RECORD IS NUMERIC
                               AND RECON-PARM-RECORD > ZEROS
                           MOVE RECON-PARM-RECORD TO WS-CLEAR-DAYS
                       END-IF
               END-READ
               CLOSE RECON-PARM-FILE
           END-IF.

      * a payment whose value date is before the overdue cutoff -
      * the business day the clearing allowance counts back to
      * from today - has had its days and is overdue
       SET-CUTOFF-DATES.
           MOVE WS-RUN-DATE TO WS-OVERDUE-CUTOFF.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-CLEAR-DAYS
               MOVE 'A' TO DSV-FUNCTION
               MOVE WS-OVERDUE-CUTOFF TO DSV-DATE-1
               MOVE -1 TO DSV-DAYS
               CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS
               MOVE 'P' TO BDY-FUNCTION
               MOVE DSV-DATE-OUT TO BDY-DATE-IN
               CALL 'BUSDAY-SERVICE' USING BUSDAY-PARMS
               IF BDY-STAT-OK
                   MOVE BDY-DATE-OUT TO WS-OVERDUE-CUTOFF
               ELSE
                   MOVE DSV-DATE-OUT TO WS-OVERDUE-CUTOFF
               END-IF
           END-PERFORM.
           MOVE 'A' TO DSV-FUNCTION.
           MOVE WS-RUN-DATE TO DSV-DATE-1.
           MOVE -90 TO DSV-DAYS.
           CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS.
           MOVE DSV-DATE-OUT TO WS-PURGE-CUTOFF.

      * the register as the last run left it, less the items
      * cleared long enough ago to be history
       LOAD-REGISTER.
           OPEN INPUT RECON-REG-FILE.
           IF WS-REG-STATUS = '00'
               PERFORM READ-REGISTER-RECORD
               PERFORM UNTIL WS-REG-STATUS NOT = '00'
                   IF BRG-STATUS NOT = 'O'
                           AND BRG-CLEARED-DATE < WS-PURGE-CUTOFF
                       CONTINUE
                   ELSE
                       IF WS-REG-COUNT < 5000
                           ADD 1 TO WS-REG-COUNT
                           MOVE BRG-REFERENCE TO
                               RGT-REFERENCE(WS-REG-COUNT)
                           MOVE BRG-VALUE-DATE TO
                               RGT-VALUE-DATE(WS-REG-COUNT)
                           MOVE BRG-AMOUNT TO
                               RGT-AMOUNT(WS-REG-COUNT)
                           MOVE BRG-STATUS TO
                               RGT-STATUS(WS-REG-COUNT)
                           MOVE BRG-CLEARED-DATE TO
                               RGT-CLEARED-DATE(WS-REG-COUNT)
                           MOVE BRG-CLEARED-AMOUNT TO
                               RGT-CLEARED-AMOUNT(WS-REG-COUNT)
                       ELSE
                           SET REGISTER-OVERFLOWED TO TRUE
                       END-IF
                   END-IF
                   PERFORM READ-REGISTER-RECORD
               END-PERFORM
               CLOSE RECON-REG-FILE
           END-IF.

       READ-REGISTER-RECORD.
           READ RECON-REG-FILE
               AT END
                   MOVE '10' TO WS-REG-STATUS
           END-READ.

       TAKE-ON-PAYROLL-PAYMENTS.
           OPEN INPUT PAY-BANK-FILE.
           IF WS-ISSUE-STATUS = '00'
               MOVE ZEROS TO WS-ISSUE-VALUE-DATE
               PERFORM READ-PAY-BANK-RECORD
               PERFORM UNTIL WS-ISSUE-STATUS NOT = '00'
                   EVALUATE PAY-BANK-RECORD(1:1)
                       WHEN '0'
                           MOVE PAY-BANK-RECORD TO ISSUE-HEADER
                           MOVE ISH-VALUE-DATE TO
                               WS-ISSUE-VALUE-DATE
                       WHEN '1'
                           MOVE PAY-BANK-RECORD TO PAY-BANK-DETAIL
                           MOVE 'PY' TO WS-IRF-SOURCE
                           MOVE SPACES TO WS-IRF-KEY
                           MOVE PBD-EMP-ID TO WS-IRF-KEY(1:6)
                           MOVE PBD-NET-AMOUNT TO WS-ISSUE-AMOUNT
                           PERFORM TAKE-ON-PAYMENT
                   END-EVALUATE
                   PERFORM READ-PAY-BANK-RECORD
               END-PERFORM
               CLOSE PAY-BANK-FILE
           END-IF.

       READ-PAY-BANK-RECORD.
           READ PAY-BANK-FILE
               AT END
                   MOVE '10' TO WS-ISSUE-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * a cheque detail's '2' address line carries no money
       TAKE-ON-DISBURSEMENTS.
           OPEN INPUT DISB-BANK-FILE.
           IF WS-ISSUE-STATUS = '00'
               MOVE ZEROS TO WS-ISSUE-VALUE-DATE
               PERFORM READ-DISB-BANK-RECORD
               PERFORM UNTIL WS-ISSUE-STATUS NOT = '00'
                   EVALUATE DISB-BANK-RECORD(1:1)
                       WHEN '0'
                           MOVE DISB-BANK-RECORD TO ISSUE-HEADER
                           MOVE ISH-VALUE-DATE TO
                               WS-ISSUE-VALUE-DATE
                       WHEN '1'
                           MOVE DISB-BANK-RECORD TO
                               DISB-BANK-DETAIL
                           MOVE 'DB' TO WS-IRF-SOURCE
                           MOVE DBD-EVENT-TYPE TO WS-IRF-KEY(1:2)
                           MOVE DBD-ACCT-NR TO WS-IRF-KEY(3:10)
                           MOVE DBD-REFERENCE TO WS-IRF-KEY(13:10)
                           MOVE DBD-AMOUNT TO WS-ISSUE-AMOUNT
                           PERFORM TAKE-ON-PAYMENT
                   END-EVALUATE
                   PERFORM READ-DISB-BANK-RECORD
               END-PERFORM
               CLOSE DISB-BANK-FILE
           END-IF.

       READ-DISB-BANK-RECORD.
           READ DISB-BANK-FILE
               AT END
                   MOVE '10' TO WS-ISSUE-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * a remittance leaves on its due date; the establishment
      * comes off the section header it sits under
       TAKE-ON-TAX-REMITTANCES.
           OPEN INPUT TAX-REMIT-FILE.
           IF WS-ISSUE-STATUS = '00'
               MOVE SPACES TO WS-ISSUE-EST-CD
               PERFORM READ-TAX-REMIT-RECORD
               PERFORM UNTIL WS-ISSUE-STATUS NOT = '00'
                   EVALUATE TAX-REMIT-RECORD(1:1)
                       WHEN '0'
                           MOVE TAX-REMIT-RECORD TO
                               TAX-REMIT-HEADER
                           MOVE TRH-EST-CD TO WS-ISSUE-EST-CD
                       WHEN '1'
                           MOVE TAX-REMIT-RECORD TO
                               TAX-REMIT-DETAIL
                           MOVE 'TX' TO WS-IRF-SOURCE
                           MOVE SPACES TO WS-IRF-KEY
                           MOVE WS-ISSUE-EST-CD TO WS-IRF-KEY(1:4)
                           MOVE TRD-TAX-TYPE TO WS-IRF-KEY(5:4)
                           MOVE TRD-DUE-DATE TO WS-IRF-KEY(9:8)
                           MOVE TRD-DUE-DATE TO WS-ISSUE-VALUE-DATE
                           MOVE TRD-AMOUNT TO WS-ISSUE-AMOUNT
                           PERFORM TAKE-ON-PAYMENT
                   END-EVALUATE
                   PERFORM READ-TAX-REMIT-RECORD
               END-PERFORM
               CLOSE TAX-REMIT-FILE
           END-IF.

       READ-TAX-REMIT-RECORD.
           READ TAX-REMIT-FILE
               AT END
                   MOVE '10' TO WS-ISSUE-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       TAKE-ON-PAYEE-PAYMENTS.
           OPEN INPUT PAYEE-BANK-FILE.
           IF WS-ISSUE-STATUS = '00'
               MOVE ZEROS TO WS-ISSUE-VALUE-DATE
               PERFORM READ-PAYEE-BANK-RECORD
               PERFORM UNTIL WS-ISSUE-STATUS NOT = '00'
                   EVALUATE PAYEE-BANK-RECORD(1:1)
                       WHEN '0'
                           MOVE PAYEE-BANK-RECORD TO ISSUE-HEADER
                           MOVE ISH-VALUE-DATE TO
                               WS-ISSUE-VALUE-DATE
                       WHEN '1'
                           MOVE PAYEE-BANK-RECORD TO
                               PAYEE-BANK-DETAIL
                           MOVE 'TP' TO WS-IRF-SOURCE
                           MOVE SPACES TO WS-IRF-KEY
                           MOVE PYD-DOC-NR TO WS-IRF-KEY(1:14)
                           MOVE PYD-AMOUNT TO WS-ISSUE-AMOUNT
                           PERFORM TAKE-ON-PAYMENT
                   END-EVALUATE
                   PERFORM READ-PAYEE-BANK-RECORD
               END-PERFORM
               CLOSE PAYEE-BANK-FILE
           END-IF.

       READ-PAYEE-BANK-RECORD.
           READ PAYEE-BANK-FILE
               AT END
                   MOVE '10' TO WS-ISSUE-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * a payment already on the register under the same reference
      * and value date is the same file presented again
       TAKE-ON-PAYMENT.
           MOVE ZEROS TO WS-REG-FOUND.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
                       OR WS-REG-FOUND > ZEROS
               IF RGT-REFERENCE(WS-REG-IDX) = WS-ISSUE-REFERENCE
                       AND RGT-VALUE-DATE(WS-REG-IDX) =
                           WS-ISSUE-VALUE-DATE
                   MOVE WS-REG-IDX TO WS-REG-FOUND
               END-IF
           END-PERFORM.
           IF WS-REG-FOUND = ZEROS
               IF WS-REG-COUNT < 5000
                   ADD 1 TO WS-REG-COUNT
                   MOVE WS-ISSUE-REFERENCE TO
                       RGT-REFERENCE(WS-REG-COUNT)
                   MOVE WS-ISSUE-VALUE-DATE TO
                       RGT-VALUE-DATE(WS-REG-COUNT)
                   MOVE WS-ISSUE-AMOUNT TO RGT-AMOUNT(WS-REG-COUNT)
                   SET RGT-OUTSTANDING(WS-REG-COUNT) TO TRUE
                   MOVE ZEROS TO RGT-CLEARED-DATE(WS-REG-COUNT)
                   MOVE ZEROS TO RGT-CLEARED-AMOUNT(WS-REG-COUNT)
                   ADD 1 TO WS-TAKEN-ON-COUNT
               ELSE
                   SET REGISTER-OVERFLOWED TO TRUE
               END-IF
           END-IF.

      * the statement must lead with its header, end with its
      * trailer, carry the opening balance to the closing one and
      * agree with the trailer's entry count
       PROVE-STATEMENT.
           MOVE ZEROS TO WS-STMT-ENTRIES WS-STMT-DEBITS
               WS-STMT-CREDITS.
           MOVE 'N' TO WS-TRAILER-SW.
           MOVE 'N' TO WS-BAD-ENTRY-SW.
           OPEN INPUT BANK-STMT-FILE.
           IF WS-STMT-STATUS NOT = '00'
               SET STMT-NOT-SUPPLIED TO TRUE
               DISPLAY 'BANK-STMT-RECON: NO BANKSTMT STATEMENT '
                   'SUPPLIED - AGEING ONLY'
           ELSE
               PERFORM READ-STMT-RECORD
               IF WS-STMT-STATUS NOT = '00'
                       OR BSH-REC-TYPE NOT = '0'
                       OR BSH-OPENING-BAL NOT NUMERIC
                       OR BSH-STMT-DATE NOT NUMERIC
                   SET STMT-IS-REFUSED TO TRUE
                   MOVE 'REFUSED - NO STATEMENT HEADER' TO
                       WS-STMT-REASON
               ELSE
                   MOVE BSH-BANK-CD TO WS-STMT-BANK-CD
                   MOVE BSH-BANK-BRANCH TO WS-STMT-BRANCH
                   MOVE BSH-BANK-ACCT TO WS-STMT-ACCT
                   MOVE BSH-STMT-DATE TO WS-STMT-DATE
                   MOVE BSH-OPENING-BAL TO WS-STMT-OPENING
                   IF BSH-OPENING-SIGN = '-'
                       COMPUTE WS-STMT-OPENING =
                           ZERO - WS-STMT-OPENING
                   END-IF
                   PERFORM READ-STMT-RECORD
                   PERFORM UNTIL WS-STMT-STATUS NOT = '00'
                       PERFORM PROVE-STATEMENT-LINE
                       PERFORM READ-STMT-RECORD
                   END-PERFORM
                   PERFORM CHECK-STATEMENT-TOTALS
               END-IF
               CLOSE BANK-STMT-FILE
           END-IF.
           IF STMT-IS-REFUSED
               DISPLAY 'BANK-STMT-RECON: BANKSTMT ' WS-STMT-REASON
               MOVE 8 TO WS-RUN-RC
           END-IF.

       PROVE-STATEMENT-LINE.
           EVALUATE TRUE
               WHEN TRAILER-WAS-READ
                   SET ENTRY-IS-BAD TO TRUE
               WHEN BSE-REC-TYPE = '1'
                   ADD 1 TO WS-STMT-ENTRIES
                   IF BSE-AMOUNT NOT NUMERIC
                           OR BSE-POST-DATE NOT NUMERIC
                       SET ENTRY-IS-BAD TO TRUE
                   ELSE
                       EVALUATE BSE-DR-CR
                           WHEN 'D'
                               ADD BSE-AMOUNT TO WS-STMT-DEBITS
                           WHEN 'C'
                               ADD BSE-AMOUNT TO WS-STMT-CREDITS
                           WHEN OTHER
                               SET ENTRY-IS-BAD TO TRUE
                       END-EVALUATE
                   END-IF
               WHEN BST-REC-TYPE = '9'
                   SET TRAILER-WAS-READ TO TRUE
                   IF BST-ENTRY-COUNT IS NUMERIC
                           AND BST-CLOSING-BAL IS NUMERIC
                       MOVE BST-ENTRY-COUNT TO WS-TRAILER-COUNT
                       MOVE BST-CLOSING-BAL TO WS-STMT-CLOSING
                       IF BST-CLOSING-SIGN = '-'
                           COMPUTE WS-STMT-CLOSING =
                               ZERO - WS-STMT-CLOSING
                       END-IF
                   ELSE
                       SET ENTRY-IS-BAD TO TRUE
                   END-IF
               WHEN OTHER
                   SET ENTRY-IS-BAD TO TRUE
           END-EVALUATE.

       CHECK-STATEMENT-TOTALS.
           COMPUTE WS-STMT-RUNNING = WS-STMT-OPENING
               + WS-STMT-CREDITS - WS-STMT-DEBITS.
           EVALUATE TRUE
               WHEN ENTRY-IS-BAD
                   SET STMT-IS-REFUSED TO TRUE
                   MOVE 'REFUSED - ENTRY OUT OF LAYOUT' TO
                       WS-STMT-REASON
               WHEN NOT TRAILER-WAS-READ
                   SET STMT-IS-REFUSED TO TRUE
                   MOVE 'REFUSED - NO STATEMENT TRAILER' TO
                       WS-STMT-REASON
               WHEN WS-TRAILER-COUNT NOT = WS-STMT-ENTRIES
                   SET STMT-IS-REFUSED TO TRUE
                   MOVE 'REFUSED - ENTRY COUNT NOT AS TRAILER' TO
                       WS-STMT-REASON
               WHEN WS-STMT-RUNNING NOT = WS-STMT-CLOSING
                   SET STMT-IS-REFUSED TO TRUE
                   MOVE 'REFUSED - ENTRIES DO NOT MAKE CLOSING' TO
                       WS-STMT-REASON
               WHEN OTHER
                   SET STMT-IS-PROVED TO TRUE
           END-EVALUATE.

       READ-STMT-RECORD.
           READ BANK-STMT-FILE
               AT END
                   MOVE '10' TO WS-STMT-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       CHECK-STATEMENT-LOG.
           OPEN INPUT RECON-LOG-FILE.
           IF WS-LOG-STATUS = '00'
               PERFORM READ-LOG-RECORD
               PERFORM UNTIL WS-LOG-STATUS NOT = '00'
                   IF BRL-BANK-CD = WS-STMT-BANK-CD
                           AND BRL-BANK-BRANCH = WS-STMT-BRANCH
                           AND BRL-BANK-ACCT = WS-STMT-ACCT
                           AND BRL-STMT-DATE = WS-STMT-DATE
                       SET STMT-ALREADY-WORKED TO TRUE
                   END-IF
                   PERFORM READ-LOG-RECORD
               END-PERFORM
               CLOSE RECON-LOG-FILE
           END-IF.
           IF STMT-ALREADY-WORKED
               DISPLAY 'BANK-STMT-RECON: STATEMENT OF '
                   WS-STMT-DATE ' ALREADY RECONCILED - PASSED OVER'
           END-IF.

       READ-LOG-RECORD.
           READ RECON-LOG-FILE
               AT END
                   MOVE '10' TO WS-LOG-STATUS
           END-READ.

      * append the statement to the log; create the log on its
      * first use, otherwise extend it
       WRITE-STATEMENT-LOG.
           OPEN EXTEND RECON-LOG-FILE.
           IF WS-LOG-STATUS NOT = '00'
               OPEN OUTPUT RECON-LOG-FILE
           END-IF.
           IF WS-LOG-STATUS = '00'
               MOVE WS-STMT-BANK-CD TO BRL-BANK-CD
               MOVE WS-STMT-BRANCH TO BRL-BANK-BRANCH
               MOVE WS-STMT-ACCT TO BRL-BANK-ACCT
               MOVE WS-STMT-DATE TO BRL-STMT-DATE
               MOVE WS-STMT-ENTRIES TO BRL-ENTRY-COUNT
               MOVE WS-RUN-DATE TO BRL-RUN-DATE
               WRITE RECON-LOG-RECORD
               CLOSE RECON-LOG-FILE
           END-IF.

      * the proved statement's entries against the register
       WORK-STATEMENT.
           OPEN INPUT BANK-STMT-FILE.
           PERFORM READ-STMT-RECORD.
           PERFORM UNTIL WS-STMT-STATUS NOT = '00'
               IF BSE-REC-TYPE = '1'
                   PERFORM MATCH-STATEMENT-ENTRY
               END-IF
               PERFORM READ-STMT-RECORD
           END-PERFORM.
           CLOSE BANK-STMT-FILE.
           IF RESULTS-OVERFLOWED
               DISPLAY 'BANK-STMT-RECON: MORE THAN 3000 STATEMENT '
                   'ENTRIES - REPORT INCOMPLETE'
               MOVE 8 TO WS-RUN-RC
           END-IF.

      * the oldest outstanding payment with the reference - one
      * for the same amount first, any other after it
       MATCH-STATEMENT-ENTRY.
           MOVE ZEROS TO WS-REG-FOUND WS-REG-EXACT.
           IF BSE-DR-CR = 'D' AND BSE-REFERENCE NOT = SPACES
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                       UNTIL WS-REG-IDX > WS-REG-COUNT
                   IF RGT-OUTSTANDING(WS-REG-IDX)
                           AND RGT-REFERENCE(WS-REG-IDX) =
                               BSE-REFERENCE
                       IF WS-REG-FOUND = ZEROS
                           MOVE WS-REG-IDX TO WS-REG-FOUND
                       END-IF
                       IF WS-REG-EXACT = ZEROS
                               AND RGT-AMOUNT(WS-REG-IDX) =
                                   BSE-AMOUNT
                           MOVE WS-REG-IDX TO WS-REG-EXACT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-REG-EXACT > ZEROS
               MOVE WS-REG-EXACT TO WS-REG-FOUND
           END-IF.

           IF WS-RES-COUNT < 3000
               ADD 1 TO WS-RES-COUNT
               MOVE WS-RES-COUNT TO WS-RES-IDX
           ELSE
               SET RESULTS-OVERFLOWED TO TRUE
               MOVE ZEROS TO WS-RES-IDX
           END-IF.

           IF WS-REG-FOUND > ZEROS
               MOVE BSE-POST-DATE TO RGT-CLEARED-DATE(WS-REG-FOUND)
               MOVE BSE-AMOUNT TO RGT-CLEARED-AMOUNT(WS-REG-FOUND)
               IF WS-REG-EXACT > ZEROS
                   SET RGT-MATCHED(WS-REG-FOUND) TO TRUE
                   ADD 1 TO WS-MATCHED-COUNT
               ELSE
                   SET RGT-DIFFERENT(WS-REG-FOUND) TO TRUE
                   ADD 1 TO WS-DIFF-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-UNMATCHED-COUNT
           END-IF.

           IF WS-RES-IDX > ZEROS
               INITIALIZE RES-ENTRY(WS-RES-IDX)
               MOVE BSE-DR-CR TO RES-DR-CR(WS-RES-IDX)
               MOVE BSE-POST-DATE TO RES-BANK-DATE(WS-RES-IDX)
               MOVE BSE-AMOUNT TO RES-BANK-AMOUNT(WS-RES-IDX)
               MOVE BSE-BANK-DOC TO RES-BANK-DOC(WS-RES-IDX)
               MOVE BSE-REFERENCE TO RES-REFERENCE(WS-RES-IDX)
               IF WS-REG-FOUND > ZEROS
                   MOVE RGT-VALUE-DATE(WS-REG-FOUND) TO
                       RES-VALUE-DATE(WS-RES-IDX)
                   MOVE RGT-AMOUNT(WS-REG-FOUND) TO
                       RES-OUR-AMOUNT(WS-RES-IDX)
                   MOVE RGT-STATUS(WS-REG-FOUND) TO
                       RES-KIND(WS-RES-IDX)
               ELSE
                   SET RES-UNMATCHED(WS-RES-IDX) TO TRUE
               END-IF
           END-IF.

      * the four sections; every item but a clean match is also
      * written for the exception queue
       WRITE-RECON-REPORT.
           OPEN OUTPUT RECON-RPT-FILE.
           PERFORM INITIALIZE-PAGINATION.
           MOVE 2 TO PAG-HEADING-LINE-COUNT.
           EVALUATE TRUE
               WHEN STMT-NOT-SUPPLIED
                   MOVE 'NO STATEMENT SUPPLIED - AGEING ONLY' TO
                       RPT-TTL-TEXT
               WHEN STMT-IS-REFUSED
                   MOVE WS-STMT-REASON TO RPT-TTL-TEXT
               WHEN STMT-ALREADY-WORKED
                   MOVE 'STATEMENT ALREADY RECONCILED - AGEING ONLY'
                       TO RPT-TTL-TEXT
               WHEN OTHER
                   MOVE SPACES TO RPT-TTL-TEXT
                   STRING 'ACCOUNT ' WS-STMT-BRANCH ' '
                       WS-STMT-ACCT ' STATEMENT OF ' WS-STMT-DATE
                       DELIMITED BY SIZE INTO RPT-TTL-TEXT
           END-EVALUATE.
           WRITE RECON-RPT-LINE FROM RPT-TITLE-LINE.

           MOVE 'MATCHED - CLEARED FOR THE AMOUNT SENT' TO
               RPT-SECTION-TITLE.
           PERFORM WRITE-SECTION-LINE.
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > WS-RES-COUNT
               IF RES-MATCHED(WS-RES-IDX)
                   PERFORM WRITE-RESULT-LINE
               END-IF
           END-PERFORM.

           MOVE 'AMOUNT DIFFERENCES - CLEARED FOR ANOTHER AMOUNT' TO
               RPT-SECTION-TITLE.
           PERFORM WRITE-SECTION-LINE.
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > WS-RES-COUNT
               IF RES-DIFFERENT(WS-RES-IDX)
                   PERFORM WRITE-RESULT-LINE
                   MOVE 'D' TO WS-RK-KIND
                   MOVE RES-REFERENCE(WS-RES-IDX) TO WS-RK-REFERENCE
                   MOVE 'CLEARED FOR A DIFFERENT AMOUNT' TO
                       RRJ-REASON
                   PERFORM WRITE-RECON-REJECT
               END-IF
           END-PERFORM.

           MOVE 'UNMATCHED BANK ITEMS' TO RPT-SECTION-TITLE.
           PERFORM WRITE-SECTION-LINE.
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > WS-RES-COUNT
               IF RES-UNMATCHED(WS-RES-IDX)
                   PERFORM WRITE-RESULT-LINE
                   MOVE 'U' TO WS-RK-KIND
                   MOVE RES-REFERENCE(WS-RES-IDX) TO WS-RK-REFERENCE
                   IF WS-RK-REFERENCE = SPACES
                       MOVE RES-BANK-DOC(WS-RES-IDX) TO
                           WS-RK-REFERENCE(1:10)
                       MOVE RES-BANK-DATE(WS-RES-IDX) TO
                           WS-RK-REFERENCE(11:8)
                   END-IF
                   IF RES-DR-CR(WS-RES-IDX) = 'D'
                       MOVE 'BANK DEBIT MATCHES NO PAYMENT' TO
                           RRJ-REASON
                   ELSE
                       MOVE 'BANK CREDIT NOT IDENTIFIED' TO
                           RRJ-REASON
                   END-IF
                   PERFORM WRITE-RECON-REJECT
               END-IF
           END-PERFORM.

           MOVE 'PAYMENTS NOT CLEARED WITHIN THE ALLOWED DAYS' TO
               RPT-SECTION-TITLE.
           PERFORM WRITE-SECTION-LINE.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF RGT-OUTSTANDING(WS-REG-IDX)
                   ADD 1 TO WS-OUTSTANDING-COUNT
                   IF RGT-VALUE-DATE(WS-REG-IDX) < WS-OVERDUE-CUTOFF
                       PERFORM WRITE-OVERDUE-LINE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM WRITE-RECON-COUNTS.
           CLOSE RECON-RPT-FILE.

       WRITE-SECTION-LINE.
           MOVE SPACES TO RECON-RPT-LINE.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE RECON-RPT-LINE.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE RECON-RPT-LINE FROM RPT-SECTION-LINE.

       WRITE-RESULT-LINE.
           MOVE RES-REFERENCE(WS-RES-IDX) TO RPT-REFERENCE.
           MOVE RES-DR-CR(WS-RES-IDX) TO RPT-DR-CR.
           MOVE RES-BANK-DATE(WS-RES-IDX) TO RPT-BANK-DATE.
           MOVE RES-BANK-AMOUNT(WS-RES-IDX) TO RPT-BANK-AMOUNT.
           MOVE RES-BANK-DOC(WS-RES-IDX) TO RPT-BANK-DOC.
           IF RES-UNMATCHED(WS-RES-IDX)
               MOVE SPACES TO RPT-VALUE-DATE
               MOVE ZEROS TO RPT-OUR-AMOUNT
               MOVE ZEROS TO RPT-DIFFERENCE
           ELSE
               MOVE RES-VALUE-DATE(WS-RES-IDX) TO RPT-VALUE-DATE
               MOVE RES-OUR-AMOUNT(WS-RES-IDX) TO RPT-OUR-AMOUNT
               COMPUTE WS-DIFFERENCE = RES-BANK-AMOUNT(WS-RES-IDX)
                   - RES-OUR-AMOUNT(WS-RES-IDX)
               MOVE WS-DIFFERENCE TO RPT-DIFFERENCE
           END-IF.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE RECON-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-OVERDUE-LINE.
           ADD 1 TO WS-OVERDUE-COUNT.
           MOVE RGT-REFERENCE(WS-REG-IDX) TO RPT-REFERENCE.
           MOVE RGT-VALUE-DATE(WS-REG-IDX) TO RPT-VALUE-DATE.
           MOVE RGT-AMOUNT(WS-REG-IDX) TO RPT-OUR-AMOUNT.
           MOVE SPACE TO RPT-DR-CR.
           MOVE SPACES TO RPT-BANK-DATE.
           MOVE ZEROS TO RPT-BANK-AMOUNT.
           MOVE ZEROS TO RPT-DIFFERENCE.
           MOVE SPACES TO RPT-BANK-DOC.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE RECON-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           MOVE 'O' TO WS-RK-KIND.
           MOVE RGT-REFERENCE(WS-REG-IDX) TO WS-RK-REFERENCE.
           MOVE SPACES TO RRJ-REASON.
           STRING 'NOT CLEARED - VALUE DATE '
               RGT-VALUE-DATE(WS-REG-IDX)
               DELIMITED BY SIZE INTO RRJ-REASON.
           PERFORM WRITE-RECON-REJECT.

       WRITE-RECON-REJECT.
           MOVE WS-REJ-KEY TO RRJ-KEY.
           MOVE WS-RUN-DATE TO RRJ-RUN-DATE.
           WRITE RECON-REJ-RECORD.

       WRITE-RECON-COUNTS.
           MOVE SPACES TO RECON-RPT-LINE.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE RECON-RPT-LINE.
           MOVE 'PAYMENTS TAKEN ON THIS RUN' TO RPT-COUNT-LABEL.
           MOVE WS-TAKEN-ON-COUNT TO RPT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'STATEMENT ENTRIES MATCHED' TO RPT-COUNT-LABEL.
           MOVE WS-MATCHED-COUNT TO RPT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'AMOUNT DIFFERENCES' TO RPT-COUNT-LABEL.
           MOVE WS-DIFF-COUNT TO RPT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'UNMATCHED BANK ITEMS' TO RPT-COUNT-LABEL.
           MOVE WS-UNMATCHED-COUNT TO RPT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'PAYMENTS STILL OUTSTANDING' TO RPT-COUNT-LABEL.
           MOVE WS-OUTSTANDING-COUNT TO RPT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'OF THEM OVERDUE' TO RPT-COUNT-LABEL.
           MOVE WS-OVERDUE-COUNT TO RPT-COUNT.
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE RECON-RPT-LINE FROM RPT-COUNT-LINE.

       REWRITE-REGISTER.
           OPEN OUTPUT RECON-REG-FILE.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               MOVE RGT-REFERENCE(WS-REG-IDX) TO BRG-REFERENCE
               MOVE RGT-VALUE-DATE(WS-REG-IDX) TO BRG-VALUE-DATE
               MOVE RGT-AMOUNT(WS-REG-IDX) TO BRG-AMOUNT
               MOVE RGT-STATUS(WS-REG-IDX) TO BRG-STATUS
               MOVE RGT-CLEARED-DATE(WS-REG-IDX) TO
                   BRG-CLEARED-DATE
               MOVE RGT-CLEARED-AMOUNT(WS-REG-IDX) TO
                   BRG-CLEARED-AMOUNT
               WRITE RECON-REG-RECORD
           END-PERFORM.
           CLOSE RECON-REG-FILE.

       WRITE-RUNLOG-START.
           MOVE 'BANK-STMT-RECON' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'BANK-STMT-RECON' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

      * the shared pagination gate in front of every report line
       PAGINATE-BEFORE-LINE.
           PERFORM CHECK-PAGE-BREAK.
           IF PAG-BREAK-NEEDED
               WRITE RECON-RPT-LINE FROM PAG-PAGE-HEADING-LINE
               WRITE RECON-RPT-LINE FROM RPT-COLUMN-HEADING
               PERFORM NOTE-HEADING-LINES
           END-IF.
           PERFORM COUNT-REPORT-LINE.

           COPY PAGINP.

           COPY BUSDTP.
