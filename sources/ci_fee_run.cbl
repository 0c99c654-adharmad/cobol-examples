      * account fee run - the house charged statement reprints,
      * below-minimum-balance maintenance, closures inside a grace
      * period, and wire transfers out, but every one was invoiced
      * by hand and never came off the account.  this run charges
      * them against the accounts off the FEESCHED fee schedule,
      * through the same pricing CI-CLOSEOUT uses:
      *   CIFEEEVT  - the chargeable events the reprint,
      *               closeout, and disbursement runs append as
      *               they happen, consumed here
      *   CITERMS   - swept on the last business day of the month
      *               for the maintenance fee on every open account
      *               whose balance stands below the product's
      *               minimum
      * each fee charged posts to the account's CITXN ledger as a
      * fee entry through TXNLEDGER - so it shows in the history
      * section of the next CISTMT statement - under a reference
      * made of the fee type and the event, which makes a rerun or
      * an event offered twice harmless.  each fee posts a balanced
      * pair on FEEGL in the GLPOST layout - a debit to the deposit
      * liability and a credit to the fee income account the
      * schedule names - and is written to the FEEHIST history
      * CI-FEE-INCOME reports from; a waived fee goes to the
      * history at zero so the waivers can be counted.  an event
      * the ledger refused is kept on CIFEEEVT for the next run.
      * the FEEREG register lists every fee and proves the debits
      * and credits agree
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CI-FEE-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-EVENT-FILE ASSIGN TO 'CIFEEEVT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.

           SELECT FEE-SCHED-FILE ASSIGN TO 'FEESCHED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS FEE-KEY
               FILE STATUS IS FEE-CHK-STATUS.

           SELECT CI-TERMS-FILE ASSIGN TO 'CITERMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS CIT-ACCT-NR
               FILE STATUS IS WS-TERMS-STATUS.

           SELECT TXN-LEDGER-FILE ASSIGN TO 'CITXN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS CTX-KEY
               FILE STATUS IS WS-LDG-STATUS.

           SELECT CLOSED-FLAG-FILE ASSIGN TO 'CICLOSED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-STATUS.

           SELECT FEE-HIST-FILE ASSIGN TO 'FEEHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT GL-POST-FILE ASSIGN TO 'FEEGL'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-FILE ASSIGN TO 'FEEREG'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-EVENT-FILE.
           COPY FEEEVREC.

       FD  FEE-SCHED-FILE.
           COPY FEEREC.

       FD  CI-TERMS-FILE.
           COPY CITERMRC.

       FD  TXN-LEDGER-FILE.
           COPY CITXNREC.

       FD  CLOSED-FLAG-FILE.
       01  CLOSED-FLAG-RECORD.
           05 CFG-ACCT-NR              PIC 9(10).
           05 CFG-CLOSE-DATE           PIC 9(08).
           05 CFG-RUN-DATE             PIC 9(08).

       FD  FEE-HIST-FILE.
           COPY FEEHSREC.

      * same shape GL-POSTING-EXTRACT writes, so the ledger's
      * intake handles fee pairs like any others
       FD  GL-POST-FILE.
       01  GL-POST-RECORD.
           05 GLP-DR-CR                PIC X(01).
           05 GLP-GL-ACCOUNT           PIC X(10).
           05 GLP-SOURCE-ID            PIC X(10).
           05 GLP-POST-DATE            PIC 9(08).
           05 GLP-AMOUNT               PIC 9(9)V99.
           05 GLP-ADJ-MARK             PIC X(01).

       FD  REGISTER-FILE.
       01  REGISTER-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EVT-STATUS               PIC XX.
       01  WS-TERMS-STATUS             PIC XX.
       01  WS-LDG-STATUS               PIC XX.
       01  WS-FLAG-STATUS              PIC XX.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-LDG-SWEEP-SW             PIC X(01).
           88  LDG-SWEEP-DONE                  VALUE 'Y'.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

           COPY TXNLGW.

           COPY DATESRVW.

           COPY BUSDAYW.

       01  WS-TERMS-OPEN-SW            PIC X(01) VALUE 'N'.
           88  CITERMS-IS-OPEN                 VALUE 'Y'.
       01  WS-TERMS-FOUND-SW           PIC X(01).
           88  TERMS-FOUND                     VALUE 'Y'.
       01  WS-CLOSED-SW                PIC X(01).
           88  ACCOUNT-IS-CLOSED               VALUE 'Y'.
       01  WS-MONTH-END-SW             PIC X(01) VALUE 'N'.
           88  MONTH-END-RUN                   VALUE 'Y'.
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYYMM           PIC 9(06).
           05  WS-RUN-DD               PIC 9(02).
       01  WS-NEXT-BUSDAY              PIC 9(08).
       01  WS-NEXT-BUSDAY-PARTS REDEFINES WS-NEXT-BUSDAY.
           05  WS-NEXT-YYYYMM          PIC 9(06).
           05  WS-NEXT-DD              PIC 9(02).

      * the fee under assessment, whichever door it came in by -
      * the ledger reference is the fee type followed by the
      * event's own reference
       01  WS-FEE-ACCT-NR              PIC 9(10).
       01  WS-FEE-DATE                 PIC 9(08).
       01  WS-FEE-PRODUCT-CD           PIC X(06).
       01  WS-FEE-OPEN-DATE            PIC 9(08).
       01  WS-FEE-PRINCIPAL            PIC 9(08)V99.
       01  WS-FEE-BALANCE              PIC S9(09)V99.
       01  WS-FEE-REFERENCE.
           05  WS-FEE-REF-TYPE         PIC X(01).
           05  WS-FEE-REF-EVENT        PIC X(15).
       01  WS-LEDGER-FAILED-SW         PIC X(01).
           88  LEDGER-REFUSED-FEE              VALUE 'Y'.

      * events the ledger refused, written back to CIFEEEVT at end
      * of run so the next run offers them again
       01  WS-KEEP-COUNT               PIC 9(04) VALUE ZEROS.
       01  WS-KEEP-IDX                 PIC 9(04).
       01  WS-KEEP-MAX                 PIC 9(04) VALUE 500.
       01  WS-KEEP-TABLE.
           05  WS-KEEP-EVENT           PIC X(82) OCCURS 500 TIMES.

      * posting accounts - the deposit liability the fee comes out
      * of; the income account credited comes off the schedule
       01  WS-GL-DEPOSIT-LIAB          PIC X(10) VALUE '2300010000'.

      * per-type totals for the register, one slot per fee type
       01  TYP-NAME-VALUES.
           05 FILLER                   PIC X(25) VALUE
               'RSTATEMENT REPRINTS      '.
           05 FILLER                   PIC X(25) VALUE
               'MMINIMUM BALANCE         '.
           05 FILLER                   PIC X(25) VALUE
               'CEARLY CLOSURE           '.
           05 FILLER                   PIC X(25) VALUE
               'WWIRE TRANSFERS          '.
       01  TYP-NAME-TABLE REDEFINES TYP-NAME-VALUES.
           05  TYP-NAME-ENTRY OCCURS 4 TIMES.
               10  TYP-CODE            PIC X(01).
               10  TYP-LABEL           PIC X(24).
       01  TYP-TOTAL-TABLE.
           05  TYP-TOTAL-ENTRY OCCURS 4 TIMES.
               10  TYP-COUNT           PIC 9(05).
               10  TYP-AMOUNT          PIC 9(11)V99.
               10  TYP-WAIVED          PIC 9(05).
       01  WS-TYP-IDX                  PIC 9(02).
       01  WS-TYP-SLOT                 PIC 9(02).

       01  WS-CHARGED-COUNT            PIC 9(06) VALUE ZEROS.
       01  WS-WAIVED-COUNT             PIC 9(05) VALUE ZEROS.
       01  WS-SEEN-COUNT               PIC 9(05) VALUE ZEROS.
       01  WS-REFUSED-COUNT            PIC 9(05) VALUE ZEROS.
       01  WS-DEBIT-TOTAL              PIC 9(11)V99 VALUE ZEROS.
       01  WS-CREDIT-TOTAL             PIC 9(11)V99 VALUE ZEROS.

       01  RPT-HEADING PIC X(80) VALUE
           'ACCOUNT FEE RUN REGISTER'.

       01  RPT-COLUMN-LINE PIC X(80) VALUE
           'ACCOUNT    PRODCT T REFERENCE            AMOUNT  OUTCOME'.

       01  RPT-DETAIL-LINE.
           05 RPT-ACCT-NR              PIC 9(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RPT-PRODUCT-CD           PIC X(06).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RPT-TYPE-CD              PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RPT-REFERENCE            PIC X(16).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RPT-AMOUNT               PIC $$$,$$9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-OUTCOME              PIC X(24).

       01  RPT-TYPE-LINE.
           05 RPT-TYP-LABEL            PIC X(24).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-TYP-COUNT            PIC Z(4)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-TYP-AMOUNT           PIC $$$,$$$,$$9.99.
           05 FILLER                   PIC X(10) VALUE
               '  WAIVED  '.
           05 RPT-TYP-WAIVED           PIC Z(4)9.

       01  RPT-GL-LINE.
           05 RPT-GL-DR-CR             PIC X(03).
           05 RPT-GL-LABEL             PIC X(24).
           05 RPT-GL-AMOUNT            PIC $$$,$$$,$$$,$$9.99.

       01  RPT-TRAILER-LINE.
           05 FILLER                   PIC X(10) VALUE 'CHARGED - '.
           05 RPT-CHARGED-COUNT        PIC Z(5)9.
           05 FILLER                   PIC X(12) VALUE
               '  WAIVED -  '.
           05 RPT-WAIVED-COUNT         PIC Z(4)9.
           05 FILLER                   PIC X(21) VALUE
               '  ALREADY CHARGED -  '.
           05 RPT-SEEN-COUNT           PIC Z(4)9.
           05 FILLER                   PIC X(13) VALUE
               '  REFUSED -  '.
           05 RPT-REFUSED-COUNT        PIC Z(4)9.

       01  RPT-NOTE-LINE               PIC X(80).

           COPY FEECHKW.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CI-FEE-RUN' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           OPEN INPUT CI-TERMS-FILE.
           IF WS-TERMS-STATUS = '00'
               SET CITERMS-IS-OPEN TO TRUE
           END-IF.
           INITIALIZE TYP-TOTAL-TABLE.
           OPEN EXTEND FEE-HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
               OPEN OUTPUT FEE-HIST-FILE
           END-IF.
           OPEN OUTPUT GL-POST-FILE.
           OPEN OUTPUT REGISTER-FILE.
           WRITE REGISTER-LINE FROM RPT-HEADING.
           WRITE REGISTER-LINE FROM RPT-COLUMN-LINE.
           ADD 2 TO RUNLOG-WRITTEN-COUNT.

           PERFORM CHARGE-EVENT-FEES.
           PERFORM CHECK-MONTH-END.
           IF MONTH-END-RUN
               PERFORM CHARGE-MAINTENANCE-FEES
           ELSE
               MOVE SPACES TO RPT-NOTE-LINE
               STRING 'MAINTENANCE FEES NOT DUE - NEXT BUSINESS '
                   'DAY ' WS-NEXT-BUSDAY ' IS IN THE SAME MONTH'
                   DELIMITED BY SIZE INTO RPT-NOTE-LINE
               WRITE REGISTER-LINE FROM RPT-NOTE-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-IF.

           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE REGISTER-FILE.
           CLOSE GL-POST-FILE.
           CLOSE FEE-HIST-FILE.
           IF CITERMS-IS-OPEN
               CLOSE CI-TERMS-FILE
           END-IF.

      * every event on the extract is offered once; the extract is
      * then rewritten with only the events the ledger refused
       CHARGE-EVENT-FEES.
           OPEN INPUT FEE-EVENT-FILE.
           IF WS-EVT-STATUS = '00'
               PERFORM READ-EVENT-RECORD
               PERFORM UNTIL WS-EVT-STATUS NOT = '00'
                   PERFORM ASSESS-EVENT-FEE
                   PERFORM READ-EVENT-RECORD
               END-PERFORM
               CLOSE FEE-EVENT-FILE
               OPEN OUTPUT FEE-EVENT-FILE
               PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
                       UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
                   MOVE WS-KEEP-EVENT(WS-KEEP-IDX) TO FEV-RECORD
                   WRITE FEV-RECORD
                   ADD 1 TO RUNLOG-WRITTEN-COUNT
               END-PERFORM
               CLOSE FEE-EVENT-FILE
           END-IF.

       READ-EVENT-RECORD.
           READ FEE-EVENT-FILE
               AT END
                   MOVE '10' TO WS-EVT-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * a closure fee arrives priced - it was struck at settlement
      * and came off the money paid - and is charged as struck;
      * the schedule prices every other event here
       ASSESS-EVENT-FEE.
           MOVE FEV-ACCT-NR TO WS-FEE-ACCT-NR.
           MOVE FEV-EVENT-DATE TO WS-FEE-DATE.
           MOVE FEV-TYPE-CD TO WS-FEE-REF-TYPE.
           MOVE FEV-REFERENCE TO WS-FEE-REF-EVENT.
           PERFORM LOOKUP-TERMS.
           PERFORM FIND-DATE-BALANCE.
           MOVE FEV-TYPE-CD TO FEE-CHK-TYPE-CD.
           MOVE FEV-BASE-AMT TO FEE-CHK-BASE-AMT.
           MOVE ZEROS TO FEE-CHK-DAYS-OPEN.
           PERFORM PRICE-FOR-ACCOUNT.
           IF FEV-PRE-PRICED
               MOVE 'Y' TO FEE-CHK-SW
               MOVE 'Y' TO FEE-CHK-DUE-SW
               MOVE 'N' TO FEE-CHK-WAIVE-SW
               MOVE FEV-FEE-AMT TO FEE-CHK-AMOUNT
           END-IF.
           PERFORM SETTLE-PRICED-FEE.
           IF LEDGER-REFUSED-FEE
               IF WS-KEEP-COUNT < WS-KEEP-MAX
                   ADD 1 TO WS-KEEP-COUNT
                   MOVE FEV-RECORD TO WS-KEEP-EVENT(WS-KEEP-COUNT)
               ELSE
                   DISPLAY 'CI-FEE-RUN: MORE THAN ' WS-KEEP-MAX
                       ' REFUSED EVENTS - ACCOUNT ' FEV-ACCT-NR
                       ' ' FEV-REFERENCE ' DROPPED'
                   MOVE 8 TO WS-RUN-RC
               END-IF
           END-IF.

       LOOKUP-TERMS.
           MOVE 'N' TO WS-TERMS-FOUND-SW.
           MOVE SPACES TO WS-FEE-PRODUCT-CD.
           MOVE ZEROS TO WS-FEE-OPEN-DATE.
           MOVE ZEROS TO WS-FEE-PRINCIPAL.
           IF CITERMS-IS-OPEN
               MOVE WS-FEE-ACCT-NR TO CIT-ACCT-NR
               READ CI-TERMS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET TERMS-FOUND TO TRUE
                       PERFORM TAKE-TERMS-FOR-FEE
               END-READ
           END-IF.

       TAKE-TERMS-FOR-FEE.
           MOVE CIT-PRODUCT-CD TO WS-FEE-PRODUCT-CD.
           MOVE CIT-START-DATE TO WS-FEE-OPEN-DATE.
           MOVE CIT-PRINCIPAL TO WS-FEE-PRINCIPAL.

      * the balance the account stood at on the fee's date - the
      * last ledger entry on or before it, else the principal it
      * was opened with
       FIND-DATE-BALANCE.
           MOVE WS-FEE-PRINCIPAL TO WS-FEE-BALANCE.
           MOVE 'N' TO WS-LDG-SWEEP-SW.
           OPEN INPUT TXN-LEDGER-FILE.
           IF WS-LDG-STATUS = '00'
               MOVE WS-FEE-ACCT-NR TO CTX-ACCT-NR
               MOVE ZEROS TO CTX-TXN-DATE
               MOVE ZEROS TO CTX-TXN-SEQ
               START TXN-LEDGER-FILE KEY NOT < CTX-KEY
                   INVALID KEY
                       SET LDG-SWEEP-DONE TO TRUE
               END-START
               PERFORM UNTIL LDG-SWEEP-DONE
                   READ TXN-LEDGER-FILE NEXT RECORD
                       AT END
                           SET LDG-SWEEP-DONE TO TRUE
                       NOT AT END
                           IF CTX-ACCT-NR NOT = WS-FEE-ACCT-NR
                                   OR CTX-TXN-DATE > WS-FEE-DATE
                               SET LDG-SWEEP-DONE TO TRUE
                           ELSE
                               MOVE CTX-BALANCE TO WS-FEE-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TXN-LEDGER-FILE
           END-IF.

       PRICE-FOR-ACCOUNT.
           MOVE WS-FEE-PRODUCT-CD TO FEE-CHK-PRODUCT-CD.
           MOVE WS-FEE-DATE TO FEE-CHK-DATE.
           MOVE WS-FEE-OPEN-DATE TO FEE-CHK-OPEN-DATE.
           MOVE WS-FEE-BALANCE TO FEE-CHK-BALANCE.
           PERFORM PRICE-ACCOUNT-FEE.

      * the month's last business day is the one whose next
      * business day falls in another month
       CHECK-MONTH-END.
           MOVE 'N' TO WS-MONTH-END-SW.
           MOVE WS-RUN-DATE TO WS-NEXT-BUSDAY.
           SET DSV-FUNC-ADD-DAYS TO TRUE.
           MOVE WS-RUN-DATE TO DSV-DATE-1.
           MOVE 1 TO DSV-DAYS.
           CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS.
           IF DSV-STAT-OK
               SET BDY-FUNC-NEXT-BUSDAY TO TRUE
               MOVE DSV-DATE-OUT TO BDY-DATE-IN
               CALL 'BUSDAY-SERVICE' USING BUSDAY-PARMS
               IF BDY-STAT-OK
                   MOVE BDY-DATE-OUT TO WS-NEXT-BUSDAY
               ELSE
                   MOVE DSV-DATE-OUT TO WS-NEXT-BUSDAY
               END-IF
           END-IF.
           IF WS-NEXT-YYYYMM NOT = WS-RUN-YYYYMM
               SET MONTH-END-RUN TO TRUE
           END-IF.

      * the month-end sweep - every open account already started
      * is priced for the maintenance fee on its balance today,
      * once a month under the month as its reference
       CHARGE-MAINTENANCE-FEES.
           IF CITERMS-IS-OPEN
               MOVE ZEROS TO CIT-ACCT-NR
               START CI-TERMS-FILE KEY NOT < CIT-ACCT-NR
                   INVALID KEY
                       MOVE '10' TO WS-TERMS-STATUS
               END-START
               PERFORM READ-TERMS-RECORD
               PERFORM UNTIL WS-TERMS-STATUS NOT = '00'
                   IF CIT-START-DATE NOT > WS-RUN-DATE
                       PERFORM CHECK-ACCOUNT-CLOSED
                       IF NOT ACCOUNT-IS-CLOSED
                           PERFORM ASSESS-MAINTENANCE-FEE
                       END-IF
                   END-IF
                   PERFORM READ-TERMS-RECORD
               END-PERFORM
           END-IF.

       READ-TERMS-RECORD.
           IF WS-TERMS-STATUS = '00'
               READ CI-TERMS-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-TERMS-STATUS
                   NOT AT END
                       ADD 1 TO RUNLOG-READ-COUNT
               END-READ
           END-IF.

       ASSESS-MAINTENANCE-FEE.
           MOVE CIT-ACCT-NR TO WS-FEE-ACCT-NR.
           MOVE WS-RUN-DATE TO WS-FEE-DATE.
           MOVE 'M' TO WS-FEE-REF-TYPE.
           MOVE SPACES TO WS-FEE-REF-EVENT.
           MOVE WS-RUN-YYYYMM TO WS-FEE-REF-EVENT(1:6).
           PERFORM TAKE-TERMS-FOR-FEE.
           PERFORM FIND-DATE-BALANCE.
           MOVE 'M' TO FEE-CHK-TYPE-CD.
           MOVE ZEROS TO FEE-CHK-BASE-AMT.
           MOVE ZEROS TO FEE-CHK-DAYS-OPEN.
           PERFORM PRICE-FOR-ACCOUNT.
           IF FEE-CHK-DUE
               PERFORM SETTLE-PRICED-FEE
           END-IF.

      * an account CI-CLOSEOUT or CI-RENEWAL has already settled
      * carries no balance to maintain
       CHECK-ACCOUNT-CLOSED.
           MOVE 'N' TO WS-CLOSED-SW.
           OPEN INPUT CLOSED-FLAG-FILE.
           IF WS-FLAG-STATUS = '00'
               PERFORM READ-CLOSED-FLAG
               PERFORM UNTIL WS-FLAG-STATUS NOT = '00'
                       OR ACCOUNT-IS-CLOSED
                   IF CFG-ACCT-NR = CIT-ACCT-NR
                       SET ACCOUNT-IS-CLOSED TO TRUE
                   ELSE
                       PERFORM READ-CLOSED-FLAG
                   END-IF
               END-PERFORM
               CLOSE CLOSED-FLAG-FILE
           END-IF.

       READ-CLOSED-FLAG.
           READ CLOSED-FLAG-FILE
               AT END
                   MOVE '10' TO WS-FLAG-STATUS
           END-READ.

      * the outcome of pricing - charged to the ledger, waived
      * under the schedule's rules, or nothing to charge
       SETTLE-PRICED-FEE.
           MOVE 'N' TO WS-LEDGER-FAILED-SW.
           MOVE ZEROS TO RPT-AMOUNT.
           EVALUATE TRUE
               WHEN NOT FEE-CHK-FOUND
                   MOVE 'NO FEE ON SCHEDULE      ' TO RPT-OUTCOME
               WHEN NOT FEE-CHK-DUE
                   MOVE 'NOT DUE                 ' TO RPT-OUTCOME
               WHEN FEE-CHK-WAIVED
                   PERFORM FIND-TYPE-SLOT
                   ADD 1 TO TYP-WAIVED(WS-TYP-SLOT)
                   ADD 1 TO WS-WAIVED-COUNT
                   PERFORM WRITE-FEE-HISTORY
                   MOVE 'WAIVED                  ' TO RPT-OUTCOME
               WHEN FEE-CHK-AMOUNT = ZEROS
                   MOVE 'NOTHING TO CHARGE       ' TO RPT-OUTCOME
               WHEN OTHER
                   PERFORM POST-FEE-TO-LEDGER
           END-EVALUATE.
           PERFORM WRITE-REGISTER-DETAIL.

       POST-FEE-TO-LEDGER.
           MOVE WS-FEE-ACCT-NR TO TXL-ACCT-NR.
           MOVE WS-FEE-DATE TO TXL-TXN-DATE.
           MOVE 'F' TO TXL-TXN-CD.
           MOVE 'S' TO TXL-ORIGIN-CD.
           MOVE SPACE TO TXL-ADJ-CD.
           MOVE FEE-CHK-AMOUNT TO TXL-AMOUNT.
           MOVE WS-FEE-REFERENCE TO TXL-REFERENCE.
           MOVE 'CI-FEE-RUN' TO TXL-CALLER-ID.
           MOVE WS-RUN-DATE TO TXL-POST-DATE.
           MOVE WS-FEE-OPEN-DATE TO TXL-TAKEON-DATE.
           MOVE WS-FEE-PRINCIPAL TO TXL-TAKEON-AMT.
           CALL 'TXNLEDGER' USING TXN-LEDGER-PARMS.
           MOVE FEE-CHK-AMOUNT TO RPT-AMOUNT.
           EVALUATE TRUE
               WHEN TXL-STAT-POSTED
                   PERFORM WRITE-FEE-GL-PAIR
                   PERFORM WRITE-FEE-HISTORY
                   PERFORM FIND-TYPE-SLOT
                   ADD 1 TO TYP-COUNT(WS-TYP-SLOT)
                   ADD FEE-CHK-AMOUNT TO TYP-AMOUNT(WS-TYP-SLOT)
                   ADD 1 TO WS-CHARGED-COUNT
                   MOVE 'CHARGED                 ' TO RPT-OUTCOME
               WHEN TXL-STAT-DUPLICATE
                   ADD 1 TO WS-SEEN-COUNT
                   MOVE 'ALREADY CHARGED         ' TO RPT-OUTCOME
               WHEN OTHER
                   SET LEDGER-REFUSED-FEE TO TRUE
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE 'LEDGER REFUSED - KEPT   ' TO RPT-OUTCOME
                   IF WS-RUN-RC < 4
                       MOVE 4 TO WS-RUN-RC
                   END-IF
           END-EVALUATE.

       FIND-TYPE-SLOT.
           MOVE 1 TO WS-TYP-SLOT.
           PERFORM VARYING WS-TYP-IDX FROM 1 BY 1
                   UNTIL WS-TYP-IDX > 4
               IF TYP-CODE(WS-TYP-IDX) = WS-FEE-REF-TYPE
                   MOVE WS-TYP-IDX TO WS-TYP-SLOT
               END-IF
           END-PERFORM.

      * the fee leaves the customer's deposit and lands in the
      * fee income account the schedule names
       WRITE-FEE-GL-PAIR.
           MOVE 'D' TO GLP-DR-CR.
           MOVE WS-GL-DEPOSIT-LIAB TO GLP-GL-ACCOUNT.
           MOVE WS-FEE-ACCT-NR TO GLP-SOURCE-ID.
           MOVE WS-RUN-DATE TO GLP-POST-DATE.
           MOVE FEE-CHK-AMOUNT TO GLP-AMOUNT.
           MOVE SPACE TO GLP-ADJ-MARK.
           WRITE GL-POST-RECORD.
           ADD FEE-CHK-AMOUNT TO WS-DEBIT-TOTAL.

           MOVE 'C' TO GLP-DR-CR.
           MOVE FEE-CHK-INCOME-GL TO GLP-GL-ACCOUNT.
           WRITE GL-POST-RECORD.
           ADD FEE-CHK-AMOUNT TO WS-CREDIT-TOTAL.
           ADD 2 TO RUNLOG-WRITTEN-COUNT.

       WRITE-FEE-HISTORY.
           MOVE WS-FEE-ACCT-NR TO FEH-ACCT-NR.
           MOVE WS-FEE-PRODUCT-CD TO FEH-PRODUCT-CD.
           MOVE WS-FEE-REF-TYPE TO FEH-TYPE-CD.
           MOVE WS-FEE-DATE TO FEH-FEE-DATE.
           MOVE WS-RUN-DATE TO FEH-RUN-DATE.
           MOVE WS-FEE-REFERENCE TO FEH-REFERENCE.
           MOVE FEE-CHK-INCOME-GL TO FEH-INCOME-GL.
           IF FEE-CHK-WAIVED
               MOVE ZEROS TO FEH-AMOUNT
               MOVE 'Y' TO FEH-WAIVED-SW
           ELSE
               MOVE FEE-CHK-AMOUNT TO FEH-AMOUNT
               MOVE 'N' TO FEH-WAIVED-SW
           END-IF.
           WRITE FEH-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-REGISTER-DETAIL.
           MOVE WS-FEE-ACCT-NR TO RPT-ACCT-NR.
           MOVE WS-FEE-PRODUCT-CD TO RPT-PRODUCT-CD.
           MOVE WS-FEE-REF-TYPE TO RPT-TYPE-CD.
           MOVE WS-FEE-REFERENCE TO RPT-REFERENCE.
           WRITE REGISTER-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * the register's tie-out - what each fee type charged and
      * waived, and the proof that the debits and credits agree
       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO RPT-NOTE-LINE.
           WRITE REGISTER-LINE FROM RPT-NOTE-LINE.
           PERFORM VARYING WS-TYP-IDX FROM 1 BY 1
                   UNTIL WS-TYP-IDX > 4
               MOVE TYP-LABEL(WS-TYP-IDX) TO RPT-TYP-LABEL
               MOVE TYP-COUNT(WS-TYP-IDX) TO RPT-TYP-COUNT
               MOVE TYP-AMOUNT(WS-TYP-IDX) TO RPT-TYP-AMOUNT
               MOVE TYP-WAIVED(WS-TYP-IDX) TO RPT-TYP-WAIVED
               WRITE REGISTER-LINE FROM RPT-TYPE-LINE
           END-PERFORM.

           WRITE REGISTER-LINE FROM RPT-NOTE-LINE.
           MOVE 'DR ' TO RPT-GL-DR-CR.
           MOVE 'DEPOSITS' TO RPT-GL-LABEL.
           MOVE WS-DEBIT-TOTAL TO RPT-GL-AMOUNT.
           WRITE REGISTER-LINE FROM RPT-GL-LINE.
           MOVE 'CR ' TO RPT-GL-DR-CR.
           MOVE 'FEE INCOME' TO RPT-GL-LABEL.
           MOVE WS-CREDIT-TOTAL TO RPT-GL-AMOUNT.
           WRITE REGISTER-LINE FROM RPT-GL-LINE.

           MOVE WS-CHARGED-COUNT TO RPT-CHARGED-COUNT.
           MOVE WS-WAIVED-COUNT TO RPT-WAIVED-COUNT.
           MOVE WS-SEEN-COUNT TO RPT-SEEN-COUNT.
           MOVE WS-REFUSED-COUNT TO RPT-REFUSED-COUNT.
           WRITE REGISTER-LINE FROM RPT-TRAILER-LINE.

           IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
               MOVE 'PROOF - DEBITS AND CREDITS AGREE'
                   TO RPT-NOTE-LINE
           ELSE
               MOVE 'PROOF - DEBITS AND CREDITS DISAGREE'
                   TO RPT-NOTE-LINE
               MOVE 8 TO WS-RUN-RC
           END-IF.
           WRITE REGISTER-LINE FROM RPT-NOTE-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-RUNLOG-START.
           MOVE 'CI-FEE-RUN' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'CI-FEE-RUN' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY FEECHKP.

           COPY BUSDTP.
