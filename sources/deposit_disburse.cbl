      * deposit disbursement file generator - money left the deposit
      * accounts through four doors and every one of them was paid
      * by hand off a printed report: closure settlements off the
      * CICLSTMT statement, matured terms off the renewal register,
      * early and partial withdrawals off the statement lines, and
      * the annual escheatment off the dormancy list.  this run
      * collects every cash-out event into one fixed-layout DISBFILE
      * for the bank, the deposit-side counterpart of the payroll
      * BANK-PAYMENT-FILE:
      *   CISETLEXT - closure settlements (CI-CLOSEOUT) and terms
      *               matured to payout (CI-RENEWAL)
      *   CIPENEXT  - early-withdrawal payoffs and partial
      *               withdrawal net proceeds (COMPOUND-INTEREST)
      *   CIPAYOUT  - periodic interest payouts falling due
      *   ESCHEXT   - escheat-eligible balances (CI-DORMANCY),
      *               remitted to the unclaimed-property
      *               administrator
      * a customer with payout bank details on CITERMS - or an
      * interest payout, which carries its own - is paid by
      * transfer; anyone else by cheque to the CUSTFILE name and
      * address.  an event with no payee on file, or on an account
      * a HOLDFILE hold has frozen on the run date, is held on the
      * register and offered again on the next run; escheatment
      * goes to the administrator whatever the holds.
      *
      * every event paid is remembered on the DISBHIST history, so
      * an extract record seen again on a later run - the schedule
      * run re-extracts a withdrawal every night it runs the
      * account - is never paid twice.  the schedule projects the
      * whole term, so a withdrawal or payout is only taken once
      * its own date has come.  the withdrawal and payout extracts
      * are netted per event before anything is paid: a targeted
      * rerun's reversal cancels what stood before it and the last
      * record for the event is the one paid.  an event already
      * paid that comes back at a different amount is held on the
      * register for the correction to be settled by hand.
      *
      * the DISBCTL release ledger keeps the run-control
      * discipline PAYRUNCTL keeps for
      * payroll: a business date already generated refuses a
      * rebuild unless DISBOVRD names it, and DISB-RELEASE must
      * release the file before it goes to the bank.
      *
      * each payment posts a balanced pair on DISBGL in the GLPOST
      * layout - a debit to the liability the money came out of and
      * a credit to bank clearing - and the DISBREG register lists
      * every payment and proves the bank file total, the debits
      * and the credits agree, by source and by GL account.  a
      * partial withdrawal or interest payout wired out of an
      * account that stays open raises a wire fee event on
      * CIFEEEVT for CI-FEE-RUN to charge against the account
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSIT-DISBURSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLE-EXT-FILE ASSIGN TO 'CISETLEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETL-STATUS.

           SELECT PEN-EXT-FILE ASSIGN TO 'CIPENEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENEXT-STATUS.

           SELECT PAYOUT-EXT-FILE ASSIGN TO 'CIPAYOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYOUT-STATUS.

           SELECT ESCH-EXT-FILE ASSIGN TO 'ESCHEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCH-STATUS.

           SELECT CI-TERMS-FILE ASSIGN TO 'CITERMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS CIT-ACCT-NR
               FILE STATUS IS WS-TERMS-STATUS.

           SELECT CUST-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS CUST-ACCT-NR
               FILE STATUS IS WS-CUST-STATUS.

           SELECT CNPJ-PARM-FILE ASSIGN TO 'EMPCNPJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNPJ-STATUS.

           SELECT DISB-HIST-FILE ASSIGN TO 'DISBHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT RUN-CTL-FILE ASSIGN TO 'DISBCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT OVERRIDE-FILE ASSIGN TO 'DISBOVRD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRD-STATUS.

           SELECT FEE-EVENT-FILE ASSIGN TO 'CIFEEEVT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEV-STATUS.

           SELECT BANK-FILE ASSIGN TO 'DISBFILE'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-POST-FILE ASSIGN TO 'DISBGL'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-FILE ASSIGN TO 'DISBREG'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLD-FILE ASSIGN TO 'HOLDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS HLD-KEY
               FILE STATUS IS HOLD-CHK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLE-EXT-FILE.
           COPY CISETLRC.

       FD  PEN-EXT-FILE.
       01  PEN-EXT-RECORD.
           05 PEX-ACCT-NR              PIC 9(10).
           05 PEX-RUN-DATE             PIC 9(8).
           05 PEX-WD-PERIOD            PIC 9(4).
           05 PEX-PENALTY-AMT          PIC 9(8)V99.
           05 PEX-PAYOFF-AMT           PIC 9(8)V99.
           05 PEX-EVENT-CD             PIC X(1).
           05 PEX-ENTRY-CD             PIC X(1).
              88 PEX-IS-REVERSAL       VALUE 'R'.
           05 PEX-REASON-CD            PIC X(2).
      * the date the withdrawal falls - blank on records cut
      * before the schedule carried it
           05 PEX-EVENT-DATE           PIC 9(8).

       FD  PAYOUT-EXT-FILE.
       01  PAYOUT-EXT-RECORD.
           05 POX-ACCT-NR              PIC 9(10).
           05 POX-RUN-DATE             PIC 9(8).
           05 POX-PERIOD               PIC 9(4).
           05 POX-PAYOUT-SEQ           PIC 9(3).
           05 POX-PAY-DATE             PIC 9(8).
           05 POX-AMOUNT               PIC 9(8)V99.
           05 POX-CURRENCY-CD          PIC X(03).
           05 POX-BANK-BRANCH          PIC X(05).
           05 POX-BANK-ACCT            PIC X(10).

       FD  ESCH-EXT-FILE.
       01  ESCH-EXT-RECORD.
           05 ESX-ACCT-NR              PIC 9(10).
           05 ESX-LAST-ACTIVITY        PIC 9(08).
           05 ESX-FIRST-DORMANT        PIC 9(08).
           05 ESX-CUST-NAME            PIC X(30).
           05 ESX-ADDR-LINE-1          PIC X(30).
           05 ESX-ADDR-LINE-2          PIC X(30).

       FD  CI-TERMS-FILE.
           COPY CITERMRC.

       FD  CUST-FILE.
           COPY CUSTREC.

       FD  CNPJ-PARM-FILE.
       01  CNPJ-PARM-RECORD            PIC 9(14).

      * one record per event ever paid - the source, the account,
      * and the source's own reference for the event (closure or
      * maturity date, withdrawal period, payout period and
      * sequence, first-dormant date), with the date it was paid
       FD  DISB-HIST-FILE.
       01  DISB-HIST-RECORD.
           05 DHS-EVENT-TYPE           PIC X(02).
           05 DHS-ACCT-NR              PIC 9(10).
           05 DHS-REFERENCE            PIC X(12).
           05 DHS-PAY-DATE             PIC 9(08).
           05 DHS-AMOUNT               PIC 9(09)V99.

      * the disbursement run-control ledger - one appended record
      * per event: 'G' generated, 'R' released, 'T' transmitted.
      * the latest record for a business date governs it
       FD  RUN-CTL-FILE.
       01  RUN-CTL-RECORD.
           05 DCT-RUN-DATE             PIC 9(08).
           05 DCT-STATUS               PIC X(01).
           05 DCT-OPERATOR             PIC X(08).
           05 DCT-DATE                 PIC 9(08).
           05 DCT-DETAIL-COUNT         PIC 9(06).
           05 DCT-TOTAL                PIC 9(11)V99.

      * the explicit operator override - the business date being
      * rerun and the operator authorizing it
       FD  OVERRIDE-FILE.
       01  OVERRIDE-RECORD.
           05 OVR-RUN-DATE             PIC 9(08).
           05 OVR-OPERATOR             PIC X(08).

       FD  FEE-EVENT-FILE.
           COPY FEEEVREC.

       FD  BANK-FILE.
       01  BANK-RECORD                 PIC X(80).

      * same shape GL-POSTING-EXTRACT writes, so the ledger's
      * intake handles disbursement pairs like any others
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

       FD  HOLD-FILE.
           COPY HOLDREC.

       WORKING-STORAGE SECTION.
       01  WS-SETL-STATUS              PIC XX.
       01  WS-PENEXT-STATUS            PIC XX.
       01  WS-PAYOUT-STATUS            PIC XX.
       01  WS-ESCH-STATUS              PIC XX.
       01  WS-TERMS-STATUS             PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-CNPJ-STATUS              PIC XX.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-FEV-STATUS               PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

       01  WS-TERMS-OPEN-SW            PIC X(01) VALUE 'N'.
           88  CITERMS-IS-OPEN                 VALUE 'Y'.
       01  WS-CUST-OPEN-SW             PIC X(01) VALUE 'N'.
           88  CUSTFILE-IS-OPEN                VALUE 'Y'.
       01  WS-TERMS-FOUND-SW           PIC X(01).
           88  TERMS-FOUND                     VALUE 'Y'.
       01  WS-CUST-FOUND-SW            PIC X(01).
           88  CUSTOMER-FOUND                  VALUE 'Y'.
       01  WS-RUN-DATE                 PIC 9(08).

      * duplicate-run guard - a business date already generated on
      * DISBCTL refuses a second build unless DISBOVRD carries an
      * explicit operator override for it; every successful build
      * registers itself 'G' on the control ledger
       01  WS-CTL-STATUS               PIC XX.
       01  WS-OVRD-STATUS              PIC XX.
       01  WS-DATE-STATE               PIC X(01) VALUE SPACE.
       01  WS-OVERRIDE-SW              PIC X(01) VALUE 'N'.
           88  OVERRIDE-SUPPLIED               VALUE 'Y'.
       01  WS-OVERRIDE-OPERATOR        PIC X(08) VALUE SPACES.
       01  WS-GUARD-SW                 PIC X(01) VALUE 'Y'.
           88  RUN-IS-PERMITTED                VALUE 'Y'.

      * the whole disbursement history in storage for the run,
      * merged and rewritten at end of job - the carry-forward the
      * bank return processing uses.  a rebuild under override
      * drops the history the overridden build wrote, so the
      * regenerated file carries the same payments again
       01  WS-HIST-COUNT               PIC 9(04) VALUE ZEROS.
       01  WS-HIST-IDX                 PIC 9(04).
       01  WS-HIST-MAX                 PIC 9(04) VALUE 3000.
       01  WS-HIST-FULL-SW             PIC X(01) VALUE 'N'.
           88  HISTORY-OVERFLOWED              VALUE 'Y'.
       01  WS-HIST-FOUND-SW            PIC X(01).
           88  EVENT-ALREADY-PAID              VALUE 'Y'.
       01  WS-HIST-HIT                 PIC 9(04).
       01  DISB-HIST-TABLE.
           05  DISB-HIST-ENTRY OCCURS 3000 TIMES.
               10  DHT-EVENT-TYPE      PIC X(02).
               10  DHT-ACCT-NR         PIC 9(10).
               10  DHT-REFERENCE       PIC X(12).
               10  DHT-PAY-DATE        PIC 9(08).
               10  DHT-AMOUNT          PIC 9(09)V99.

      * the withdrawal and interest payout extracts netted per
      * event - type, account, and the source's reference - before
      * anything is paid.  each record replaces what the event had
      * standing, so the last one read is the one paid; a reversal
      * cancels the event until a later record restores it.  a
      * withdrawal is due on its own event date (a record cut
      * before the date was carried is due at once), a payout on
      * its pay date
       01  WS-NET-COUNT                PIC 9(04) VALUE ZEROS.
       01  WS-NET-IDX                  PIC 9(04).
       01  WS-NET-MAX                  PIC 9(04) VALUE 3000.
       01  WS-NET-FULL-SW              PIC X(01) VALUE 'N'.
           88  NETTING-OVERFLOWED              VALUE 'Y'.
       01  WS-NET-FOUND-SW             PIC X(01).
           88  NET-EVENT-FOUND                 VALUE 'Y'.
       01  EXT-NET-TABLE.
           05  EXT-NET-ENTRY OCCURS 3000 TIMES.
               10  ENT-EVENT-TYPE      PIC X(02).
               10  ENT-ACCT-NR         PIC 9(10).
               10  ENT-REFERENCE       PIC X(12).
               10  ENT-DUE-DATE        PIC 9(08).
               10  ENT-AMOUNT          PIC 9(09)V99.
               10  ENT-BANK-BRANCH     PIC X(05).
               10  ENT-BANK-ACCT       PIC X(10).
               10  ENT-LIVE-SW         PIC X(01).
                   88  ENT-IS-LIVE             VALUE 'Y'.

      * the event under payment, whichever extract it came from
       01  EVT-TYPE                    PIC X(02).
       01  EVT-ACCT-NR                 PIC 9(10).
       01  EVT-REFERENCE               PIC X(12).
       01  EVT-AMOUNT                  PIC 9(09)V99.
       01  EVT-BANK-BRANCH             PIC X(05).
       01  EVT-BANK-ACCT               PIC X(10).
       01  EVT-GL-ACCOUNT              PIC X(10).
       01  EVT-METHOD                  PIC X(01).
           88  EVT-BY-TRANSFER                 VALUE 'T'.
           88  EVT-BY-CHEQUE                   VALUE 'C'.
           88  EVT-TO-ESCHEAT                  VALUE 'E'.
       01  EVT-PAYEE-NAME              PIC X(30).
       01  EVT-ADDR-LINE-1             PIC X(30).
       01  EVT-ADDR-LINE-2             PIC X(30).
       01  EVT-HOLD-REASON             PIC X(24).

      * posting accounts - the deposit liability for principal
      * and settled balances, the accrued interest payable
      * GL-POSTING-EXTRACT credits for interest paid out, and bank
      * clearing for the cash leaving the house
       01  WS-GL-DEPOSIT-LIAB          PIC X(10) VALUE '2300010000'.
       01  WS-GL-INT-PAYABLE           PIC X(10) VALUE '2100010000'.
       01  WS-GL-BANK-CLEARING         PIC X(10) VALUE '1100010000'.
       01  WS-ESCHEAT-PAYEE            PIC X(30) VALUE
           'UNCLAIMED PROPERTY ADMIN'.

      * per-source totals for the register, one slot per event
      * type in the order the extracts are read
       01  SRC-NAME-VALUES.
           05 FILLER                   PIC X(26) VALUE
               'CLCLOSURE SETTLEMENTS     '.
           05 FILLER                   PIC X(26) VALUE
               'MPMATURITY PAYOUTS        '.
           05 FILLER                   PIC X(26) VALUE
               'EWEARLY WITHDRAWALS       '.
           05 FILLER                   PIC X(26) VALUE
               'PWPARTIAL WITHDRAWALS     '.
           05 FILLER                   PIC X(26) VALUE
               'IPINTEREST PAYOUTS        '.
           05 FILLER                   PIC X(26) VALUE
               'ESESCHEATMENT             '.
       01  SRC-NAME-TABLE REDEFINES SRC-NAME-VALUES.
           05  SRC-NAME-ENTRY OCCURS 6 TIMES.
               10  SRC-TYPE            PIC X(02).
               10  SRC-LABEL           PIC X(24).
       01  SRC-TOTAL-TABLE.
           05  SRC-TOTAL-ENTRY OCCURS 6 TIMES.
               10  SRC-COUNT           PIC 9(05).
               10  SRC-AMOUNT          PIC 9(11)V99.
       01  WS-SRC-IDX                  PIC 9(02).
       01  WS-SRC-SLOT                 PIC 9(02).

       01  WS-DETAIL-COUNT             PIC 9(06) VALUE ZEROS.
       01  WS-PAID-TOTAL               PIC 9(11)V99 VALUE ZEROS.
       01  WS-HELD-COUNT               PIC 9(05) VALUE ZEROS.
       01  WS-SEEN-COUNT               PIC 9(05) VALUE ZEROS.
       01  WS-DEP-DEBIT-TOTAL          PIC 9(11)V99 VALUE ZEROS.
       01  WS-INT-DEBIT-TOTAL          PIC 9(11)V99 VALUE ZEROS.
       01  WS-DEBIT-TOTAL              PIC 9(11)V99 VALUE ZEROS.
       01  WS-CREDIT-TOTAL             PIC 9(11)V99 VALUE ZEROS.

           COPY CNPJCHKW.

           COPY BUSDAYW.

           COPY HOLDCHKW.

       01  BANK-HEADER-RECORD.
           05 FILLER                   PIC X(01) VALUE '0'.
           05 BH-COMPANY-CNPJ          PIC 9(14).
           05 BH-GEN-DATE              PIC 9(08).
           05 BH-VALUE-DATE            PIC 9(08).
           05 FILLER                   PIC X(16) VALUE
               'DEPOSIT DISBURSE'.
           05 FILLER                   PIC X(33) VALUE SPACES.

       01  BANK-DETAIL-RECORD.
           05 FILLER                   PIC X(01) VALUE '1'.
           05 BD-EVENT-TYPE            PIC X(02).
           05 BD-ACCT-NR               PIC 9(10).
           05 BD-METHOD                PIC X(01).
           05 BD-BANK-BRANCH           PIC X(05).
           05 BD-BANK-ACCT             PIC X(10).
           05 BD-PAYEE-NAME            PIC X(30).
           05 BD-AMOUNT                PIC 9(09)V99.
           05 BD-REFERENCE             PIC X(10).

      * a cheque detail is followed by the payee's mailing address
       01  BANK-ADDRESS-RECORD.
           05 FILLER                   PIC X(01) VALUE '2'.
           05 BA-ADDR-LINE-1           PIC X(30).
           05 BA-ADDR-LINE-2           PIC X(30).
           05 FILLER                   PIC X(19) VALUE SPACES.

       01  BANK-TRAILER-RECORD.
           05 FILLER                   PIC X(01) VALUE '9'.
           05 BT-DETAIL-COUNT          PIC 9(06).
           05 BT-PAID-TOTAL            PIC 9(11)V99.
           05 FILLER                   PIC X(60) VALUE SPACES.

       01  RPT-HEADING PIC X(80) VALUE
           'DEPOSIT DISBURSEMENT REGISTER'.

       01  RPT-COLUMN-LINE PIC X(80) VALUE
           'TY ACCOUNT    REFERENCE    M         AMOUNT  OUTCOME'.

       01  RPT-DETAIL-LINE.
           05 RPT-EVENT-TYPE           PIC X(02).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RPT-ACCT-NR              PIC 9(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RPT-REFERENCE            PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RPT-METHOD               PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RPT-AMOUNT               PIC $$$,$$$,$$9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-OUTCOME              PIC X(24).

       01  RPT-SOURCE-LINE.
           05 RPT-SRC-LABEL            PIC X(24).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-SRC-COUNT            PIC Z(4)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-SRC-AMOUNT           PIC $$$,$$$,$$$,$$9.99.

       01  RPT-GL-LINE.
           05 RPT-GL-DR-CR             PIC X(03).
           05 RPT-GL-ACCOUNT           PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RPT-GL-LABEL             PIC X(17).
           05 RPT-GL-AMOUNT            PIC $$$,$$$,$$$,$$9.99.

       01  RPT-TRAILER-LINE.
           05 FILLER                   PIC X(07) VALUE 'PAID - '.
           05 RPT-PAID-COUNT           PIC Z(5)9.
           05 FILLER                   PIC X(10) VALUE '  HELD -  '.
           05 RPT-HELD-COUNT           PIC Z(4)9.
           05 FILLER                   PIC X(18) VALUE
               '  ALREADY PAID -  '.
           05 RPT-SEEN-COUNT           PIC Z(4)9.

       01  RPT-PROOF-LINE              PIC X(80).

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'DEPOSIT-DISBURSE' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           PERFORM CHECK-RUN-CONTROL.
           IF NOT RUN-IS-PERMITTED
               DISPLAY 'DEPOSIT-DISBURSE: BUSINESS DATE '
                   WS-RUN-DATE ' ALREADY GENERATED - NO FILE '
                   'GENERATED (SUPPLY DISBOVRD TO OVERRIDE)'
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM GET-COMPANY-CNPJ
               IF NOT CNPJ-CHK-IS-VALID
                   DISPLAY 'DEPOSIT-DISBURSE: COMPANY CNPJ FAILED '
                       'CHECK DIGITS - NO FILE GENERATED'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM LOAD-DISBURSE-HISTORY
                   IF NOT HISTORY-OVERFLOWED
                       PERFORM LOAD-EXTRACT-EVENTS
                   END-IF
                   EVALUATE TRUE
                       WHEN HISTORY-OVERFLOWED
                           DISPLAY 'DEPOSIT-DISBURSE: DISBHIST HOLDS '
                               'MORE THAN ' WS-HIST-MAX ' EVENTS - '
                               'NO FILE GENERATED'
                           MOVE 8 TO WS-RUN-RC
                       WHEN NETTING-OVERFLOWED
                           DISPLAY 'DEPOSIT-DISBURSE: CIPENEXT AND '
                               'CIPAYOUT HOLD MORE THAN ' WS-NET-MAX
                               ' EVENTS - NO FILE GENERATED'
                           MOVE 8 TO WS-RUN-RC
                       WHEN OTHER
                           PERFORM GENERATE-DISBURSE-FILE
                           PERFORM REWRITE-DISBURSE-HISTORY
                           PERFORM REGISTER-GENERATION
                   END-EVALUATE
               END-IF
           END-IF.

      * a business date the control ledger already shows
      * generated, released, or transmitted refuses a rebuild
      * unless the override transaction names this exact date
       CHECK-RUN-CONTROL.
           MOVE SPACE TO WS-DATE-STATE.
           OPEN INPUT RUN-CTL-FILE.
           IF WS-CTL-STATUS = '00'
               PERFORM READ-RUN-CTL-RECORD
               PERFORM UNTIL WS-CTL-STATUS NOT = '00'
                   IF DCT-RUN-DATE = WS-RUN-DATE
                       MOVE DCT-STATUS TO WS-DATE-STATE
                   END-IF
                   PERFORM READ-RUN-CTL-RECORD
               END-PERFORM
               CLOSE RUN-CTL-FILE
           END-IF.

           IF WS-DATE-STATE = SPACE
               CONTINUE
           ELSE
               MOVE 'N' TO WS-GUARD-SW
               PERFORM TAKE-OVERRIDE-RECORD
               IF OVERRIDE-SUPPLIED
                   MOVE 'Y' TO WS-GUARD-SW
                   DISPLAY 'DEPOSIT-DISBURSE: BUSINESS DATE '
                       WS-RUN-DATE ' REGENERATED UNDER '
                       'OVERRIDE BY ' WS-OVERRIDE-OPERATOR
               END-IF
           END-IF.

       READ-RUN-CTL-RECORD.
           READ RUN-CTL-FILE
               AT END
                   MOVE '10' TO WS-CTL-STATUS
           END-READ.

       TAKE-OVERRIDE-RECORD.
           OPEN INPUT OVERRIDE-FILE.
           IF WS-OVRD-STATUS = '00'
               READ OVERRIDE-FILE
                   NOT AT END
                       IF OVR-RUN-DATE = WS-RUN-DATE
                               AND OVR-OPERATOR NOT = SPACES
                           SET OVERRIDE-SUPPLIED TO TRUE
                           MOVE OVR-OPERATOR TO
                               WS-OVERRIDE-OPERATOR
                       END-IF
               END-READ
               CLOSE OVERRIDE-FILE
           END-IF.

      * every successful build registers itself on the control
      * ledger with its count and total, so the release step shows
      * the operator what is being released
       REGISTER-GENERATION.
           OPEN EXTEND RUN-CTL-FILE.
           IF WS-CTL-STATUS NOT = '00'
               OPEN OUTPUT RUN-CTL-FILE
           END-IF.
           IF WS-CTL-STATUS = '00'
               MOVE WS-RUN-DATE TO DCT-RUN-DATE
               MOVE 'G' TO DCT-STATUS
               IF OVERRIDE-SUPPLIED
                   MOVE WS-OVERRIDE-OPERATOR TO DCT-OPERATOR
               ELSE
                   MOVE 'SCHEDULE' TO DCT-OPERATOR
               END-IF
               MOVE WS-RUN-DATE TO DCT-DATE
               MOVE WS-DETAIL-COUNT TO DCT-DETAIL-COUNT
               MOVE WS-PAID-TOTAL TO DCT-TOTAL
               WRITE RUN-CTL-RECORD
               CLOSE RUN-CTL-FILE
           END-IF.

      * the company CNPJ heads the bank file exactly as it heads
      * the payroll remittance, and must pass the same mod-11
      * check before a single payment record is generated
       GET-COMPANY-CNPJ.
           MOVE 'N' TO CNPJ-CHK-SW.
           OPEN INPUT CNPJ-PARM-FILE.
           IF WS-CNPJ-STATUS NOT = '00'
               DISPLAY 'DEPOSIT-DISBURSE: NO EMPCNPJ CONTROL '
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

       LOAD-DISBURSE-HISTORY.
           MOVE ZEROS TO WS-HIST-COUNT.
           OPEN INPUT DISB-HIST-FILE.
           IF WS-HIST-STATUS = '00'
               PERFORM READ-HIST-RECORD
               PERFORM UNTIL WS-HIST-STATUS NOT = '00'
                       OR HISTORY-OVERFLOWED
                   IF OVERRIDE-SUPPLIED
                           AND DHS-PAY-DATE = WS-RUN-DATE
                       CONTINUE
                   ELSE
                   IF WS-HIST-COUNT NOT < WS-HIST-MAX
                       SET HISTORY-OVERFLOWED TO TRUE
                   ELSE
                       ADD 1 TO WS-HIST-COUNT
                       MOVE DHS-EVENT-TYPE TO
                           DHT-EVENT-TYPE(WS-HIST-COUNT)
                       MOVE DHS-ACCT-NR TO
                           DHT-ACCT-NR(WS-HIST-COUNT)
                       MOVE DHS-REFERENCE TO
                           DHT-REFERENCE(WS-HIST-COUNT)
                       MOVE DHS-PAY-DATE TO
                           DHT-PAY-DATE(WS-HIST-COUNT)
                       MOVE DHS-AMOUNT TO
                           DHT-AMOUNT(WS-HIST-COUNT)
                   END-IF
                   END-IF
                   PERFORM READ-HIST-RECORD
               END-PERFORM
               CLOSE DISB-HIST-FILE
           END-IF.

       READ-HIST-RECORD.
           READ DISB-HIST-FILE
               AT END
                   MOVE '10' TO WS-HIST-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       REWRITE-DISBURSE-HISTORY.
           OPEN OUTPUT DISB-HIST-FILE.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
               MOVE DHT-EVENT-TYPE(WS-HIST-IDX) TO DHS-EVENT-TYPE
               MOVE DHT-ACCT-NR(WS-HIST-IDX) TO DHS-ACCT-NR
               MOVE DHT-REFERENCE(WS-HIST-IDX) TO DHS-REFERENCE
               MOVE DHT-PAY-DATE(WS-HIST-IDX) TO DHS-PAY-DATE
               MOVE DHT-AMOUNT(WS-HIST-IDX) TO DHS-AMOUNT
               WRITE DISB-HIST-RECORD
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-PERFORM.
           CLOSE DISB-HIST-FILE.

       GENERATE-DISBURSE-FILE.
           OPEN INPUT CI-TERMS-FILE.
           IF WS-TERMS-STATUS = '00'
               SET CITERMS-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT CUST-FILE.
           IF WS-CUST-STATUS = '00'
               SET CUSTFILE-IS-OPEN TO TRUE
           END-IF.
           INITIALIZE SRC-TOTAL-TABLE.

           OPEN OUTPUT BANK-FILE.
           OPEN OUTPUT GL-POST-FILE.
           OPEN OUTPUT REGISTER-FILE.
           WRITE REGISTER-LINE FROM RPT-HEADING.
           WRITE REGISTER-LINE FROM RPT-COLUMN-LINE.
           PERFORM WRITE-HEADER-RECORD.

           PERFORM COLLECT-SETTLEMENTS.
           PERFORM COLLECT-NETTED-EVENTS.
           PERFORM COLLECT-ESCHEATMENTS.

           PERFORM WRITE-TRAILER-RECORD.
           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE REGISTER-FILE.
           CLOSE GL-POST-FILE.
           CLOSE BANK-FILE.
           IF CUSTFILE-IS-OPEN
               CLOSE CUST-FILE
           END-IF.
           IF CITERMS-IS-OPEN
               CLOSE CI-TERMS-FILE
           END-IF.

      * closures and matured payouts pay the settlement struck -
      * the balance less any early-closure penalty
       COLLECT-SETTLEMENTS.
           OPEN INPUT SETTLE-EXT-FILE.
           IF WS-SETL-STATUS = '00'
               PERFORM READ-SETTLE-RECORD
               PERFORM UNTIL WS-SETL-STATUS NOT = '00'
                   IF CSX-MATURITY
                       MOVE 'MP' TO EVT-TYPE
                   ELSE
                       MOVE 'CL' TO EVT-TYPE
                   END-IF
                   MOVE CSX-ACCT-NR TO EVT-ACCT-NR
                   MOVE SPACES TO EVT-REFERENCE
                   MOVE CSX-EVENT-DATE TO EVT-REFERENCE(1:8)
                   MOVE CSX-SETTLEMENT TO EVT-AMOUNT
                   MOVE SPACES TO EVT-BANK-BRANCH
                   MOVE SPACES TO EVT-BANK-ACCT
                   MOVE WS-GL-DEPOSIT-LIAB TO EVT-GL-ACCOUNT
                   PERFORM DISBURSE-ONE-EVENT
                   PERFORM READ-SETTLE-RECORD
               END-PERFORM
               CLOSE SETTLE-EXT-FILE
           END-IF.

       READ-SETTLE-RECORD.
           READ SETTLE-EXT-FILE
               AT END
                   MOVE '10' TO WS-SETL-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * both extracts are read whole and netted before the run
      * pays a penny of either, in the order the register lists
      * them - withdrawals, then interest payouts
       LOAD-EXTRACT-EVENTS.
           MOVE ZEROS TO WS-NET-COUNT.
           OPEN INPUT PEN-EXT-FILE.
           IF WS-PENEXT-STATUS = '00'
               PERFORM READ-PENALTY-RECORD
               PERFORM UNTIL WS-PENEXT-STATUS NOT = '00'
                       OR NETTING-OVERFLOWED
                   PERFORM TAKE-WITHDRAWAL-RECORD
                   PERFORM READ-PENALTY-RECORD
               END-PERFORM
               CLOSE PEN-EXT-FILE
           END-IF.
           OPEN INPUT PAYOUT-EXT-FILE.
           IF WS-PAYOUT-STATUS = '00'
               PERFORM READ-PAYOUT-RECORD
               PERFORM UNTIL WS-PAYOUT-STATUS NOT = '00'
                       OR NETTING-OVERFLOWED
                   PERFORM TAKE-PAYOUT-RECORD
                   PERFORM READ-PAYOUT-RECORD
               END-PERFORM
               CLOSE PAYOUT-EXT-FILE
           END-IF.

      * early withdrawals pay the payoff after penalty, partial
      * withdrawals the net amount taken; a record cut before the
      * event code existed is an early withdrawal.  a targeted
      * rerun writes a reversal of what the event had standing
      * and then, unless the withdrawal is gone, its corrected
      * replacement - so the reversal cancels the event and the
      * replacement, read after it, is what stands to be paid
       TAKE-WITHDRAWAL-RECORD.
           IF PEX-EVENT-CD = 'P'
               MOVE 'PW' TO EVT-TYPE
           ELSE
               MOVE 'EW' TO EVT-TYPE
           END-IF.
           MOVE PEX-ACCT-NR TO EVT-ACCT-NR.
           MOVE SPACES TO EVT-REFERENCE.
           MOVE PEX-WD-PERIOD TO EVT-REFERENCE(1:4).
           PERFORM FIND-NET-EVENT.
           IF PEX-IS-REVERSAL
               IF NET-EVENT-FOUND
                   MOVE 'N' TO ENT-LIVE-SW(WS-NET-IDX)
               END-IF
           ELSE
               IF NOT NET-EVENT-FOUND
                   PERFORM ADD-NET-EVENT
               END-IF
               IF NET-EVENT-FOUND
                   IF PEX-EVENT-DATE IS NUMERIC
                       MOVE PEX-EVENT-DATE TO
                           ENT-DUE-DATE(WS-NET-IDX)
                   ELSE
                       MOVE ZEROS TO ENT-DUE-DATE(WS-NET-IDX)
                   END-IF
                   MOVE PEX-PAYOFF-AMT TO ENT-AMOUNT(WS-NET-IDX)
                   MOVE SPACES TO ENT-BANK-BRANCH(WS-NET-IDX)
                   MOVE SPACES TO ENT-BANK-ACCT(WS-NET-IDX)
                   MOVE 'Y' TO ENT-LIVE-SW(WS-NET-IDX)
               END-IF
           END-IF.

       READ-PENALTY-RECORD.
           READ PEN-EXT-FILE
               AT END
                   MOVE '10' TO WS-PENEXT-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * an interest payout carries its own bank details, and comes
      * out of the accrued interest payable.  a rerun writes the
      * payout again at its restated amount, so the last record
      * for the period and sequence stands
       TAKE-PAYOUT-RECORD.
           MOVE 'IP' TO EVT-TYPE.
           MOVE POX-ACCT-NR TO EVT-ACCT-NR.
           MOVE SPACES TO EVT-REFERENCE.
           MOVE POX-PERIOD TO EVT-REFERENCE(1:4).
           MOVE POX-PAYOUT-SEQ TO EVT-REFERENCE(5:3).
           PERFORM FIND-NET-EVENT.
           IF NOT NET-EVENT-FOUND
               PERFORM ADD-NET-EVENT
           END-IF.
           IF NET-EVENT-FOUND
               MOVE POX-PAY-DATE TO ENT-DUE-DATE(WS-NET-IDX)
               MOVE POX-AMOUNT TO ENT-AMOUNT(WS-NET-IDX)
               MOVE POX-BANK-BRANCH TO ENT-BANK-BRANCH(WS-NET-IDX)
               MOVE POX-BANK-ACCT TO ENT-BANK-ACCT(WS-NET-IDX)
               MOVE 'Y' TO ENT-LIVE-SW(WS-NET-IDX)
           END-IF.

       READ-PAYOUT-RECORD.
           READ PAYOUT-EXT-FILE
               AT END
                   MOVE '10' TO WS-PAYOUT-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * leaves WS-NET-IDX on the event's entry when it is found
       FIND-NET-EVENT.
           MOVE 'N' TO WS-NET-FOUND-SW.
           PERFORM VARYING WS-NET-IDX FROM 1 BY 1
                   UNTIL WS-NET-IDX > WS-NET-COUNT
                       OR NET-EVENT-FOUND
               IF ENT-EVENT-TYPE(WS-NET-IDX) = EVT-TYPE
                       AND ENT-ACCT-NR(WS-NET-IDX) = EVT-ACCT-NR
                       AND ENT-REFERENCE(WS-NET-IDX) = EVT-REFERENCE
                   SET NET-EVENT-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NET-EVENT-FOUND
               SUBTRACT 1 FROM WS-NET-IDX
           END-IF.

       ADD-NET-EVENT.
           IF WS-NET-COUNT NOT < WS-NET-MAX
               SET NETTING-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-NET-COUNT
               MOVE WS-NET-COUNT TO WS-NET-IDX
               MOVE EVT-TYPE TO ENT-EVENT-TYPE(WS-NET-IDX)
               MOVE EVT-ACCT-NR TO ENT-ACCT-NR(WS-NET-IDX)
               MOVE EVT-REFERENCE TO ENT-REFERENCE(WS-NET-IDX)
               SET NET-EVENT-FOUND TO TRUE
           END-IF.

      * each netted event still standing is paid once its date has
      * come; one a reversal left cancelled matters only if an
      * earlier run already paid it, when it is held as corrected
       COLLECT-NETTED-EVENTS.
           PERFORM VARYING WS-NET-IDX FROM 1 BY 1
                   UNTIL WS-NET-IDX > WS-NET-COUNT
               PERFORM COLLECT-ONE-NETTED-EVENT
           END-PERFORM.

       COLLECT-ONE-NETTED-EVENT.
           MOVE ENT-EVENT-TYPE(WS-NET-IDX) TO EVT-TYPE.
           MOVE ENT-ACCT-NR(WS-NET-IDX) TO EVT-ACCT-NR.
           MOVE ENT-REFERENCE(WS-NET-IDX) TO EVT-REFERENCE.
           MOVE ENT-BANK-BRANCH(WS-NET-IDX) TO EVT-BANK-BRANCH.
           MOVE ENT-BANK-ACCT(WS-NET-IDX) TO EVT-BANK-ACCT.
           IF EVT-TYPE = 'IP'
               MOVE WS-GL-INT-PAYABLE TO EVT-GL-ACCOUNT
           ELSE
               MOVE WS-GL-DEPOSIT-LIAB TO EVT-GL-ACCOUNT
           END-IF.
           IF ENT-IS-LIVE(WS-NET-IDX)
               MOVE ENT-AMOUNT(WS-NET-IDX) TO EVT-AMOUNT
               IF ENT-DUE-DATE(WS-NET-IDX) NOT > WS-RUN-DATE
                   PERFORM DISBURSE-ONE-EVENT
               END-IF
           ELSE
               MOVE ZEROS TO EVT-AMOUNT
               PERFORM FIND-HISTORY-ENTRY
               IF EVENT-ALREADY-PAID
                   PERFORM DISBURSE-ONE-EVENT
               END-IF
           END-IF.

      * the escheat extract carries no balance - the account's
      * principal on the CITERMS master is what the house holds
      * for the owner and remits to the administrator
       COLLECT-ESCHEATMENTS.
           OPEN INPUT ESCH-EXT-FILE.
           IF WS-ESCH-STATUS = '00'
               PERFORM READ-ESCHEAT-RECORD
               PERFORM UNTIL WS-ESCH-STATUS NOT = '00'
                   MOVE 'ES' TO EVT-TYPE
                   MOVE ESX-ACCT-NR TO EVT-ACCT-NR
                   MOVE SPACES TO EVT-REFERENCE
                   MOVE ESX-FIRST-DORMANT TO EVT-REFERENCE(1:8)
                   MOVE SPACES TO EVT-BANK-BRANCH
                   MOVE SPACES TO EVT-BANK-ACCT
                   MOVE WS-GL-DEPOSIT-LIAB TO EVT-GL-ACCOUNT
                   PERFORM LOOKUP-TERMS
                   IF TERMS-FOUND
                       MOVE CIT-PRINCIPAL TO EVT-AMOUNT
                   ELSE
                       MOVE ZEROS TO EVT-AMOUNT
                   END-IF
                   PERFORM DISBURSE-ONE-EVENT
                   PERFORM READ-ESCHEAT-RECORD
               END-PERFORM
               CLOSE ESCH-EXT-FILE
           END-IF.

       READ-ESCHEAT-RECORD.
           READ ESCH-EXT-FILE
               AT END
                   MOVE '10' TO WS-ESCH-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * an event already on the history at the amount paid was
      * paid by an earlier run and is passed over quietly; one the
      * history shows paid at another amount was corrected after
      * payment and is held for the difference to be settled by
      * hand.  one with nothing to pay, no payee, or a hold in
      * force on the account is held on the register and offered
      * again next run
       DISBURSE-ONE-EVENT.
           PERFORM FIND-HISTORY-ENTRY.
           IF EVENT-ALREADY-PAID
                   AND DHT-AMOUNT(WS-HIST-HIT) = EVT-AMOUNT
               ADD 1 TO WS-SEEN-COUNT
           ELSE
               MOVE SPACES TO EVT-HOLD-REASON
               EVALUATE TRUE
                   WHEN EVENT-ALREADY-PAID
                       MOVE 'CORRECTED AFTER PAYMENT ' TO
                           EVT-HOLD-REASON
                   WHEN EVT-AMOUNT = ZEROS
                       MOVE 'NOTHING TO PAY          ' TO
                           EVT-HOLD-REASON
                   WHEN OTHER
                       PERFORM RESOLVE-PAYEE
               END-EVALUATE
               IF EVT-HOLD-REASON = SPACES
                       AND EVT-TYPE NOT = 'ES'
                   MOVE EVT-ACCT-NR TO HOLD-CHK-ACCT-NR
                   MOVE WS-RUN-DATE TO HOLD-CHK-DATE
                   PERFORM CHECK-ACCOUNT-HOLDS
                   IF HOLD-CHK-IN-FORCE
                       MOVE 'HOLD IN FORCE           ' TO
                           EVT-HOLD-REASON
                   END-IF
               END-IF
               IF EVT-HOLD-REASON = SPACES
                       AND WS-HIST-COUNT NOT < WS-HIST-MAX
                   MOVE 'HISTORY TABLE FULL      ' TO
                       EVT-HOLD-REASON
               END-IF
               IF EVT-HOLD-REASON NOT = SPACES
                   PERFORM REGISTER-HELD-EVENT
               ELSE
                   PERFORM PAY-ONE-EVENT
               END-IF
           END-IF.

       FIND-HISTORY-ENTRY.
           MOVE 'N' TO WS-HIST-FOUND-SW.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
                       OR EVENT-ALREADY-PAID
               IF DHT-EVENT-TYPE(WS-HIST-IDX) = EVT-TYPE
                       AND DHT-ACCT-NR(WS-HIST-IDX) = EVT-ACCT-NR
                       AND DHT-REFERENCE(WS-HIST-IDX) =
                           EVT-REFERENCE
                   SET EVENT-ALREADY-PAID TO TRUE
                   MOVE WS-HIST-IDX TO WS-HIST-HIT
               END-IF
           END-PERFORM.

      * escheatment goes to the administrator; a customer is paid
      * by transfer to the bank details the event or the master
      * carries, otherwise by cheque to the master's address
       RESOLVE-PAYEE.
           MOVE SPACES TO EVT-PAYEE-NAME.
           MOVE SPACES TO EVT-ADDR-LINE-1.
           MOVE SPACES TO EVT-ADDR-LINE-2.
           IF EVT-TYPE = 'ES'
               SET EVT-TO-ESCHEAT TO TRUE
               MOVE WS-ESCHEAT-PAYEE TO EVT-PAYEE-NAME
           ELSE
               PERFORM LOOKUP-CUSTOMER
               IF CUSTOMER-FOUND
                   MOVE CUST-NAME TO EVT-PAYEE-NAME
                   MOVE CUST-ADDR-LINE-1 TO EVT-ADDR-LINE-1
                   MOVE CUST-ADDR-LINE-2 TO EVT-ADDR-LINE-2
               END-IF
               IF EVT-BANK-BRANCH = SPACES
                       OR EVT-BANK-ACCT = SPACES
                   PERFORM LOOKUP-TERMS
                   IF TERMS-FOUND
                       MOVE CIT-PAYOUT-BRANCH TO EVT-BANK-BRANCH
                       MOVE CIT-PAYOUT-ACCT TO EVT-BANK-ACCT
                   END-IF
               END-IF
               IF EVT-BANK-BRANCH NOT = SPACES
                       AND EVT-BANK-ACCT NOT = SPACES
                   SET EVT-BY-TRANSFER TO TRUE
               ELSE
                   MOVE SPACES TO EVT-BANK-BRANCH
                   MOVE SPACES TO EVT-BANK-ACCT
                   IF CUSTOMER-FOUND
                       SET EVT-BY-CHEQUE TO TRUE
                   ELSE
                       MOVE 'NO PAYEE ON FILE        ' TO
                           EVT-HOLD-REASON
                   END-IF
               END-IF
           END-IF.

       LOOKUP-TERMS.
           MOVE 'N' TO WS-TERMS-FOUND-SW.
           IF CITERMS-IS-OPEN
               MOVE EVT-ACCT-NR TO CIT-ACCT-NR
               READ CI-TERMS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET TERMS-FOUND TO TRUE
               END-READ
           END-IF.

       LOOKUP-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SW.
           IF CUSTFILE-IS-OPEN
               MOVE EVT-ACCT-NR TO CUST-ACCT-NR
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CUSTOMER-FOUND TO TRUE
               END-READ
           END-IF.

      * one payment - the bank detail (and the address behind a
      * cheque), the balanced GL pair, the register line, and the
      * history entry that keeps it from being paid again
       PAY-ONE-EVENT.
           MOVE EVT-TYPE TO BD-EVENT-TYPE.
           MOVE EVT-ACCT-NR TO BD-ACCT-NR.
           MOVE EVT-METHOD TO BD-METHOD.
           MOVE EVT-BANK-BRANCH TO BD-BANK-BRANCH.
           MOVE EVT-BANK-ACCT TO BD-BANK-ACCT.
           MOVE EVT-PAYEE-NAME TO BD-PAYEE-NAME.
           MOVE EVT-AMOUNT TO BD-AMOUNT.
           MOVE EVT-REFERENCE TO BD-REFERENCE.
           WRITE BANK-RECORD FROM BANK-DETAIL-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           IF EVT-BY-CHEQUE
               MOVE EVT-ADDR-LINE-1 TO BA-ADDR-LINE-1
               MOVE EVT-ADDR-LINE-2 TO BA-ADDR-LINE-2
               WRITE BANK-RECORD FROM BANK-ADDRESS-RECORD
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-IF.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD EVT-AMOUNT TO WS-PAID-TOTAL.

           PERFORM WRITE-GL-PAIR.
           IF EVT-BY-TRANSFER
                   AND (EVT-TYPE = 'PW' OR EVT-TYPE = 'IP')
               PERFORM WRITE-WIRE-FEE-EVENT
           END-IF.

           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 6
               IF SRC-TYPE(WS-SRC-IDX) = EVT-TYPE
                   MOVE WS-SRC-IDX TO WS-SRC-SLOT
               END-IF
           END-PERFORM.
           ADD 1 TO SRC-COUNT(WS-SRC-SLOT).
           ADD EVT-AMOUNT TO SRC-AMOUNT(WS-SRC-SLOT).

           ADD 1 TO WS-HIST-COUNT.
           MOVE EVT-TYPE TO DHT-EVENT-TYPE(WS-HIST-COUNT).
           MOVE EVT-ACCT-NR TO DHT-ACCT-NR(WS-HIST-COUNT).
           MOVE EVT-REFERENCE TO DHT-REFERENCE(WS-HIST-COUNT).
           MOVE WS-RUN-DATE TO DHT-PAY-DATE(WS-HIST-COUNT).
           MOVE EVT-AMOUNT TO DHT-AMOUNT(WS-HIST-COUNT).

           EVALUATE TRUE
               WHEN EVT-BY-TRANSFER
                   MOVE 'PAID BY TRANSFER        ' TO RPT-OUTCOME
               WHEN EVT-BY-CHEQUE
                   MOVE 'PAID BY CHEQUE          ' TO RPT-OUTCOME
               WHEN OTHER
                   MOVE 'REMITTED AS ESCHEAT     ' TO RPT-OUTCOME
           END-EVALUATE.
           PERFORM WRITE-REGISTER-DETAIL.

      * the money leaves the liability it was held in and lands in
      * bank clearing until the bank settles the file
       WRITE-GL-PAIR.
           MOVE 'D' TO GLP-DR-CR.
           MOVE EVT-GL-ACCOUNT TO GLP-GL-ACCOUNT.
           MOVE EVT-ACCT-NR TO GLP-SOURCE-ID.
           MOVE WS-RUN-DATE TO GLP-POST-DATE.
           MOVE EVT-AMOUNT TO GLP-AMOUNT.
           MOVE SPACE TO GLP-ADJ-MARK.
           WRITE GL-POST-RECORD.
           ADD EVT-AMOUNT TO WS-DEBIT-TOTAL.
           IF EVT-GL-ACCOUNT = WS-GL-INT-PAYABLE
               ADD EVT-AMOUNT TO WS-INT-DEBIT-TOTAL
           ELSE
               ADD EVT-AMOUNT TO WS-DEP-DEBIT-TOTAL
           END-IF.

           MOVE 'C' TO GLP-DR-CR.
           MOVE WS-GL-BANK-CLEARING TO GLP-GL-ACCOUNT.
           WRITE GL-POST-RECORD.
           ADD EVT-AMOUNT TO WS-CREDIT-TOTAL.
           ADD 2 TO RUNLOG-WRITTEN-COUNT.

      * the wire is charged to the account it left, under the
      * payment's source and reference so a payment offered again
      * is never charged twice
       WRITE-WIRE-FEE-EVENT.
           OPEN EXTEND FEE-EVENT-FILE.
           IF WS-FEV-STATUS NOT = '00'
               OPEN OUTPUT FEE-EVENT-FILE
           END-IF.
           IF WS-FEV-STATUS = '00'
               MOVE EVT-ACCT-NR TO FEV-ACCT-NR
               MOVE 'W' TO FEV-TYPE-CD
               MOVE WS-RUN-DATE TO FEV-EVENT-DATE
               MOVE WS-RUN-DATE TO FEV-RUN-DATE
               MOVE SPACES TO FEV-REFERENCE
               MOVE EVT-TYPE TO FEV-REFERENCE(1:2)
               MOVE EVT-REFERENCE TO FEV-REFERENCE(3:12)
               MOVE EVT-AMOUNT TO FEV-BASE-AMT
               MOVE 'N' TO FEV-PRICED-SW
               MOVE ZEROS TO FEV-FEE-AMT
               MOVE 'DEPOSIT-DISBURSE' TO FEV-SOURCE-ID
               WRITE FEV-RECORD
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               CLOSE FEE-EVENT-FILE
           END-IF.

       REGISTER-HELD-EVENT.
           ADD 1 TO WS-HELD-COUNT.
           MOVE SPACE TO EVT-METHOD.
           MOVE EVT-HOLD-REASON TO RPT-OUTCOME.
           PERFORM WRITE-REGISTER-DETAIL.

       WRITE-REGISTER-DETAIL.
           MOVE EVT-TYPE TO RPT-EVENT-TYPE.
           MOVE EVT-ACCT-NR TO RPT-ACCT-NR.
           MOVE EVT-REFERENCE TO RPT-REFERENCE.
           MOVE EVT-METHOD TO RPT-METHOD.
           MOVE EVT-AMOUNT TO RPT-AMOUNT.
           WRITE REGISTER-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * the value date is the generation date carried to the next
      * banking day, the same rule the payroll remittance keeps
       WRITE-HEADER-RECORD.
           MOVE CNPJ-CHK-RAW TO BH-COMPANY-CNPJ.
           MOVE WS-RUN-DATE TO BH-GEN-DATE.
           SET BDY-FUNC-NEXT-BUSDAY TO TRUE.
           MOVE WS-RUN-DATE TO BDY-DATE-IN.
           CALL 'BUSDAY-SERVICE' USING BUSDAY-PARMS.
           IF BDY-STAT-OK
               MOVE BDY-DATE-OUT TO BH-VALUE-DATE
           ELSE
               MOVE WS-RUN-DATE TO BH-VALUE-DATE
           END-IF.
           WRITE BANK-RECORD FROM BANK-HEADER-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-TRAILER-RECORD.
           MOVE WS-DETAIL-COUNT TO BT-DETAIL-COUNT.
           MOVE WS-PAID-TOTAL TO BT-PAID-TOTAL.
           WRITE BANK-RECORD FROM BANK-TRAILER-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * the register's tie-out - what each source paid, what each
      * GL account was posted, and the proof that the bank file,
      * the debits and the credits all carry the same money
       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO RPT-PROOF-LINE.
           WRITE REGISTER-LINE FROM RPT-PROOF-LINE.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 6
               MOVE SRC-LABEL(WS-SRC-IDX) TO RPT-SRC-LABEL
               MOVE SRC-COUNT(WS-SRC-IDX) TO RPT-SRC-COUNT
               MOVE SRC-AMOUNT(WS-SRC-IDX) TO RPT-SRC-AMOUNT
               WRITE REGISTER-LINE FROM RPT-SOURCE-LINE
           END-PERFORM.

           WRITE REGISTER-LINE FROM RPT-PROOF-LINE.
           MOVE 'DR ' TO RPT-GL-DR-CR.
           MOVE WS-GL-DEPOSIT-LIAB TO RPT-GL-ACCOUNT.
           MOVE 'DEPOSITS' TO RPT-GL-LABEL.
           MOVE WS-DEP-DEBIT-TOTAL TO RPT-GL-AMOUNT.
           WRITE REGISTER-LINE FROM RPT-GL-LINE.
           MOVE WS-GL-INT-PAYABLE TO RPT-GL-ACCOUNT.
           MOVE 'INTEREST PAYABLE' TO RPT-GL-LABEL.
           MOVE WS-INT-DEBIT-TOTAL TO RPT-GL-AMOUNT.
           WRITE REGISTER-LINE FROM RPT-GL-LINE.
           MOVE 'CR ' TO RPT-GL-DR-CR.
           MOVE WS-GL-BANK-CLEARING TO RPT-GL-ACCOUNT.
           MOVE 'BANK CLEARING' TO RPT-GL-LABEL.
           MOVE WS-CREDIT-TOTAL TO RPT-GL-AMOUNT.
           WRITE REGISTER-LINE FROM RPT-GL-LINE.

           MOVE WS-DETAIL-COUNT TO RPT-PAID-COUNT.
           MOVE WS-HELD-COUNT TO RPT-HELD-COUNT.
           MOVE WS-SEEN-COUNT TO RPT-SEEN-COUNT.
           WRITE REGISTER-LINE FROM RPT-TRAILER-LINE.

           IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
                   AND WS-DEBIT-TOTAL = WS-PAID-TOTAL
               MOVE 'PROOF - BANK FILE, DEBITS AND CREDITS AGREE'
                   TO RPT-PROOF-LINE
           ELSE
               MOVE 'PROOF - BANK FILE, DEBITS, CREDITS DISAGREE'
                   TO RPT-PROOF-LINE
               MOVE 8 TO WS-RUN-RC
           END-IF.
           WRITE REGISTER-LINE FROM RPT-PROOF-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-RUNLOG-START.
           MOVE 'DEPOSIT-DISBURSE' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'DEPOSIT-DISBURSE' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY CNPJCHKP.

           COPY HOLDCHKP.

           COPY BUSDTP.
