                FILE STATUS IS WS-ARCH-STATUS.

            SELECT CI-GL-FILE ASSIGN TO 'CIGLIN'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CIGL-STATUS.

            SELECT CI-SHOCK-FILE ASSIGN TO 'CISHOCK'
                ORGANIZATION IS LINE SEQUENTIAL
                RECORD KEY   IS ACR-KEY
                FILE STATUS IS WS-REL-STATUS.

            SELECT PAYOUT-EXT-FILE ASSIGN TO 'CIPAYOUT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PAYOUT-STATUS.

            SELECT TXN-LEDGER-FILE ASSIGN TO 'CITXN'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY   IS CTX-KEY
                FILE STATUS IS WS-TXN-STATUS.

            SELECT RATE-HIST-FILE ASSIGN TO 'RATEHIST'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RHIST-STATUS.

            SELECT PROMO-EXT-FILE ASSIGN TO 'CIPROMO'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PROMO-STATUS.

            SELECT HOLD-FILE ASSIGN TO 'HOLDFILE'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY   IS HLD-KEY
                FILE STATUS IS HOLD-CHK-STATUS.

            SELECT WHT-EXEMPT-FILE ASSIGN TO 'WHTEXEMPT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY   IS WHX-DOC-NR
                FILE STATUS IS WHX-CHK-STATUS.

            SELECT CI-RERUN-FILE ASSIGN TO 'CIRERUN'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RERUN-STATUS.

            SELECT CI-RERUN-RPT-FILE ASSIGN TO 'CIRERRPT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RERPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CI-PARM-FILE.
        FD  CI-ARCH-FILE.
            COPY CIARCREC.

      * the deposit transaction ledger - read here for the
      * customer's own movements and for the statement's history
      * section; entries are only ever added through TXNLEDGER
        FD  TXN-LEDGER-FILE.
            COPY CITXNREC.

      * per-period interest extract feeding the general-ledger
      * posting job, so accounting no longer re-keys the statement
      * figures into the ledger by hand.  the entry code is blank on
      * an ordinary run's record; a targeted rerun writes 'R' on the
      * record reversing what the earlier run released and 'C' on
      * its corrected replacement, both carrying the rerun's reason
      * code - CIGLIN, WHTREMIT, and CIPENEXT all follow the rule,
      * and their readers net a reversal out rather than add it
        FD  CI-GL-FILE.
        01  CI-GL-RECORD.
            05 CIGL-ACCT-NR PIC 9(10).
            05 CIGL-PERIOD PIC 9(4).
            05 CIGL-INTEREST PIC 9(8)V99.
            05 CIGL-POST-DATE PIC 9(8).
            05 CIGL-ENTRY-CD PIC X(1).
               88 CIGL-IS-REVERSAL VALUE 'R'.
            05 CIGL-REASON-CD PIC X(2).

      * penalty extract - one record per early-withdrawal penalty
      * assessed on the day's statements, feeding the penalty
      * notice run so the customer gets a formal letter instead of
      * one buried statement line.  every partial withdrawal rides
      * it too, penalty or not, so the disbursement run sees every
      * withdrawal's proceeds - the letter runs pass over a record
      * carrying no penalty.  the schedule projects the whole
      * term, so each record carries the date the withdrawal
      * actually falls - its period's end date, rolled like the
      * statement row's - and the disbursement run pays nothing
      * before that date comes
        FD  PEN-EXT-FILE.
        01  PEN-EXT-RECORD.
            05 PEX-ACCT-NR PIC 9(10).
            05 PEX-WD-PERIOD PIC 9(4).
            05 PEX-PENALTY-AMT PIC 9(8)V99.
            05 PEX-PAYOFF-AMT PIC 9(8)V99.
            05 PEX-EVENT-CD PIC X(1).
            05 PEX-ENTRY-CD PIC X(1).
               88 PEX-IS-REVERSAL VALUE 'R'.
            05 PEX-REASON-CD PIC X(2).
            05 PEX-EVENT-DATE PIC 9(8).

      * interest payout extract - one record per payout falling due
      * on the run date for an account that takes its interest out
      * instead of compounding it, appended across runs so treasury
      * pays them to the customer's own bank branch and account
        FD  PAYOUT-EXT-FILE.
        01  PAYOUT-EXT-RECORD.
            05 POX-ACCT-NR PIC 9(10).
            05 POX-RUN-DATE PIC 9(8).
            05 POX-PERIOD PIC 9(4).
            05 POX-PAYOUT-SEQ PIC 9(3).
            05 POX-PAY-DATE PIC 9(8).
            05 POX-AMOUNT PIC 9(8)V99.
            05 POX-CURRENCY-CD PIC X(03).
            05 POX-BANK-BRANCH PIC X(05).
            05 POX-BANK-ACCT PIC X(10).

      * one basis-point shock per record - a sign byte and the
      * shock magnitude, e.g. '-0200' for minus 200 basis points
            05 WRM-RUN-DATE PIC 9(8).
            05 WRM-ACCT-NR PIC 9(10).
            05 WRM-WITHHELD PIC 9(8)V99.
            05 WRM-EXEMPTED PIC 9(8)V99.
            05 WRM-CERT-NR PIC X(20).
            05 WRM-ENTRY-CD PIC X(1).
               88 WRM-IS-REVERSAL VALUE 'R'.
            05 WRM-REASON-CD PIC X(2).

      * the central-bank rate history RATE-FEED-IMPORT loads - one
      * record per tier per effective date, the index a floating
      * product resets from
        FD  RATE-HIST-FILE.
        01  RATE-HIST-RECORD.
            05 RH-EFF-DATE PIC 9(8).
            05 RH-TIER-NR PIC 9(1).
            05 RH-BALANCE-LIMIT PIC 9(9)V99.
            05 RH-RATE PIC 9(3)V99.

      * promotion extract - one record per account run under a
      * promotional rate, appended across runs for the campaign
      * report: the campaign, the account's origination, and what
      * the bonus rate cost over the term against the product's
      * standard terms.  the cost keys as a sign byte and its
      * magnitude
        FD  PROMO-EXT-FILE.
        01  PROMO-EXT-RECORD.
            05 PMX-ACCT-NR PIC 9(10).
            05 PMX-RUN-DATE PIC 9(8).
            05 PMX-PROD-CODE PIC X(06).
            05 PMX-CAMPAIGN-START PIC 9(8).
            05 PMX-CAMPAIGN-END PIC 9(8).
            05 PMX-PROMO-RATE PIC 9(2)V99.
            05 PMX-PROMO-PERIODS PIC 9(2).
            05 PMX-OPEN-DATE PIC 9(8).
            05 PMX-PRINCIPAL PIC 9(8)V99.
            05 PMX-PROMO-INTEREST PIC 9(9)V99.
            05 PMX-STD-INTEREST PIC 9(9)V99.
            05 PMX-COST-SIGN PIC X(01).
            05 PMX-BONUS-COST PIC 9(9)V99.

      * the legal hold and lien master HOLD-MAINT keeps - a hold in
      * force refuses the early withdrawal and limits the partial
        FD  HOLD-FILE.
            COPY HOLDREC.

      * the withholding exemption register WHTEXEMPT-MAINT keeps -
      * a depositor holding a valid certificate is withheld at the
      * certificate's rate rather than the jurisdiction's
        FD  WHT-EXEMPT-FILE.
            COPY WHXREC.

      * the targeted-rerun selection - one record per account to be
      * recomputed and the reason code the corrections carry
        FD  CI-RERUN-FILE.
        01  CI-RERUN-RECORD.
            05 CRR-ACCT-NR PIC 9(10).
            05 CRR-REASON-CD PIC X(02).

      * before-and-after figures of each rerun account, appended
      * across the reruns of the day
        FD  CI-RERUN-RPT-FILE.
        01  CI-RERUN-RPT-LINE PIC X(80).

        WORKING-STORAGE SECTION.
          01 WS-STMT-STATUS PIC XX.
      * statement lines put out, reported to RUNLOG at end of job
          01 RUNLOG-READ-COUNT PIC 9(7) VALUE ZEROS.
          01 RUNLOG-WRITTEN-COUNT PIC 9(7) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
          01 WS-RUN-RC PIC 9(2) VALUE ZEROS.

          COPY RUNLOGW.

      * the processing date - the BUSDATE control file's business
      * date, never the machine clock, so a run that crosses
      * midnight or a rerun next morning dates its statement,
      * ledger extract, and archive to the business day processed
          COPY BUSDTW.

      * statement archive - every line written to CISTMT is also
      * written to the keyed archive under account/run-date/line-seq
      * so a disputed statement months later is a reprint, not a
          01 PRIMARY-NAME PIC X(30).
          01 PRIMARY-ADDR-LINE-1 PIC X(30).
          01 PRIMARY-ADDR-LINE-2 PIC X(30).
          01 PRIMARY-DOC-NR PIC X(14).
          01 HOLDER-DOC-NR PIC X(14) VALUE SPACES.

      * real calendar dates on the schedule - each period's end
      * date is struck from the origination date through the
              05 FILLER           PIC X(10) VALUE ' PENALTY  '.
              05 RPT-PWD-PENALTY  PIC $$$,$$$,$$9.99.

      * legal holds - a withdrawal may not break a hold in force on
      * its date.  the early withdrawal pays the whole balance out,
      * so any hold refuses it; the partial withdrawal is cut back
      * to the balance the holds leave free, and refused when none
      * is.  the statement notes each refusal or cut
          COPY HOLDCHKW.
          01 HOLD-FREE-AMT PIC 9(8)V99.

          01 RPT-HOLD-LINE.
              05 FILLER           PIC X(01) VALUE SPACES.
              05 RPT-HLD-EVENT    PIC X(16).
              05 FILLER           PIC X(11) VALUE ' AT PERIOD '.
              05 RPT-HLD-PERIOD   PIC Z9.
              05 FILLER           PIC X(03) VALUE ' - '.
              05 RPT-HLD-ACTION   PIC X(08).
              05 FILLER           PIC X(12) VALUE ' UNDER HOLD '.
              05 RPT-HLD-REF      PIC X(16).

      * interest payout - an account whose terms carry a payout
      * instruction is credited at the payout frequency, and each
      * step's interest is paid out to the named bank branch and
      * account rather than added back to the balance, so the
      * principal stays flat and the interest is simple.  the
      * payouts print under each schedule row, and the ones falling
      * due on the run date go to the CIPAYOUT extract for treasury
          01 WS-PAYOUT-STATUS PIC XX.
          01 PAYOUT-CD PIC X(01) VALUE SPACE.
             88 INTEREST-PAID-OUT VALUES 'M' 'Q'.
          01 PAYOUT-BRANCH PIC X(05) VALUE SPACES.
          01 PAYOUT-ACCT PIC X(10) VALUE SPACES.
          01 SCHED-STEP-PAYOUT PIC 9(8)V99.
          01 SCHED-PERIOD-PAYOUT PIC 9(8)V99.
          01 WS-PAYOUT-DATE PIC 9(8).
          01 WS-PAYOUT-DATE-R REDEFINES WS-PAYOUT-DATE.
             05 WS-PAYOUT-YYYY PIC 9(4).
             05 WS-PAYOUT-MM   PIC 9(2).
             05 WS-PAYOUT-DD   PIC 9(2).
          01 WS-PAYOUT-MONTHS PIC 9(4).
          01 WS-PAYOUT-YEARS PIC 9(4).

          01 RPT-PAYOUT-LINE.
              05 FILLER           PIC X(01) VALUE SPACES.
              05 FILLER           PIC X(22) VALUE
                  'INTEREST PAID OUT     '.
              05 RPT-PYO-AMT      PIC $$$,$$$,$$9.99.
              05 FILLER           PIC X(11) VALUE ' TO BRANCH '.
              05 RPT-PYO-BRANCH   PIC X(05).
              05 FILLER           PIC X(09) VALUE ' ACCOUNT '.
              05 RPT-PYO-ACCT     PIC X(10).

      * deposit transaction ledger - the customer's own deposits
      * and withdrawals on CITXN since the term started are loaded
      * once and applied to the schedule at the close of the
      * period they fall in, the point the extra payment and the
      * partial withdrawal land, so a top-up earns from the next
      * period boundary.  on the live pass every interest credit,
      * payout, penalty, withdrawal, and tax figure the schedule
      * strikes is posted back to the ledger through TXNLEDGER
      * once its date has come, and the account's ledger prints on
      * the statement as its transaction history.  each posting's
      * reference is the term's start date, the period, and a slot
      * - zero for the period's own interest and tax, the step
      * number for a payout, 900 the extra payment, 910 the
      * partial withdrawal, 920 the early withdrawal - so a rerun
      * never posts the same event twice
          01 WS-TXN-STATUS PIC XX.
          01 WS-MVT-COUNT PIC 9(3) VALUE ZEROS.
          01 WS-MVT-IDX PIC 9(3).
          01 MOVEMENT-TABLE.
              05 MOVEMENT-ENTRY OCCURS 300 TIMES.
                  10 MVT-DATE PIC 9(8).
                  10 MVT-CD PIC X(01).
                  10 MVT-AMOUNT PIC 9(8)V99.
                  10 MVT-APPLIED-SW PIC X(01).
          01 WS-MVT-FULL-SW PIC X VALUE 'N'.
             88 MOVEMENT-TABLE-FULL VALUE 'Y'.
          01 WS-LEDGER-SWEEP-SW PIC X.
             88 LEDGER-SWEEP-DONE VALUE 'Y'.
          01 WS-LEDGER-HEAD-SW PIC X.
             88 LEDGER-HEAD-PRINTED VALUE 'Y'.
          01 SCHED-PERIOD-DEPOSIT PIC 9(8)V99.
          01 WS-MVT-TAKEN-AMT PIC 9(8)V99.
          01 WS-PERIOD-BOUNDARY PIC 9(8).
          01 EXTRA-TAKEN-AMT PIC 9(8)V99.
          01 WS-LEDGER-REF.
              05 WS-LREF-START PIC 9(8).
              05 WS-LREF-PERIOD PIC 9(4).
              05 WS-LREF-SLOT PIC 9(3).
              05 WS-LREF-ADJ-NR PIC X(1) VALUE SPACE.

      * a rerun restating an amount already on the ledger posts the
      * difference as an adjusting entry under the posting's own
      * reference with an adjustment number in its last byte - the
      * first rerun takes 1, a later one the next free number - and
      * lists each one on CIRERRPT
          01 WS-LDG-POST-AMT PIC 9(8)V99.
          01 WS-LDG-STANDING PIC S9(9)V99.
          01 WS-LDG-DIFF PIC S9(9)V99.
          01 WS-LDG-ADJ-NR PIC 9(1).
          01 WS-LDG-ADJ-SW PIC X VALUE 'N'.
             88 LEDGER-ADJ-DONE VALUE 'Y'.
          01 WS-LDG-ADJ-COUNT PIC 9(2) VALUE ZEROS.
          01 WS-LDG-ADJ-IDX PIC 9(2).
          01 LEDGER-ADJ-TABLE.
              05 LEDGER-ADJ-ENTRY OCCURS 20 TIMES.
                  10 LAJ-TXN-CD PIC X(1).
                  10 LAJ-PERIOD PIC 9(4).
                  10 LAJ-SLOT PIC 9(3).
                  10 LAJ-BEFORE PIC S9(9)V99.
                  10 LAJ-AFTER PIC S9(9)V99.
          01 LEDGER-ADJ-LABEL.
              05 FILLER PIC X(07) VALUE 'LEDGER '.
              05 LAL-TXN-CD PIC X(1).
              05 FILLER PIC X(1) VALUE SPACE.
              05 LAL-PERIOD PIC 9(4).
              05 FILLER PIC X(1) VALUE '/'.
              05 LAL-SLOT PIC 9(3).

          COPY TXNLGW.

          01 LEDGER-HEADING-1 PIC X(80) VALUE
              'ACCOUNT TRANSACTIONS'.
          01 LEDGER-HEADING-2.
              05 FILLER           PIC X(30) VALUE
                  'DATE      TRANSACTION'.
              05 FILLER           PIC X(30) VALUE
                  '        AMOUNT         BALANCE'.
          01 LEDGER-DETAIL-LINE.
              05 LDG-RPT-DATE     PIC 9(08).
              05 FILLER           PIC X(02) VALUE SPACES.
              05 LDG-RPT-DESC     PIC X(18).
              05 FILLER           PIC X(02) VALUE SPACES.
              05 LDG-RPT-AMOUNT   PIC $$$,$$$,$$9.99.
              05 FILLER           PIC X(02) VALUE SPACES.
              05 LDG-RPT-BALANCE  PIC $$$,$$$,$$9.99-.

          01 IDX PIC 99.

      * amortization schedule working fields - opening/closing
              05 FILLER           PIC X(06) VALUE ' PCT  '.
              05 TIER-RPT-INT     PIC $$$,$$$,$$9.99.

      * index-linked floating rates - a product priced as index
      * plus spread ('S') or as a percentage of the index ('P')
      * resets at the term start and every FLOAT-RESET-PERIODS
      * periods after, taking the RATEHIST rate in force on the
      * reset date for its index tier, bounded by the product's
      * floor and cap, and carries that rate until the next reset.
      * the rate in force prints under each schedule row.  a reset
      * date the history does not reach keeps the rate already in
      * force, RATE itself before the first one.  a shock scenario
      * moves every reset rate by the same WS-SHOCK-ADJ
          01 WS-RHIST-STATUS PIC XX.
          01 FLOAT-INDEX-CD PIC X(01) VALUE SPACE.
             88 RATE-IS-FLOATING VALUES 'S' 'P'.
             88 INDEX-PLUS-SPREAD VALUE 'S'.
          01 FLOAT-INDEX-TIER PIC 9(01) VALUE 1.
          01 FLOAT-SPREAD PIC S9(2)V99 VALUE ZEROS.
          01 FLOAT-PCT PIC 9(3)V99 VALUE ZEROS.
          01 FLOAT-FLOOR PIC 9(2)V99 VALUE ZEROS.
          01 FLOAT-CAP PIC 9(2)V99 VALUE ZEROS.
          01 FLOAT-RESET-PERIODS PIC 9(02) VALUE 1.
          01 WS-INDEX-COUNT PIC 9(3) VALUE ZEROS.
          01 WS-INDEX-IDX PIC 9(3).
          01 INDEX-RATE-TABLE.
              05 INDEX-RATE-ENTRY OCCURS 500 TIMES.
                  10 IDXT-EFF-DATE PIC 9(8).
                  10 IDXT-RATE PIC 9(3)V99.
          01 WS-RESET-DATE PIC 9(8) VALUE ZEROS.
          01 WS-RESET-QUOT PIC 9(4).
          01 WS-RESET-REM PIC 9(4).
          01 WS-INDEX-SELECTED-DATE PIC 9(8).
          01 WS-INDEX-RATE PIC 9(3)V99 VALUE ZEROS.
          01 WS-INDEX-FOUND-SW PIC X VALUE 'N'.
             88 INDEX-RATE-FOUND VALUE 'Y'.
          01 WS-FLOAT-WORK PIC S9(5)V99.
          01 WS-PERIOD-RATE PIC 9(3)V99 VALUE ZEROS.
          01 WS-SHOCK-ADJ PIC S9(3)V99 VALUE ZEROS.

          01 FLOAT-DETAIL-LINE.
              05 FILLER           PIC X(16) VALUE
                  '  RATE IN FORCE '.
              05 FLT-RPT-RATE     PIC ZZ9.99.
              05 FILLER           PIC X(12) VALUE ' PCT  INDEX '.
              05 FLT-RPT-INDEX    PIC ZZ9.99.
              05 FILLER           PIC X(08) VALUE '  RESET '.
              05 FLT-RPT-RESET    PIC 9(8).

      * promotional (teaser) rates - an account originated inside
      * its product's campaign window earns the promotional rate
      * flat on the whole balance for the campaign's first periods,
      * then reverts to the standard rate, tiers, or index pricing.
      * the promotional periods print their rate under the row, and
      * a silent pass at the standard terms measures what the bonus
      * cost for the CIPROMO campaign extract.  a rate shock moves
      * the standard rate, never the contracted promotional one
          01 WS-PROMO-STATUS PIC XX.
          01 PROMO-RATE-WORK PIC 9(2)V99 VALUE ZEROS.
          01 PROMO-PERIODS-WORK PIC 9(2) VALUE ZEROS.
          01 PROMO-START-WORK PIC 9(8) VALUE ZEROS.
          01 PROMO-END-WORK PIC 9(8) VALUE ZEROS.
          01 WS-PROMO-SW PIC X VALUE 'N'.
             88 PROMO-APPLIES VALUE 'Y'.
          01 WS-PROMO-PERIOD-SW PIC X VALUE 'N'.
             88 PROMO-IN-FORCE VALUE 'Y'.
          01 WS-PROMO-SUPPRESS-SW PIC X VALUE 'N'.
             88 PROMO-SUPPRESSED VALUE 'Y'.
          01 WS-PASS-BASE-RATE PIC 9(3)V99.
          01 WS-PROMO-INTEREST PIC 9(9)V99.
          01 WS-BONUS-COST PIC S9(9)V99.

          01 PROMO-DETAIL-LINE.
              05 FILLER           PIC X(19) VALUE
                  '  PROMOTIONAL RATE '.
              05 PRM-RPT-RATE     PIC Z9.99.
              05 FILLER           PIC X(13) VALUE ' PCT  PERIOD '.
              05 PRM-RPT-PERIOD   PIC Z9.
              05 FILLER           PIC X(04) VALUE ' OF '.
              05 PRM-RPT-PERIODS  PIC Z9.

      * product lifecycle enforcement - a catalog entry closed to
      * new business or withdrawn refuses new-account intake (a
      * case with no origination date, or one originating today,
                  '  JURISDICTION '.
              05 WHT-RPT-JURIS    PIC X(02).

      * exemption certificates - the depositor's WHTEXEMPT entry,
      * when valid on the run date, lowers the jurisdiction's rate
      * to the certificate's; the tax the jurisdiction's rate would
      * have taken less what was withheld is the exempted amount
      * the statement and the remittance extract both show
          COPY WHXCHKW.
          01 WS-WHT-STAT-RATE PIC 9(2)V99 VALUE ZEROS.
          01 WS-WHT-STAT-TAX PIC 9(8)V99.
          01 WS-WHT-EXEMPTED PIC 9(8)V99 VALUE ZEROS.
          01 WHT-EXEMPT-LINE.
              05 FILLER           PIC X(22) VALUE
                  'TAX EXEMPTED -        '.
              05 WHT-RPT-EXEMPTED PIC $$$,$$$,$$9.99.
              05 FILLER           PIC X(15) VALUE
                  '  CERTIFICATE  '.
              05 WHT-RPT-CERT-NR  PIC X(20).

      * multi-currency support - CIPARM names the account's
      * currency and the whole schedule is stated in it; the
      * conversion summary restates the headline figures to local
              05 FILLER           PIC X(03) VALUE SPACES.
              05 GRID-TOT-INT     PIC $$$,$$$,$$9.99.

      * targeted rerun - when a CIRERUN selection list is on file
      * the run recomputes only the accounts it names; any other
      * case is skipped untouched.  a selected account's archive
      * lines for the run date are replaced the way every rerun's
      * are, and what the earlier run released to CIGLIN, WHTREMIT,
      * and CIPENEXT is reversed before the corrected figures are
      * written, so the downstream jobs see one standing set of
      * figures rather than two.  the prior figures are netted per
      * period (CIGLIN) and per withdrawal event (CIPENEXT), so a
      * second rerun of the same account reverses only what the
      * first one left standing.  each account's before and after
      * figures go to the CIRERRPT report
          01 WS-RERUN-STATUS PIC XX.
          01 WS-RERPT-STATUS PIC XX.
          01 WS-CIGL-STATUS PIC XX.
          01 WS-RERUN-MODE-SW PIC X VALUE 'N'.
             88 RERUN-MODE VALUE 'Y'.
          01 WS-SELECTED-SW PIC X VALUE 'Y'.
             88 CASE-IS-SELECTED VALUE 'Y'.
          01 WS-RERUN-REFUSED-SW PIC X VALUE 'N'.
             88 RERUN-ENTRY-REFUSED VALUE 'Y'.
          01 RERUN-REASON-CD PIC X(02) VALUE SPACES.
          01 EXTRACT-ENTRY-CD PIC X(01) VALUE SPACE.
          01 WS-PRIOR-GL-COUNT PIC 9(3) VALUE ZEROS.
          01 WS-PRIOR-IDX PIC 9(3).
          01 PRIOR-GL-TABLE.
              05 PRIOR-GL-ENTRY OCCURS 99 TIMES.
                  10 PGL-INTEREST PIC S9(9)V99.
                  10 PGL-POST-DATE PIC 9(8).
          01 PRIOR-WHT-WITHHELD PIC S9(9)V99 VALUE ZEROS.
          01 PRIOR-WHT-EXEMPTED PIC S9(9)V99 VALUE ZEROS.
          01 PRIOR-WHT-JURIS PIC X(02) VALUE SPACES.
          01 PRIOR-WHT-CERT PIC X(20) VALUE SPACES.
          01 WS-PRIOR-PEN-COUNT PIC 9(2) VALUE ZEROS.
          01 WS-PRIOR-PEN-IDX PIC 9(2).
          01 PRIOR-PEN-TABLE.
              05 PRIOR-PEN-ENTRY OCCURS 10 TIMES.
                  10 PPN-WD-PERIOD PIC 9(4).
                  10 PPN-EVENT-CD PIC X(1).
                  10 PPN-EVENT-DATE PIC 9(8).
                  10 PPN-PENALTY-AMT PIC S9(9)V99.
                  10 PPN-PAYOFF-AMT PIC S9(9)V99.
          01 WS-PEN-FOUND-SW PIC X VALUE 'N'.
             88 PRIOR-PEN-FOUND VALUE 'Y'.

      * the extract figures this run put out, reported on a rerun
      * against what the earlier run had standing
          01 RERUN-FIGURES.
              05 RRF-GL-BEFORE PIC S9(9)V99 VALUE ZEROS.
              05 RRF-GL-AFTER PIC S9(9)V99 VALUE ZEROS.
              05 RRF-WHT-BEFORE PIC S9(9)V99 VALUE ZEROS.
              05 RRF-WHT-AFTER PIC S9(9)V99 VALUE ZEROS.
              05 RRF-EXM-BEFORE PIC S9(9)V99 VALUE ZEROS.
              05 RRF-EXM-AFTER PIC S9(9)V99 VALUE ZEROS.
              05 RRF-PEN-BEFORE PIC S9(9)V99 VALUE ZEROS.
              05 RRF-PEN-AFTER PIC S9(9)V99 VALUE ZEROS.
              05 RRF-PAY-BEFORE PIC S9(9)V99 VALUE ZEROS.
              05 RRF-PAY-AFTER PIC S9(9)V99 VALUE ZEROS.
          01 WS-RRD-BEFORE PIC S9(9)V99.
          01 WS-RRD-AFTER PIC S9(9)V99.

          01 RERUN-HEADING-LINE.
              05 FILLER           PIC X(16) VALUE
                  'RERUN - ACCOUNT '.
              05 RRH-ACCT-NR      PIC 9(10).
              05 FILLER           PIC X(11) VALUE '  RUN DATE '.
              05 RRH-RUN-DATE     PIC 9(08).
              05 FILLER           PIC X(09) VALUE '  REASON '.
              05 RRH-REASON-CD    PIC X(02).
          01 RERUN-COLUMN-LINE.
              05 FILLER           PIC X(29) VALUE '  FIGURE'.
              05 FILLER           PIC X(19) VALUE 'BEFORE'.
              05 FILLER           PIC X(05) VALUE 'AFTER'.
          01 RERUN-DETAIL-LINE.
              05 FILLER           PIC X(02) VALUE SPACES.
              05 RRD-LABEL        PIC X(18).
              05 RRD-BEFORE       PIC $$$,$$$,$$9.99-.
              05 FILLER           PIC X(03) VALUE SPACES.
              05 RRD-AFTER        PIC $$$,$$$,$$9.99-.
              05 FILLER           PIC X(03) VALUE SPACES.
              05 RRD-CHANGE-MARK  PIC X(07).

        PROCEDURE DIVISION.

           MOVE 'COMPOUND-INTEREST' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM GET-PARAMETERS.
           EVALUATE TRUE
               WHEN RERUN-ENTRY-REFUSED
                   MOVE 8 TO WS-RUN-RC
               WHEN NOT CASE-IS-SELECTED
                   CONTINUE
               WHEN INTAKE-WAS-REFUSED OR ACCOUNT-IS-CLOSED
                   MOVE 8 TO WS-RUN-RC
               WHEN OTHER
                   PERFORM CALCULATE-AMOUNT
                   CLOSE CI-STMT-FILE
                   IF ARCHIVE-IS-OPEN
                       CLOSE CI-ARCH-FILE
                   END-IF
           END-EVALUATE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

      * read the loan parameters from CIPARM so operations can run
               CLOSE CI-PARM-FILE
           END-IF.

           PERFORM CHECK-RERUN-SELECTION.
           IF CASE-IS-SELECTED
               PERFORM RESOLVE-CASE-TERMS
           END-IF.

      * the case's terms, its standing, and its compounding
      * frequency - everything the run needs settled before the
      * schedule is struck
        RESOLVE-CASE-TERMS.
           PERFORM CHECK-ACCOUNT-CLOSED.
           PERFORM TAKE-MASTER-TERMS.
           PERFORM VET-ACCOUNT-NUMBER.
      * a deck cut before the origination-date field existed is
      * taken as originating on the run date
           IF SCHED-START-DATE = ZEROS
               MOVE BDT-BUS-DATE TO SCHED-START-DATE
           END-IF.
           PERFORM RESOLVE-PROMO-ELIGIBILITY.

      * a payout account is credited at its payout frequency, so
      * every compounding step is one payout interval
           IF INTEREST-PAID-OUT
               MOVE PAYOUT-CD TO FREQ-CD
           END-IF.

           EVALUATE TRUE
                   MOVE 1 TO PERIODS-PER-YEAR
           END-EVALUATE.

      * a CIRERUN selection list on file puts the run in targeted
      * rerun mode: a case whose account is on the list is
      * recomputed and its extracts corrected under the list's
      * reason code, any other case - one with no account number
      * included - is skipped without a statement or an extract.
      * an entry with no reason code is refused, since the
      * corrections it would write could not say why they were
      * made.  with no list on file every case runs as it always
      * has
        CHECK-RERUN-SELECTION.
           OPEN INPUT CI-RERUN-FILE.
           IF WS-RERUN-STATUS = '00'
               SET RERUN-MODE TO TRUE
               MOVE 'N' TO WS-SELECTED-SW
               PERFORM READ-RERUN-RECORD
               PERFORM UNTIL WS-RERUN-STATUS NOT = '00'
                       OR CASE-IS-SELECTED
                   IF ACCT-NR > ZEROS
                           AND CRR-ACCT-NR IS NUMERIC
                           AND CRR-ACCT-NR = ACCT-NR
                       SET CASE-IS-SELECTED TO TRUE
                       MOVE CRR-REASON-CD TO RERUN-REASON-CD
                   ELSE
                       PERFORM READ-RERUN-RECORD
                   END-IF
               END-PERFORM
               CLOSE CI-RERUN-FILE
               EVALUATE TRUE
                   WHEN NOT CASE-IS-SELECTED
                       DISPLAY 'COMPOUND-INTEREST: ACCOUNT ' ACCT-NR
                           ' NOT ON CIRERUN - CASE SKIPPED'
                   WHEN RERUN-REASON-CD = SPACES
                       DISPLAY 'COMPOUND-INTEREST: CIRERUN ENTRY '
                           'FOR ' ACCT-NR ' CARRIES NO REASON - '
                           'CASE REFUSED'
                       MOVE 'N' TO WS-SELECTED-SW
                       SET RERUN-ENTRY-REFUSED TO TRUE
                   WHEN OTHER
                       MOVE 'C' TO EXTRACT-ENTRY-CD
                       DISPLAY 'COMPOUND-INTEREST: RERUN OF ACCOUNT '
                           ACCT-NR ' REASON ' RERUN-REASON-CD
               END-EVALUATE
           END-IF.

        READ-RERUN-RECORD.
           READ CI-RERUN-FILE
               AT END
                   MOVE '10' TO WS-RERUN-STATUS
           END-READ.

      * intake enforcement of the shared mod-11 check - only a new
      * account, recognizable by an origination date of today, must
      * prove out before anything keys on it; a failing new number
      * or earlier) run unvetted until the renumbering the
      * ACCT-CHECK-CONVERT inventory is planning
        VET-ACCOUNT-NUMBER.
           MOVE BDT-BUS-DATE TO WS-INTAKE-DATE.
           IF ACCT-NR > ZEROS
                   AND SCHED-START-DATE = WS-INTAKE-DATE
               MOVE ACCT-NR TO ACCT-CHK-RAW
                               MOVE PROD-BASIS-CD TO BASIS-CD
                           END-IF
                           PERFORM CAPTURE-TIER-TERMS
                           PERFORM CAPTURE-INDEX-TERMS
                           PERFORM CAPTURE-PROMO-TERMS
                   END-READ
                   CLOSE PROD-CAT-FILE
               END-IF
                                   OR 'Q'
                               MOVE CIT-CYCLE-CD TO CYCLE-CD
                           END-IF
                           IF CIT-PAYOUT-CD = 'M' OR 'Q'
                               MOVE CIT-PAYOUT-CD TO PAYOUT-CD
                               MOVE CIT-PAYOUT-BRANCH TO
                                   PAYOUT-BRANCH
                               MOVE CIT-PAYOUT-ACCT TO PAYOUT-ACCT
                           END-IF
                   END-READ
                   CLOSE CI-TERMS-FILE
               END-IF
               END-PERFORM
           END-IF.

      * a rerun's disposition was registered by the run it corrects
           IF NOT RERUN-MODE
               PERFORM WRITE-CYCLE-SUMMARY
           END-IF.
           IF NOT STATEMENT-IS-DUE
               DISPLAY 'COMPOUND-INTEREST: CYCLE '
                   WS-EFFECTIVE-CYCLE ' NOT DUE - STATEMENT '
               OPEN OUTPUT CYC-SUM-FILE
           END-IF.
           IF WS-CYCSUM-STATUS = '00'
               MOVE BDT-BUS-DATE TO WS-RUN-DATE
               MOVE SPACES TO CYC-SUM-RECORD
               MOVE ACCT-NR TO CYS-ACCT-NR
               MOVE WS-RUN-DATE TO CYS-RUN-DATE
               END-PERFORM
           END-IF.

      * a catalog entry cut before the index fields existed, or a
      * tiered product, stays on its fixed or tiered rates; an
      * index tier or reset interval of zero means tier 1 and
      * every period
        CAPTURE-INDEX-TERMS.
           IF TIER-COUNT-WORK = ZERO
                   AND (PROD-INDEX-CD = 'S' OR 'P')
                   AND PROD-INDEX-TIER IS NUMERIC
                   AND PROD-INDEX-SPREAD IS NUMERIC
                   AND PROD-INDEX-PCT IS NUMERIC
                   AND PROD-RATE-FLOOR IS NUMERIC
                   AND PROD-RATE-CAP IS NUMERIC
                   AND PROD-RESET-PERIODS IS NUMERIC
               MOVE PROD-INDEX-CD TO FLOAT-INDEX-CD
               IF PROD-INDEX-TIER > ZERO
                       AND PROD-INDEX-TIER <= 5
                   MOVE PROD-INDEX-TIER TO FLOAT-INDEX-TIER
               END-IF
               MOVE PROD-INDEX-SPREAD TO FLOAT-SPREAD
               MOVE PROD-INDEX-PCT TO FLOAT-PCT
               MOVE PROD-RATE-FLOOR TO FLOAT-FLOOR
               MOVE PROD-RATE-CAP TO FLOAT-CAP
               IF PROD-RESET-PERIODS > ZERO
                   MOVE PROD-RESET-PERIODS TO FLOAT-RESET-PERIODS
               END-IF
           END-IF.

      * a catalog entry cut before the promotion fields existed
      * carries blanks there and runs no promotion
        CAPTURE-PROMO-TERMS.
           IF PROD-PROMO-RATE IS NUMERIC
                   AND PROD-PROMO-PERIODS IS NUMERIC
                   AND PROD-PROMO-START IS NUMERIC
                   AND PROD-PROMO-END IS NUMERIC
               MOVE PROD-PROMO-RATE TO PROMO-RATE-WORK
               MOVE PROD-PROMO-PERIODS TO PROMO-PERIODS-WORK
               MOVE PROD-PROMO-START TO PROMO-START-WORK
               MOVE PROD-PROMO-END TO PROMO-END-WORK
           END-IF.

      * the promotion belongs to accounts originated inside the
      * campaign window - a zero end date leaves the campaign open
        RESOLVE-PROMO-ELIGIBILITY.
           IF PROMO-PERIODS-WORK > ZERO
                   AND PROMO-START-WORK > ZEROS
                   AND SCHED-START-DATE NOT < PROMO-START-WORK
                   AND (PROMO-END-WORK = ZEROS
                       OR SCHED-START-DATE NOT > PROMO-END-WORK)
               SET PROMO-APPLIES TO TRUE
           END-IF.

      * a proposed, closed-to-new, or withdrawn product takes no
      * new accounts - existing accounts, recognizable by an
      * origination date before today or by no origination date at
           IF PROD-STATE-ACTIVE
               CONTINUE
           ELSE
               MOVE BDT-BUS-DATE TO WS-INTAKE-DATE
               IF SCHED-START-DATE > ZEROS
                       AND SCHED-START-DATE = WS-INTAKE-DATE
                   DISPLAY 'COMPOUND-INTEREST: PRODUCT ' PRODUCT-CD
           IF WS-STMT-STATUS NOT = '00'
               DISPLAY 'COMPOUND-INTEREST: UNABLE TO OPEN CI-STMT-FILE'
           ELSE
               IF RERUN-MODE
                   PERFORM REVERSE-PRIOR-EXTRACTS
               ELSE
                   OPEN OUTPUT CI-GL-FILE
               END-IF
               PERFORM OPEN-ARCHIVE
               PERFORM WRITE-CUSTOMER-HEADING
               MOVE RPT-HEADING-1 TO WS-STMT-LINE
               PERFORM WRITE-STATEMENT-LINE

               PERFORM LOOKUP-WITHHOLDING-RATE
               PERFORM LOAD-LEDGER-MOVEMENTS
               IF RATE-IS-FLOATING
                   PERFORM LOAD-INDEX-TABLE
               END-IF
               MOVE 'L' TO WS-PASS-MODE-SW
               MOVE ZEROS TO WS-SHOCK-ADJ
               MOVE RATE TO WS-RUN-RATE
               PERFORM RUN-SCHEDULE
               PERFORM WRITE-LEDGER-SECTION
               PERFORM WRITE-WITHHOLDING-SECTION
               PERFORM WRITE-CONVERSION-SUMMARY
               IF PROMO-APPLIES AND ACCT-NR > ZEROS
                   PERFORM MEASURE-PROMO-COST
               END-IF

               PERFORM RUN-SHOCK-SCENARIOS
               CLOSE CI-GL-FILE
               IF RERUN-MODE
                   PERFORM WRITE-RERUN-REPORT
               END-IF

               IF STATEMENT-IS-DUE AND ACCT-NR > ZEROS
                   MOVE ACCT-NR TO CLOG-ACCT-NR
           MOVE PRINCIPAL TO SCHED-OPEN-BAL.
           MOVE 'N' TO WS-WITHDRAWN-SW.
           MOVE ZEROS TO WS-TOTAL-INTEREST.
           MOVE RATE TO WS-PERIOD-RATE.
           MOVE WS-RUN-RATE TO WS-PASS-BASE-RATE.
           MOVE ZEROS TO WS-INDEX-RATE.
           MOVE ZEROS TO WS-RESET-DATE.
           PERFORM VARYING WS-MVT-IDX FROM 1 BY 1
                   UNTIL WS-MVT-IDX > WS-MVT-COUNT
               MOVE 'N' TO MVT-APPLIED-SW(WS-MVT-IDX)
           END-PERFORM.

           PERFORM RUN-SCHEDULE-PERIOD
               UNTIL IDX > PERIOD OR WITHDRAWAL-TAKEN.
      * payment in this model, so the principal portion is zero
      * unless an extra payment has been applied to the balance.
      * compounding runs PERIODS-PER-YEAR times within this period
      * before the row is reported.  the customer's ledger deposits
      * land in the closing balance and come back out of the
      * interest figure, the withdrawals ride the principal column
        RUN-SCHEDULE-PERIOD.
           IF RATE-IS-FLOATING
               PERFORM RESET-FLOATING-RATE
           END-IF.
           MOVE 'N' TO WS-PROMO-PERIOD-SW.
           IF PROMO-APPLIES AND NOT PROMO-SUPPRESSED
                   AND IDX NOT > PROMO-PERIODS-WORK
               SET PROMO-IN-FORCE TO TRUE
               MOVE PROMO-RATE-WORK TO WS-RUN-RATE
           ELSE
               IF NOT RATE-IS-FLOATING
                   MOVE WS-PASS-BASE-RATE TO WS-RUN-RATE
               END-IF
           END-IF.
           PERFORM RESOLVE-STEP-FACTOR.
           MOVE SCHED-OPEN-BAL TO SCHED-PERIOD-OPEN.
           MOVE ZEROS TO SCHED-PRINCIPAL-PAID.
           MOVE ZEROS TO SCHED-PERIOD-PAYOUT.
           MOVE ZEROS TO SCHED-PERIOD-DEPOSIT.
           MOVE ZEROS TO EXTRA-TAKEN-AMT.
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 3
               MOVE ZEROS TO BAND-PERIOD-INT(WS-TIER-IDX)
               PERFORM APPLY-PARTIAL-WITHDRAWAL
           END-IF.

           IF WS-MVT-COUNT > ZERO
               PERFORM APPLY-LEDGER-MOVEMENTS
           END-IF.

           COMPUTE SCHED-INTEREST =
               SCHED-CLOSE-BAL - SCHED-PERIOD-OPEN
                   + SCHED-PRINCIPAL-PAID + SCHED-PERIOD-PAYOUT
                   - SCHED-PERIOD-DEPOSIT.
           ADD SCHED-INTEREST TO WS-TOTAL-INTEREST.

           IF PASS-IS-LIVE
               IF TIER-COUNT-WORK > ZERO
                   PERFORM WRITE-TIER-BREAKDOWN
               END-IF
               IF PROMO-IN-FORCE
                   MOVE PROMO-RATE-WORK TO PRM-RPT-RATE
                   MOVE IDX TO PRM-RPT-PERIOD
                   MOVE PROMO-PERIODS-WORK TO PRM-RPT-PERIODS
                   MOVE PROMO-DETAIL-LINE TO WS-STMT-LINE
                   PERFORM WRITE-STATEMENT-LINE
               ELSE
                   IF RATE-IS-FLOATING
                       MOVE WS-PERIOD-RATE TO FLT-RPT-RATE
                       MOVE WS-INDEX-RATE TO FLT-RPT-INDEX
                       MOVE WS-RESET-DATE TO FLT-RPT-RESET
                       MOVE FLOAT-DETAIL-LINE TO WS-STMT-LINE
                       PERFORM WRITE-STATEMENT-LINE
                   END-IF
               END-IF
               IF INTEREST-PAID-OUT
                   MOVE SCHED-PERIOD-PAYOUT TO RPT-PYO-AMT
                   MOVE PAYOUT-BRANCH TO RPT-PYO-BRANCH
                   MOVE PAYOUT-ACCT TO RPT-PYO-ACCT
                   MOVE RPT-PAYOUT-LINE TO WS-STMT-LINE
                   PERFORM WRITE-STATEMENT-LINE
               END-IF

               MOVE ACCT-NR TO CIGL-ACCT-NR
               MOVE IDX TO CIGL-PERIOD
               MOVE SCHED-INTEREST TO CIGL-INTEREST
               MOVE WS-ROLLED-DATE TO CIGL-POST-DATE
               MOVE EXTRACT-ENTRY-CD TO CIGL-ENTRY-CD
               MOVE RERUN-REASON-CD TO CIGL-REASON-CD
               WRITE CI-GL-RECORD
               ADD SCHED-INTEREST TO RRF-GL-AFTER

               IF WHT-RATE-FOUND AND IDX <= 99
                   MOVE IDX TO WS-WHT-COUNT
                       SCHED-INTEREST * WS-WHT-RATE-PCT / 100
                   MOVE WS-WHT-PERIOD-TAX TO WHT-TBL-TAX(IDX)
                   ADD WS-WHT-PERIOD-TAX TO WS-WHT-TOTAL
                   IF WHX-CHK-APPLIES
                       COMPUTE WS-WHT-STAT-TAX ROUNDED =
                           SCHED-INTEREST * WS-WHT-STAT-RATE / 100
                       COMPUTE WS-WHT-EXEMPTED = WS-WHT-EXEMPTED
                           + WS-WHT-STAT-TAX - WS-WHT-PERIOD-TAX
                   END-IF
               END-IF

               IF ACCT-NR > ZEROS
                       AND WS-ROLLED-DATE NOT > BDT-BUS-DATE
                   PERFORM POST-PERIOD-TO-LEDGER
               END-IF
           END-IF.


           ADD 1 TO IDX.

      * one compounding step - flat products, and any product
      * inside its promotional periods, grow at WS-RUN-RATE as they
      * always did, tiered products grow band by band at the tier
      * rates.  the periodic basis divides by
      * PERIODS-PER-YEAR directly, the long-standing arithmetic,
      * so its pennies never drift off the pre-basis figures; the
      * day-count bases price the step through WS-STEP-FACTOR
        COMPOUND-ONE-STEP.
           IF TIER-COUNT-WORK = ZERO OR PROMO-IN-FORCE
               IF BASIS-IS-PERIODIC
                   COMPUTE SCHED-CLOSE-BAL ROUNDED =
                       SCHED-OPEN-BAL +
           ELSE
               PERFORM COMPOUND-STEP-TIERED
           END-IF.
           IF INTEREST-PAID-OUT
               PERFORM PAY-OUT-ONE-STEP
           END-IF.
           MOVE SCHED-CLOSE-BAL TO SCHED-OPEN-BAL.

      * the step's interest leaves the account instead of joining
      * the balance; on the live pass a payout falling due on the
      * run date is extracted for treasury to pay
        PAY-OUT-ONE-STEP.
           COMPUTE SCHED-STEP-PAYOUT =
               SCHED-CLOSE-BAL - SCHED-OPEN-BAL.
           ADD SCHED-STEP-PAYOUT TO SCHED-PERIOD-PAYOUT.
           MOVE SCHED-OPEN-BAL TO SCHED-CLOSE-BAL.
           IF PASS-IS-LIVE AND ACCT-NR > ZEROS
                   AND SCHED-STEP-PAYOUT > ZEROS
               PERFORM RESOLVE-PAYOUT-DATE
               IF WS-PAYOUT-DATE = BDT-BUS-DATE
                   PERFORM WRITE-PAYOUT-EXTRACT
               END-IF
               IF WS-PAYOUT-DATE NOT > BDT-BUS-DATE
                   PERFORM POST-PAYOUT-TO-LEDGER
               END-IF
           END-IF.

      * a reset period takes the index in force on its anniversary
      * (the run date when the case carries no origination date),
      * prices it by the product's spread or percentage, and holds
      * it inside the floor and cap; the rate then stands until the
      * next reset.  the scenario adjustment rides on top, floored
      * at zero the way a shocked fixed rate is
        RESET-FLOATING-RATE.
           COMPUTE WS-RESET-QUOT = IDX - 1.
           DIVIDE WS-RESET-QUOT BY FLOAT-RESET-PERIODS
               GIVING WS-RESET-QUOT REMAINDER WS-RESET-REM.
           IF WS-RESET-REM = ZERO
               IF SCHED-START-DATE > ZEROS
                   COMPUTE WS-ANNIV-OFFSET = IDX - 1
                   PERFORM MAKE-ANNIVERSARY-DATE
               ELSE
                   MOVE BDT-BUS-DATE TO WS-ANNIV-DATE
               END-IF
               PERFORM FIND-INDEX-RATE
               IF INDEX-RATE-FOUND
                   MOVE WS-ANNIV-DATE TO WS-RESET-DATE
                   IF INDEX-PLUS-SPREAD
                       COMPUTE WS-FLOAT-WORK =
                           WS-INDEX-RATE + FLOAT-SPREAD
                   ELSE
                       COMPUTE WS-FLOAT-WORK ROUNDED =
                           WS-INDEX-RATE * FLOAT-PCT / 100
                   END-IF
                   IF FLOAT-FLOOR > ZERO
                           AND WS-FLOAT-WORK < FLOAT-FLOOR
                       MOVE FLOAT-FLOOR TO WS-FLOAT-WORK
                   END-IF
                   IF FLOAT-CAP > ZERO
                           AND WS-FLOAT-WORK > FLOAT-CAP
                       MOVE FLOAT-CAP TO WS-FLOAT-WORK
                   END-IF
                   IF WS-FLOAT-WORK < ZERO
                       MOVE ZERO TO WS-FLOAT-WORK
                   END-IF
                   MOVE WS-FLOAT-WORK TO WS-PERIOD-RATE
               END-IF
           END-IF.
           COMPUTE WS-FLOAT-WORK = WS-PERIOD-RATE + WS-SHOCK-ADJ.
           IF WS-FLOAT-WORK < ZERO
               MOVE ZERO TO WS-FLOAT-WORK
           END-IF.
           MOVE WS-FLOAT-WORK TO WS-RUN-RATE.

      * the latest index entry effective on or before the reset
      * date - RATEHIST need not arrive in date order
        FIND-INDEX-RATE.
           MOVE 'N' TO WS-INDEX-FOUND-SW.
           MOVE ZEROS TO WS-INDEX-SELECTED-DATE.
           PERFORM VARYING WS-INDEX-IDX FROM 1 BY 1
                   UNTIL WS-INDEX-IDX > WS-INDEX-COUNT
               IF IDXT-EFF-DATE(WS-INDEX-IDX) NOT > WS-ANNIV-DATE
                       AND IDXT-EFF-DATE(WS-INDEX-IDX) >=
                           WS-INDEX-SELECTED-DATE
                   MOVE IDXT-EFF-DATE(WS-INDEX-IDX) TO
                       WS-INDEX-SELECTED-DATE
                   MOVE IDXT-RATE(WS-INDEX-IDX) TO WS-INDEX-RATE
                   SET INDEX-RATE-FOUND TO TRUE
               END-IF
           END-PERFORM.

      * the product's index tier out of the whole rate history,
      * loaded once for the live pass and every scenario pass; no
      * history on file leaves the case at RATE throughout
        LOAD-INDEX-TABLE.
           MOVE ZEROS TO WS-INDEX-COUNT.
           OPEN INPUT RATE-HIST-FILE.
           IF WS-RHIST-STATUS NOT = '00'
               DISPLAY 'COMPOUND-INTEREST: RATEHIST UNAVAILABLE '
                   '- FLOATING RATE HELD AT ' RATE
           ELSE
               PERFORM READ-RATE-HIST-RECORD
               PERFORM UNTIL WS-RHIST-STATUS NOT = '00'
                       OR WS-INDEX-COUNT = 500
                   IF RH-TIER-NR = FLOAT-INDEX-TIER
                       ADD 1 TO WS-INDEX-COUNT
                       MOVE RH-EFF-DATE TO
                           IDXT-EFF-DATE(WS-INDEX-COUNT)
                       MOVE RH-RATE TO IDXT-RATE(WS-INDEX-COUNT)
                   END-IF
                   PERFORM READ-RATE-HIST-RECORD
               END-PERFORM
               CLOSE RATE-HIST-FILE
           END-IF.

        READ-RATE-HIST-RECORD.
           READ RATE-HIST-FILE
               AT END
                   MOVE '10' TO WS-RHIST-STATUS
           END-READ.

      * the payout falls SUB-IDX intervals into the period - the
      * period's opening anniversary carried forward by whole
      * months, a day past the end of a shorter month clipped back
      * to its last day - and rolls off weekends and holidays under
      * the product's convention, the same as the row's end date
        RESOLVE-PAYOUT-DATE.
           COMPUTE WS-ANNIV-OFFSET = IDX - 1.
           PERFORM MAKE-ANNIVERSARY-DATE.
           MOVE WS-ANNIV-DATE TO WS-PAYOUT-DATE.
           COMPUTE WS-PAYOUT-MONTHS =
               WS-PAYOUT-MM - 1 + (SUB-IDX * 12 / PERIODS-PER-YEAR).
           DIVIDE WS-PAYOUT-MONTHS BY 12 GIVING WS-PAYOUT-YEARS
               REMAINDER WS-PAYOUT-MONTHS.
           ADD WS-PAYOUT-YEARS TO WS-PAYOUT-YYYY.
           COMPUTE WS-PAYOUT-MM = WS-PAYOUT-MONTHS + 1.
           PERFORM CHECK-PAYOUT-DAY.
           PERFORM CLIP-PAYOUT-DAY
               UNTIL DSV-STAT-OK OR WS-PAYOUT-DD < 29.
           MOVE WS-PAYOUT-DATE TO WS-RAW-PERIOD-DATE.
           PERFORM ROLL-SCHEDULE-DATE.
           MOVE WS-ROLLED-DATE TO WS-PAYOUT-DATE.

        CLIP-PAYOUT-DAY.
           SUBTRACT 1 FROM WS-PAYOUT-DD.
           PERFORM CHECK-PAYOUT-DAY.

        CHECK-PAYOUT-DAY.
           SET DSV-FUNC-ADD-DAYS TO TRUE.
           MOVE WS-PAYOUT-DATE TO DSV-DATE-1.
           MOVE ZEROS TO DSV-DAYS.
           CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS.

      * append the payout to the day's extract; create the extract
      * on its first use, otherwise extend it
        WRITE-PAYOUT-EXTRACT.
           OPEN EXTEND PAYOUT-EXT-FILE.
           IF WS-PAYOUT-STATUS NOT = '00'
               OPEN OUTPUT PAYOUT-EXT-FILE
           END-IF.
           IF WS-PAYOUT-STATUS = '00'
               MOVE ACCT-NR TO POX-ACCT-NR
               MOVE BDT-BUS-DATE TO POX-RUN-DATE
               MOVE IDX TO POX-PERIOD
               MOVE SUB-IDX TO POX-PAYOUT-SEQ
               MOVE WS-PAYOUT-DATE TO POX-PAY-DATE
               MOVE SCHED-STEP-PAYOUT TO POX-AMOUNT
               MOVE CURRENCY-CD TO POX-CURRENCY-CD
               MOVE PAYOUT-BRANCH TO POX-BANK-BRANCH
               MOVE PAYOUT-ACCT TO POX-BANK-ACCT
               WRITE PAYOUT-EXT-RECORD
               CLOSE PAYOUT-EXT-FILE
           END-IF.

      * how much of a year one compounding step represents under
      * the day-count basis.  periodic is an even split; 30/360
      * prices the step at the broker convention's fixed-length
           MOVE IDX TO WS-ANNIV-OFFSET.
           PERFORM MAKE-ANNIVERSARY-DATE.
           MOVE WS-ANNIV-DATE TO WS-RAW-PERIOD-DATE.
           PERFORM ROLL-SCHEDULE-DATE.

        ROLL-SCHEDULE-DATE.
           MOVE WS-RAW-PERIOD-DATE TO WS-ROLLED-DATE.
           SET BDY-FUNC-NEXT-BUSDAY TO TRUE.
           MOVE WS-RAW-PERIOD-DATE TO BDY-DATE-IN.
           CALL 'BUSDAY-SERVICE' USING BUSDAY-PARMS.
               END-IF
           END-IF.

      * the bonus rate's cost is the term's interest as struck less
      * the interest a silent pass at the product's standard terms
      * earns over the same term, movements and withdrawals alike
        MEASURE-PROMO-COST.
           MOVE WS-TOTAL-INTEREST TO WS-PROMO-INTEREST.
           MOVE 'S' TO WS-PASS-MODE-SW.
           SET PROMO-SUPPRESSED TO TRUE.
           MOVE ZEROS TO WS-SHOCK-ADJ.
           MOVE RATE TO WS-RUN-RATE.
           PERFORM RUN-SCHEDULE.
           MOVE 'N' TO WS-PROMO-SUPPRESS-SW.
           MOVE 'L' TO WS-PASS-MODE-SW.
           COMPUTE WS-BONUS-COST =
               WS-PROMO-INTEREST - WS-TOTAL-INTEREST.
           PERFORM WRITE-PROMO-EXTRACT.

      * append the account's promotion to the campaign extract;
      * create the extract on its first use, otherwise extend it
        WRITE-PROMO-EXTRACT.
           OPEN EXTEND PROMO-EXT-FILE.
           IF WS-PROMO-STATUS NOT = '00'
               OPEN OUTPUT PROMO-EXT-FILE
           END-IF.
           IF WS-PROMO-STATUS = '00'
               MOVE ACCT-NR TO PMX-ACCT-NR
               MOVE BDT-BUS-DATE TO PMX-RUN-DATE
               MOVE PRODUCT-CD TO PMX-PROD-CODE
               MOVE PROMO-START-WORK TO PMX-CAMPAIGN-START
               MOVE PROMO-END-WORK TO PMX-CAMPAIGN-END
               MOVE PROMO-RATE-WORK TO PMX-PROMO-RATE
               MOVE PROMO-PERIODS-WORK TO PMX-PROMO-PERIODS
               MOVE SCHED-START-DATE TO PMX-OPEN-DATE
               MOVE PRINCIPAL TO PMX-PRINCIPAL
               MOVE WS-PROMO-INTEREST TO PMX-PROMO-INTEREST
               MOVE WS-TOTAL-INTEREST TO PMX-STD-INTEREST
               IF WS-BONUS-COST < ZERO
                   MOVE '-' TO PMX-COST-SIGN
               ELSE
                   MOVE '+' TO PMX-COST-SIGN
               END-IF
               MOVE WS-BONUS-COST TO PMX-BONUS-COST
               WRITE PROMO-EXT-RECORD
               CLOSE PROMO-EXT-FILE
           END-IF.

      * re-run the schedule once per CISHOCK basis-point shock and
      * lay the outcomes out side by side on the statement - the
      * base rate leads the grid as its own zero-shock row.  a

               MOVE 'S' TO WS-PASS-MODE-SW
               MOVE ZERO TO GRID-SHOCK-BP
               MOVE ZEROS TO WS-SHOCK-ADJ
               MOVE RATE TO WS-RUN-RATE
               PERFORM RUN-ONE-SCENARIO

                       MOVE ZERO TO WS-SHOCKED-RATE
                   END-IF
                   MOVE WS-SHOCKED-RATE TO WS-RUN-RATE
                   COMPUTE WS-SHOCK-ADJ =
                       SHOCK-BP-SIGNED(WS-SHOCK-IDX) / 100
                   PERFORM RUN-ONE-SCENARIO
               END-PERFORM
               MOVE ZEROS TO WS-SHOCK-ADJ
               MOVE 'L' TO WS-PASS-MODE-SW
           END-IF.


      * find this account's jurisdiction on the withholding rate
      * file - no jurisdiction or no rate on file simply means no
      * withholding, never a stopped statement run.  the rate found
      * is the statutory one; the holder's exemption certificate,
      * if any, then brings the rate withheld down
        LOOKUP-WITHHOLDING-RATE.
           MOVE 'N' TO WS-WHT-FOUND-SW.
           IF JURIS-CD NOT = SPACES
                   CLOSE WHT-RATE-FILE
               END-IF
           END-IF.
           MOVE WS-WHT-RATE-PCT TO WS-WHT-STAT-RATE.
           MOVE 'N' TO WHX-CHK-SW.
           IF WHT-RATE-FOUND
               MOVE HOLDER-DOC-NR TO WHX-CHK-DOC-NR
               MOVE BDT-BUS-DATE TO WHX-CHK-DATE
               MOVE WS-WHT-RATE-PCT TO WHX-CHK-RATE
               PERFORM LOOKUP-WHT-EXEMPTION
               IF WHX-CHK-APPLIES
                   MOVE WHX-CHK-RATE TO WS-WHT-RATE-PCT
               END-IF
           END-IF.

        READ-WHT-RATE-RECORD.
           READ WHT-RATE-FILE
               MOVE JURIS-CD TO WHT-RPT-JURIS
               MOVE WHT-TOTAL-LINE TO WS-STMT-LINE
               PERFORM WRITE-STATEMENT-LINE
               IF WHX-CHK-APPLIES
                   MOVE WS-WHT-EXEMPTED TO WHT-RPT-EXEMPTED
                   MOVE WHX-CHK-CERT-NR TO WHT-RPT-CERT-NR
                   MOVE WHT-EXEMPT-LINE TO WS-STMT-LINE
                   PERFORM WRITE-STATEMENT-LINE
               END-IF

               PERFORM WRITE-REMITTANCE-RECORD
           END-IF.
               OPEN OUTPUT WHT-REMIT-FILE
           END-IF.
           IF WS-REMIT-STATUS = '00'
               MOVE BDT-BUS-DATE TO WS-RUN-DATE
               MOVE JURIS-CD TO WRM-JURIS-CD
               MOVE WS-RUN-DATE TO WRM-RUN-DATE
               MOVE ACCT-NR TO WRM-ACCT-NR
               MOVE WS-WHT-TOTAL TO WRM-WITHHELD
               MOVE ZEROS TO WRM-EXEMPTED
               MOVE SPACES TO WRM-CERT-NR
               IF WHX-CHK-APPLIES
                   MOVE WS-WHT-EXEMPTED TO WRM-EXEMPTED
                   MOVE WHX-CHK-CERT-NR TO WRM-CERT-NR
               END-IF
               MOVE EXTRACT-ENTRY-CD TO WRM-ENTRY-CD
               MOVE RERUN-REASON-CD TO WRM-REASON-CD
               WRITE WHT-REMIT-RECORD
               ADD WRM-WITHHELD TO RRF-WHT-AFTER
               ADD WRM-EXEMPTED TO RRF-EXM-AFTER
               CLOSE WHT-REMIT-FILE
           END-IF.

        LOOKUP-REPORTING-RATE.
           MOVE 'N' TO WS-FX-FOUND-SW.
           MOVE ZEROS TO WS-FX-SELECTED-DATE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           OPEN INPUT FX-RATE-FILE.
           IF WS-FX-STATUS = '00'
               PERFORM READ-FX-RATE-RECORD
                           CONTINUE
                       NOT INVALID KEY
                           SET CUSTOMER-FOUND TO TRUE
                           MOVE CUST-DOC-NR TO HOLDER-DOC-NR
                   END-READ
                   CLOSE CUST-FILE
               END-IF
               MOVE PRIMARY-NAME TO CUST-NAME
               MOVE PRIMARY-ADDR-LINE-1 TO CUST-ADDR-LINE-1
               MOVE PRIMARY-ADDR-LINE-2 TO CUST-ADDR-LINE-2
               MOVE PRIMARY-DOC-NR TO HOLDER-DOC-NR
               SET CUSTOMER-FOUND TO TRUE
           END-IF.

                                       PRIMARY-ADDR-LINE-1
                                   MOVE ACR-ADDR-LINE-2 TO
                                       PRIMARY-ADDR-LINE-2
                                   MOVE ACR-DOC-NR TO PRIMARY-DOC-NR
                                   SET PRIMARY-HOLDER-FOUND TO TRUE
                               END-IF
                           END-IF
        OPEN-ARCHIVE.
           MOVE 'N' TO WS-ARCH-OPEN-SW.
           IF ACCT-NR > ZERO
               MOVE BDT-BUS-DATE TO WS-RUN-DATE
               OPEN I-O CI-ARCH-FILE
               IF WS-ARCH-STATUS = '00'
      * the archive already existed - clear the prior run's lines
               END-READ
           END-PERFORM.

      * a rerun reverses what the earlier run released for the
      * account before the corrected figures go out.  CIGLIN is
      * the night's extract the rerun is correcting - it is read
      * for the account's standing figures and then extended with
      * the reversals and the replacements, where an ordinary run
      * starts it afresh
        REVERSE-PRIOR-EXTRACTS.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           PERFORM LOAD-PRIOR-GL-FIGURES.
           OPEN EXTEND CI-GL-FILE.
           IF WS-CIGL-STATUS NOT = '00'
               OPEN OUTPUT CI-GL-FILE
           END-IF.
           PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                   UNTIL WS-PRIOR-IDX > WS-PRIOR-GL-COUNT
               IF PGL-INTEREST(WS-PRIOR-IDX) > ZEROS
                   MOVE ACCT-NR TO CIGL-ACCT-NR
                   MOVE WS-PRIOR-IDX TO CIGL-PERIOD
                   MOVE PGL-INTEREST(WS-PRIOR-IDX) TO CIGL-INTEREST
                   MOVE PGL-POST-DATE(WS-PRIOR-IDX) TO
                       CIGL-POST-DATE
                   MOVE 'R' TO CIGL-ENTRY-CD
                   MOVE RERUN-REASON-CD TO CIGL-REASON-CD
                   WRITE CI-GL-RECORD
                   ADD PGL-INTEREST(WS-PRIOR-IDX) TO RRF-GL-BEFORE
               END-IF
           END-PERFORM.
           PERFORM REVERSE-PRIOR-REMITTANCE.
           PERFORM REVERSE-PRIOR-WITHDRAWALS.

      * the account's standing interest per period - every record
      * the extract holds for it, less what earlier reruns
      * reversed; the reversal posts on the date the period's
      * standing record posted on
        LOAD-PRIOR-GL-FIGURES.
           MOVE ZEROS TO WS-PRIOR-GL-COUNT.
           INITIALIZE PRIOR-GL-TABLE.
           OPEN INPUT CI-GL-FILE.
           IF WS-CIGL-STATUS = '00'
               PERFORM READ-PRIOR-GL-RECORD
               PERFORM UNTIL WS-CIGL-STATUS NOT = '00'
                   IF CIGL-ACCT-NR = ACCT-NR
                           AND CIGL-PERIOD > ZERO
                           AND CIGL-PERIOD NOT > 99
                       PERFORM TAKE-PRIOR-GL-RECORD
                   END-IF
                   PERFORM READ-PRIOR-GL-RECORD
               END-PERFORM
               CLOSE CI-GL-FILE
           END-IF.

        READ-PRIOR-GL-RECORD.
           READ CI-GL-FILE
               AT END
                   MOVE '10' TO WS-CIGL-STATUS
           END-READ.

        TAKE-PRIOR-GL-RECORD.
           MOVE CIGL-PERIOD TO WS-PRIOR-IDX.
           IF CIGL-IS-REVERSAL
               SUBTRACT CIGL-INTEREST FROM PGL-INTEREST(WS-PRIOR-IDX)
           ELSE
               ADD CIGL-INTEREST TO PGL-INTEREST(WS-PRIOR-IDX)
               MOVE CIGL-POST-DATE TO PGL-POST-DATE(WS-PRIOR-IDX)
           END-IF.
           IF WS-PRIOR-IDX > WS-PRIOR-GL-COUNT
               MOVE WS-PRIOR-IDX TO WS-PRIOR-GL-COUNT
           END-IF.

      * the run date's standing remittance for the account is
      * reversed under the jurisdiction and certificate it was
      * filed with
        REVERSE-PRIOR-REMITTANCE.
           OPEN INPUT WHT-REMIT-FILE.
           IF WS-REMIT-STATUS = '00'
               PERFORM READ-PRIOR-REMIT-RECORD
               PERFORM UNTIL WS-REMIT-STATUS NOT = '00'
                   IF WRM-ACCT-NR = ACCT-NR
                           AND WRM-RUN-DATE = WS-RUN-DATE
                       PERFORM TAKE-PRIOR-REMIT-RECORD
                   END-IF
                   PERFORM READ-PRIOR-REMIT-RECORD
               END-PERFORM
               CLOSE WHT-REMIT-FILE
           END-IF.
           IF PRIOR-WHT-WITHHELD > ZEROS
                   OR PRIOR-WHT-EXEMPTED > ZEROS
               OPEN EXTEND WHT-REMIT-FILE
               IF WS-REMIT-STATUS = '00'
                   MOVE PRIOR-WHT-JURIS TO WRM-JURIS-CD
                   MOVE WS-RUN-DATE TO WRM-RUN-DATE
                   MOVE ACCT-NR TO WRM-ACCT-NR
                   MOVE PRIOR-WHT-WITHHELD TO WRM-WITHHELD
                   MOVE PRIOR-WHT-EXEMPTED TO WRM-EXEMPTED
                   MOVE PRIOR-WHT-CERT TO WRM-CERT-NR
                   MOVE 'R' TO WRM-ENTRY-CD
                   MOVE RERUN-REASON-CD TO WRM-REASON-CD
                   WRITE WHT-REMIT-RECORD
                   CLOSE WHT-REMIT-FILE
                   MOVE PRIOR-WHT-WITHHELD TO RRF-WHT-BEFORE
                   MOVE PRIOR-WHT-EXEMPTED TO RRF-EXM-BEFORE
               END-IF
           END-IF.

        READ-PRIOR-REMIT-RECORD.
           READ WHT-REMIT-FILE
               AT END
                   MOVE '10' TO WS-REMIT-STATUS
           END-READ.

        TAKE-PRIOR-REMIT-RECORD.
           IF WRM-IS-REVERSAL
               SUBTRACT WRM-WITHHELD FROM PRIOR-WHT-WITHHELD
               SUBTRACT WRM-EXEMPTED FROM PRIOR-WHT-EXEMPTED
           ELSE
               ADD WRM-WITHHELD TO PRIOR-WHT-WITHHELD
               ADD WRM-EXEMPTED TO PRIOR-WHT-EXEMPTED
               MOVE WRM-JURIS-CD TO PRIOR-WHT-JURIS
               MOVE WRM-CERT-NR TO PRIOR-WHT-CERT
           END-IF.

      * each withdrawal event the run date extracted for the
      * account - early or partial, by period - is reversed at
      * what it has standing
        REVERSE-PRIOR-WITHDRAWALS.
           OPEN INPUT PEN-EXT-FILE.
           IF WS-PENEXT-STATUS = '00'
               PERFORM READ-PRIOR-PENALTY-RECORD
               PERFORM UNTIL WS-PENEXT-STATUS NOT = '00'
                   IF PEX-ACCT-NR = ACCT-NR
                           AND PEX-RUN-DATE = WS-RUN-DATE
                       PERFORM TAKE-PRIOR-PENALTY-RECORD
                   END-IF
                   PERFORM READ-PRIOR-PENALTY-RECORD
               END-PERFORM
               CLOSE PEN-EXT-FILE
           END-IF.
           IF WS-PRIOR-PEN-COUNT > ZEROS
               OPEN EXTEND PEN-EXT-FILE
               IF WS-PENEXT-STATUS = '00'
                   PERFORM VARYING WS-PRIOR-PEN-IDX FROM 1 BY 1
                           UNTIL WS-PRIOR-PEN-IDX > WS-PRIOR-PEN-COUNT
                       PERFORM WRITE-PENALTY-REVERSAL
                   END-PERFORM
                   CLOSE PEN-EXT-FILE
               END-IF
           END-IF.

        READ-PRIOR-PENALTY-RECORD.
           READ PEN-EXT-FILE
               AT END
                   MOVE '10' TO WS-PENEXT-STATUS
           END-READ.

        TAKE-PRIOR-PENALTY-RECORD.
           MOVE 'N' TO WS-PEN-FOUND-SW.
           PERFORM VARYING WS-PRIOR-PEN-IDX FROM 1 BY 1
                   UNTIL WS-PRIOR-PEN-IDX > WS-PRIOR-PEN-COUNT
                       OR PRIOR-PEN-FOUND
               IF PPN-WD-PERIOD(WS-PRIOR-PEN-IDX) = PEX-WD-PERIOD
                       AND PPN-EVENT-CD(WS-PRIOR-PEN-IDX) =
                           PEX-EVENT-CD
                   SET PRIOR-PEN-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF PRIOR-PEN-FOUND
               SUBTRACT 1 FROM WS-PRIOR-PEN-IDX
           ELSE
               IF WS-PRIOR-PEN-COUNT < 10
                   ADD 1 TO WS-PRIOR-PEN-COUNT
                   MOVE WS-PRIOR-PEN-COUNT TO WS-PRIOR-PEN-IDX
                   MOVE PEX-WD-PERIOD TO
                       PPN-WD-PERIOD(WS-PRIOR-PEN-IDX)
                   MOVE PEX-EVENT-CD TO
                       PPN-EVENT-CD(WS-PRIOR-PEN-IDX)
                   MOVE ZEROS TO PPN-EVENT-DATE(WS-PRIOR-PEN-IDX)
                   MOVE ZEROS TO PPN-PENALTY-AMT(WS-PRIOR-PEN-IDX)
                   MOVE ZEROS TO PPN-PAYOFF-AMT(WS-PRIOR-PEN-IDX)
                   SET PRIOR-PEN-FOUND TO TRUE
               END-IF
           END-IF.
           IF PRIOR-PEN-FOUND
               IF PEX-EVENT-DATE IS NUMERIC
                   MOVE PEX-EVENT-DATE TO
                       PPN-EVENT-DATE(WS-PRIOR-PEN-IDX)
               END-IF
               IF PEX-IS-REVERSAL
                   SUBTRACT PEX-PENALTY-AMT FROM
                       PPN-PENALTY-AMT(WS-PRIOR-PEN-IDX)
                   SUBTRACT PEX-PAYOFF-AMT FROM
                       PPN-PAYOFF-AMT(WS-PRIOR-PEN-IDX)
               ELSE
                   ADD PEX-PENALTY-AMT TO
                       PPN-PENALTY-AMT(WS-PRIOR-PEN-IDX)
                   ADD PEX-PAYOFF-AMT TO
                       PPN-PAYOFF-AMT(WS-PRIOR-PEN-IDX)
               END-IF
           END-IF.

        WRITE-PENALTY-REVERSAL.
           IF PPN-PENALTY-AMT(WS-PRIOR-PEN-IDX) > ZEROS
                   OR PPN-PAYOFF-AMT(WS-PRIOR-PEN-IDX) > ZEROS
               MOVE ACCT-NR TO PEX-ACCT-NR
               MOVE WS-RUN-DATE TO PEX-RUN-DATE
               MOVE PPN-WD-PERIOD(WS-PRIOR-PEN-IDX) TO PEX-WD-PERIOD
               MOVE PPN-PENALTY-AMT(WS-PRIOR-PEN-IDX) TO
                   PEX-PENALTY-AMT
               MOVE PPN-PAYOFF-AMT(WS-PRIOR-PEN-IDX) TO
                   PEX-PAYOFF-AMT
               MOVE PPN-EVENT-CD(WS-PRIOR-PEN-IDX) TO PEX-EVENT-CD
               MOVE 'R' TO PEX-ENTRY-CD
               MOVE RERUN-REASON-CD TO PEX-REASON-CD
               MOVE PPN-EVENT-DATE(WS-PRIOR-PEN-IDX) TO PEX-EVENT-DATE
               WRITE PEN-EXT-RECORD
               ADD PEX-PENALTY-AMT TO RRF-PEN-BEFORE
               ADD PEX-PAYOFF-AMT TO RRF-PAY-BEFORE
           END-IF.

      * one block per rerun account - each extract figure as the
      * earlier run left it standing and as the rerun restated it
        WRITE-RERUN-REPORT.
           OPEN EXTEND CI-RERUN-RPT-FILE.
           IF WS-RERPT-STATUS NOT = '00'
               OPEN OUTPUT CI-RERUN-RPT-FILE
           END-IF.
           IF WS-RERPT-STATUS = '00'
               MOVE ACCT-NR TO RRH-ACCT-NR
               MOVE WS-RUN-DATE TO RRH-RUN-DATE
               MOVE RERUN-REASON-CD TO RRH-REASON-CD
               WRITE CI-RERUN-RPT-LINE FROM RERUN-HEADING-LINE
               WRITE CI-RERUN-RPT-LINE FROM RERUN-COLUMN-LINE
               MOVE 'INTEREST (CIGLIN)' TO RRD-LABEL
               MOVE RRF-GL-BEFORE TO WS-RRD-BEFORE
               MOVE RRF-GL-AFTER TO WS-RRD-AFTER
               PERFORM WRITE-RERUN-DETAIL
               MOVE 'TAX WITHHELD' TO RRD-LABEL
               MOVE RRF-WHT-BEFORE TO WS-RRD-BEFORE
               MOVE RRF-WHT-AFTER TO WS-RRD-AFTER
               PERFORM WRITE-RERUN-DETAIL
               MOVE 'TAX EXEMPTED' TO RRD-LABEL
               MOVE RRF-EXM-BEFORE TO WS-RRD-BEFORE
               MOVE RRF-EXM-AFTER TO WS-RRD-AFTER
               PERFORM WRITE-RERUN-DETAIL
               MOVE 'WD PENALTY' TO RRD-LABEL
               MOVE RRF-PEN-BEFORE TO WS-RRD-BEFORE
               MOVE RRF-PEN-AFTER TO WS-RRD-AFTER
               PERFORM WRITE-RERUN-DETAIL
               MOVE 'WD PAYOFF' TO RRD-LABEL
               MOVE RRF-PAY-BEFORE TO WS-RRD-BEFORE
               MOVE RRF-PAY-AFTER TO WS-RRD-AFTER
               PERFORM WRITE-RERUN-DETAIL
               PERFORM VARYING WS-LDG-ADJ-IDX FROM 1 BY 1
                       UNTIL WS-LDG-ADJ-IDX > WS-LDG-ADJ-COUNT
                   PERFORM WRITE-LEDGER-ADJ-DETAIL
               END-PERFORM
               MOVE SPACES TO CI-RERUN-RPT-LINE
               WRITE CI-RERUN-RPT-LINE
               CLOSE CI-RERUN-RPT-FILE
           END-IF.

      * one line per ledger entry the rerun adjusted - code,
      * period and slot, what stood and what it was restated to
        WRITE-LEDGER-ADJ-DETAIL.
           MOVE LAJ-TXN-CD(WS-LDG-ADJ-IDX) TO LAL-TXN-CD.
           MOVE LAJ-PERIOD(WS-LDG-ADJ-IDX) TO LAL-PERIOD.
           MOVE LAJ-SLOT(WS-LDG-ADJ-IDX) TO LAL-SLOT.
           MOVE LEDGER-ADJ-LABEL TO RRD-LABEL.
           MOVE LAJ-BEFORE(WS-LDG-ADJ-IDX) TO WS-RRD-BEFORE.
           MOVE LAJ-AFTER(WS-LDG-ADJ-IDX) TO WS-RRD-AFTER.
           PERFORM WRITE-RERUN-DETAIL.

        WRITE-RERUN-DETAIL.
           MOVE WS-RRD-BEFORE TO RRD-BEFORE.
           MOVE WS-RRD-AFTER TO RRD-AFTER.
           IF WS-RRD-BEFORE = WS-RRD-AFTER
               MOVE SPACES TO RRD-CHANGE-MARK
           ELSE
               MOVE 'CHANGED' TO RRD-CHANGE-MARK
           END-IF.
           WRITE CI-RERUN-RPT-LINE FROM RERUN-DETAIL-LINE.

      * single point through which every statement line is written,
      * so the CISTMT line and its archived copy can never drift.
      * a not-due cycle suppresses only the CISTMT print - the
      * penalty structure for a term account.  the payoff is what
      * the customer actually receives after the penalty
        APPLY-EARLY-WITHDRAWAL.
           PERFORM CHECK-WITHDRAWAL-HOLDS.
           IF HOLD-CHK-IN-FORCE
               IF PASS-IS-LIVE
                   MOVE 'EARLY WITHDRAWAL' TO RPT-HLD-EVENT
                   MOVE 'REFUSED ' TO RPT-HLD-ACTION
                   PERFORM WRITE-HOLD-LINE
               END-IF
           ELSE
               PERFORM TAKE-EARLY-WITHDRAWAL
           END-IF.

        TAKE-EARLY-WITHDRAWAL.
      * the combined rate/12-months expression evaluates wrong under
      * this compiler's fixed-point evaluator - compute the monthly
      * rate factor first, same as SINGLE-COMPUTE, to sidestep it
               MOVE RPT-PENALTY-LINE TO WS-STMT-LINE
               PERFORM WRITE-STATEMENT-LINE
               PERFORM WRITE-PENALTY-EXTRACT
               IF ACCT-NR > ZEROS
                       AND WS-ROLLED-DATE NOT > BDT-BUS-DATE
                   PERFORM POST-EARLY-WD-TO-LEDGER
               END-IF
           END-IF.

           SET WITHDRAWAL-TAKEN TO TRUE.
      * the extract on its first use, otherwise extend it - the
      * penalty notice run turns these into customer letters
        WRITE-PENALTY-EXTRACT.
           PERFORM RESOLVE-PERIOD-END-DATE.
           OPEN EXTEND PEN-EXT-FILE.
           IF WS-PENEXT-STATUS NOT = '00'
               OPEN OUTPUT PEN-EXT-FILE
           END-IF.
           IF WS-PENEXT-STATUS = '00'
               MOVE BDT-BUS-DATE TO WS-RUN-DATE
               MOVE ACCT-NR TO PEX-ACCT-NR
               MOVE WS-RUN-DATE TO PEX-RUN-DATE
               MOVE WITHDRAW-PERIOD TO PEX-WD-PERIOD
               MOVE PENALTY-AMOUNT TO PEX-PENALTY-AMT
               MOVE PAYOFF-AMOUNT TO PEX-PAYOFF-AMT
               MOVE 'E' TO PEX-EVENT-CD
               MOVE EXTRACT-ENTRY-CD TO PEX-ENTRY-CD
               MOVE RERUN-REASON-CD TO PEX-REASON-CD
               MOVE WS-ROLLED-DATE TO PEX-EVENT-DATE
               WRITE PEN-EXT-RECORD
               ADD PEX-PENALTY-AMT TO RRF-PEN-AFTER
               ADD PEX-PAYOFF-AMT TO RRF-PAY-AFTER
               CLOSE PEN-EXT-FILE
           END-IF.

           ELSE
               MOVE PARTIAL-WD-AMT TO PARTIAL-TAKEN-AMT
           END-IF.
           PERFORM CHECK-WITHDRAWAL-HOLDS.
           IF HOLD-CHK-IN-FORCE
               IF HOLD-CHK-FULL
                       OR HOLD-CHK-AMOUNT NOT < SCHED-CLOSE-BAL
                   MOVE ZEROS TO HOLD-FREE-AMT
               ELSE
                   COMPUTE HOLD-FREE-AMT =
                       SCHED-CLOSE-BAL - HOLD-CHK-AMOUNT
               END-IF
               IF PARTIAL-TAKEN-AMT > HOLD-FREE-AMT
                   MOVE HOLD-FREE-AMT TO PARTIAL-TAKEN-AMT
                   IF PASS-IS-LIVE
                       MOVE 'PARTIAL WD' TO RPT-HLD-EVENT
                       IF PARTIAL-TAKEN-AMT = ZEROS
                           MOVE 'REFUSED ' TO RPT-HLD-ACTION
                       ELSE
                           MOVE 'LIMITED ' TO RPT-HLD-ACTION
                       END-IF
                       PERFORM WRITE-HOLD-LINE
                   END-IF
               END-IF
           END-IF.
           IF PARTIAL-TAKEN-AMT = ZEROS
               MOVE ZEROS TO PARTIAL-PENALTY-AMT
               MOVE ZEROS TO PARTIAL-NET-AMT
           ELSE
               PERFORM TAKE-PARTIAL-WITHDRAWAL
           END-IF.

        TAKE-PARTIAL-WITHDRAWAL.
           ADD PARTIAL-TAKEN-AMT TO SCHED-PRINCIPAL-PAID.
           SUBTRACT PARTIAL-TAKEN-AMT FROM SCHED-CLOSE-BAL.
           MOVE SCHED-CLOSE-BAL TO SCHED-OPEN-BAL.
               (PENALTY-MONTHS + 11) / 12.
           IF PENALTY-MONTHS > ZERO
                   AND IDX NOT > WS-PENALTY-WINDOW
      * same two-step factor computation TAKE-EARLY-WITHDRAWAL
      * uses to sidestep the fixed-point evaluator
               COMPUTE WS-PENALTY-FACTOR ROUNDED =
                   (RATE / 100) * (PENALTY-MONTHS / 12)
               MOVE PARTIAL-PENALTY-AMT TO RPT-PWD-PENALTY
               MOVE RPT-PARTIAL-LINE TO WS-STMT-LINE
               PERFORM WRITE-STATEMENT-LINE
               PERFORM WRITE-PARTIAL-EXTRACT
           END-IF.

      * the holds on the account in force on the period's end date,
      * the day the money would move.  a statement-only run - no
      * valid account number - has no holds to look up
        CHECK-WITHDRAWAL-HOLDS.
           MOVE 'N' TO HOLD-CHK-SW.
           MOVE 'N' TO HOLD-CHK-FULL-SW.
           MOVE 'N' TO HOLD-CHK-ESTATE-SW.
           IF ACCT-NR > ZEROS
               PERFORM RESOLVE-PERIOD-END-DATE
               MOVE ACCT-NR TO HOLD-CHK-ACCT-NR
               MOVE WS-ROLLED-DATE TO HOLD-CHK-DATE
               PERFORM CHECK-ACCOUNT-HOLDS
           END-IF.

        WRITE-HOLD-LINE.
           MOVE IDX TO RPT-HLD-PERIOD.
           MOVE HOLD-CHK-REF TO RPT-HLD-REF.
           MOVE RPT-HOLD-LINE TO WS-STMT-LINE.
           PERFORM WRITE-STATEMENT-LINE.

      * the partial withdrawal rides the same CIPENEXT extract the
      * closeout penalties ride, so the notice run letters an
      * assessed penalty the same way and the disbursement run
      * pays the net proceeds
        WRITE-PARTIAL-EXTRACT.
           PERFORM RESOLVE-PERIOD-END-DATE.
           OPEN EXTEND PEN-EXT-FILE.
           IF WS-PENEXT-STATUS NOT = '00'
               OPEN OUTPUT PEN-EXT-FILE
           END-IF.
           IF WS-PENEXT-STATUS = '00'
               MOVE BDT-BUS-DATE TO WS-RUN-DATE
               MOVE ACCT-NR TO PEX-ACCT-NR
               MOVE WS-RUN-DATE TO PEX-RUN-DATE
               MOVE IDX TO PEX-WD-PERIOD
               MOVE PARTIAL-PENALTY-AMT TO PEX-PENALTY-AMT
               MOVE PARTIAL-NET-AMT TO PEX-PAYOFF-AMT
               MOVE 'P' TO PEX-EVENT-CD
               MOVE EXTRACT-ENTRY-CD TO PEX-ENTRY-CD
               MOVE RERUN-REASON-CD TO PEX-REASON-CD
               MOVE WS-ROLLED-DATE TO PEX-EVENT-DATE
               WRITE PEN-EXT-RECORD
               ADD PEX-PENALTY-AMT TO RRF-PEN-AFTER
               ADD PEX-PAYOFF-AMT TO RRF-PAY-AFTER
               CLOSE PEN-EXT-FILE
           END-IF.

           END-IF.
           SUBTRACT SCHED-PRINCIPAL-PAID FROM SCHED-CLOSE-BAL.
           MOVE SCHED-CLOSE-BAL TO SCHED-OPEN-BAL.
           MOVE SCHED-PRINCIPAL-PAID TO EXTRA-TAKEN-AMT.

      * the customer's own ledger movements since the term started,
      * and the fees CI-FEE-RUN charged, which come off the balance
      * like a withdrawal - the system's other postings are the
      * schedule's own output and are never fed back into it
        LOAD-LEDGER-MOVEMENTS.
           MOVE ZEROS TO WS-MVT-COUNT.
           IF ACCT-NR > ZEROS
               OPEN INPUT TXN-LEDGER-FILE
               IF WS-TXN-STATUS = '00'
                   MOVE ACCT-NR TO CTX-ACCT-NR
                   MOVE SCHED-START-DATE TO CTX-TXN-DATE
                   MOVE ZEROS TO CTX-TXN-SEQ
                   MOVE 'N' TO WS-LEDGER-SWEEP-SW
                   START TXN-LEDGER-FILE KEY NOT < CTX-KEY
                       INVALID KEY
                           SET LEDGER-SWEEP-DONE TO TRUE
                   END-START
                   PERFORM UNTIL LEDGER-SWEEP-DONE
                       READ TXN-LEDGER-FILE NEXT RECORD
                           AT END
                               SET LEDGER-SWEEP-DONE TO TRUE
                           NOT AT END
                               IF CTX-ACCT-NR NOT = ACCT-NR
                                   SET LEDGER-SWEEP-DONE TO TRUE
                               ELSE
                                   IF CTX-FROM-CUSTOMER OR CTX-FEE
                                       PERFORM TAKE-ONE-MOVEMENT
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TXN-LEDGER-FILE
               END-IF
           END-IF.

        TAKE-ONE-MOVEMENT.
           IF WS-MVT-COUNT < 300
               ADD 1 TO WS-MVT-COUNT
               MOVE CTX-TXN-DATE TO MVT-DATE(WS-MVT-COUNT)
               MOVE CTX-TXN-CD TO MVT-CD(WS-MVT-COUNT)
               MOVE CTX-AMOUNT TO MVT-AMOUNT(WS-MVT-COUNT)
               MOVE 'N' TO MVT-APPLIED-SW(WS-MVT-COUNT)
           ELSE
               IF NOT MOVEMENT-TABLE-FULL
                   SET MOVEMENT-TABLE-FULL TO TRUE
                   DISPLAY 'COMPOUND-INTEREST: ACCOUNT ' ACCT-NR
                       ' HAS OVER 300 LEDGER MOVEMENTS - LATER '
                       'ONES NOT PROJECTED'
               END-IF
           END-IF.

      * every movement dated before this period's closing
      * anniversary and not yet applied lands at the period's
      * close; a withdrawal is capped at the balance on hand the
      * way the extra payment is
        APPLY-LEDGER-MOVEMENTS.
           MOVE IDX TO WS-ANNIV-OFFSET.
           PERFORM MAKE-ANNIVERSARY-DATE.
           MOVE WS-ANNIV-DATE TO WS-PERIOD-BOUNDARY.
           PERFORM VARYING WS-MVT-IDX FROM 1 BY 1
                   UNTIL WS-MVT-IDX > WS-MVT-COUNT
               IF MVT-APPLIED-SW(WS-MVT-IDX) = 'N'
                       AND MVT-DATE(WS-MVT-IDX) < WS-PERIOD-BOUNDARY
                   PERFORM APPLY-ONE-MOVEMENT
               END-IF
           END-PERFORM.
           MOVE SCHED-CLOSE-BAL TO SCHED-OPEN-BAL.

        APPLY-ONE-MOVEMENT.
           MOVE 'Y' TO MVT-APPLIED-SW(WS-MVT-IDX).
           IF MVT-CD(WS-MVT-IDX) = 'D'
               ADD MVT-AMOUNT(WS-MVT-IDX) TO SCHED-CLOSE-BAL
               ADD MVT-AMOUNT(WS-MVT-IDX) TO SCHED-PERIOD-DEPOSIT
           ELSE
               IF MVT-AMOUNT(WS-MVT-IDX) > SCHED-CLOSE-BAL
                   MOVE SCHED-CLOSE-BAL TO WS-MVT-TAKEN-AMT
               ELSE
                   MOVE MVT-AMOUNT(WS-MVT-IDX) TO WS-MVT-TAKEN-AMT
               END-IF
               SUBTRACT WS-MVT-TAKEN-AMT FROM SCHED-CLOSE-BAL
               ADD WS-MVT-TAKEN-AMT TO SCHED-PRINCIPAL-PAID
           END-IF.

      * the period's own events once its end date has come - the
      * interest credited (a payout account's interest posts step
      * by step instead), the tax withheld on it, and the extra
      * payment and partial withdrawal the terms place in it
        POST-PERIOD-TO-LEDGER.
           MOVE WS-ROLLED-DATE TO TXL-TXN-DATE.
           MOVE ZEROS TO WS-LREF-SLOT.
           IF NOT INTEREST-PAID-OUT AND SCHED-INTEREST > ZEROS
               MOVE 'I' TO TXL-TXN-CD
               MOVE SCHED-INTEREST TO TXL-AMOUNT
               PERFORM POST-LEDGER-ENTRY
           END-IF.
           IF WHT-RATE-FOUND AND WS-WHT-PERIOD-TAX > ZEROS
               MOVE 'T' TO TXL-TXN-CD
               MOVE WS-WHT-PERIOD-TAX TO TXL-AMOUNT
               PERFORM POST-LEDGER-ENTRY
           END-IF.
           IF EXTRA-TAKEN-AMT > ZEROS
               MOVE 900 TO WS-LREF-SLOT
               MOVE 'W' TO TXL-TXN-CD
               MOVE EXTRA-TAKEN-AMT TO TXL-AMOUNT
               PERFORM POST-LEDGER-ENTRY
           END-IF.
           IF PARTIAL-WD-PERIOD > ZERO AND IDX = PARTIAL-WD-PERIOD
                   AND PARTIAL-WD-AMT > ZERO
               MOVE 910 TO WS-LREF-SLOT
               IF PARTIAL-NET-AMT > ZEROS
                   MOVE 'W' TO TXL-TXN-CD
                   MOVE PARTIAL-NET-AMT TO TXL-AMOUNT
                   PERFORM POST-LEDGER-ENTRY
               END-IF
               IF PARTIAL-PENALTY-AMT > ZEROS
                   MOVE 'P' TO TXL-TXN-CD
                   MOVE PARTIAL-PENALTY-AMT TO TXL-AMOUNT
                   PERFORM POST-LEDGER-ENTRY
               END-IF
           END-IF.

      * a payout step's interest is credited and paid straight
      * back out on its payout date
        POST-PAYOUT-TO-LEDGER.
           MOVE WS-PAYOUT-DATE TO TXL-TXN-DATE.
           MOVE SUB-IDX TO WS-LREF-SLOT.
           MOVE 'I' TO TXL-TXN-CD.
           MOVE SCHED-STEP-PAYOUT TO TXL-AMOUNT.
           PERFORM POST-LEDGER-ENTRY.
           MOVE 'W' TO TXL-TXN-CD.
           MOVE SCHED-STEP-PAYOUT TO TXL-AMOUNT.
           PERFORM POST-LEDGER-ENTRY.

      * the early withdrawal's penalty, and the payoff leaving the
      * account
        POST-EARLY-WD-TO-LEDGER.
           MOVE WS-ROLLED-DATE TO TXL-TXN-DATE.
           MOVE 920 TO WS-LREF-SLOT.
           IF PENALTY-AMOUNT > ZEROS
               MOVE 'P' TO TXL-TXN-CD
               MOVE PENALTY-AMOUNT TO TXL-AMOUNT
               PERFORM POST-LEDGER-ENTRY
           END-IF.
           IF PAYOFF-AMOUNT > ZEROS
               MOVE 'W' TO TXL-TXN-CD
               MOVE PAYOFF-AMOUNT TO TXL-AMOUNT
               PERFORM POST-LEDGER-ENTRY
           END-IF.

      * the caller has set the date, code, amount, and slot; an
      * account not yet on the ledger is taken on at the principal
      * and origination date the schedule started from.  the
      * nightly run meets its own earlier postings as duplicates
      * and leaves them be; a rerun restates them.  an entry the
      * ledger refuses is reported and flags the step
        POST-LEDGER-ENTRY.
           MOVE SCHED-START-DATE TO WS-LREF-START.
           MOVE IDX TO WS-LREF-PERIOD.
           MOVE SPACE TO WS-LREF-ADJ-NR.
           MOVE ACCT-NR TO TXL-ACCT-NR.
           MOVE 'S' TO TXL-ORIGIN-CD.
           MOVE SPACE TO TXL-ADJ-CD.
           MOVE WS-LEDGER-REF TO TXL-REFERENCE.
           MOVE 'COMPOUND-INTEREST' TO TXL-CALLER-ID.
           MOVE BDT-BUS-DATE TO TXL-POST-DATE.
           MOVE SCHED-START-DATE TO TXL-TAKEON-DATE.
           MOVE PRINCIPAL TO TXL-TAKEON-AMT.
           MOVE TXL-AMOUNT TO WS-LDG-POST-AMT.
           CALL 'TXNLEDGER' USING TXN-LEDGER-PARMS.
           EVALUATE TRUE
               WHEN TXL-STAT-POSTED
                   CONTINUE
               WHEN TXL-STAT-DUPLICATE
                   IF RERUN-MODE
                       PERFORM RESTATE-LEDGER-ENTRY
                   END-IF
               WHEN OTHER
                   PERFORM REPORT-LEDGER-REFUSAL
           END-EVALUATE.

      * what stands on the ledger is the original posting plus
      * every adjustment earlier reruns posted against it; the
      * difference to the restated amount goes under the first
      * free adjustment number.  an entry already standing at the
      * restated amount is left alone
        RESTATE-LEDGER-ENTRY.
           MOVE TXL-DUP-AMOUNT TO WS-LDG-STANDING.
           MOVE ZEROS TO WS-LDG-ADJ-NR.
           MOVE 'N' TO WS-LDG-ADJ-SW.
           PERFORM POST-LEDGER-ADJUSTMENT
               UNTIL LEDGER-ADJ-DONE.

        POST-LEDGER-ADJUSTMENT.
           COMPUTE WS-LDG-DIFF = WS-LDG-POST-AMT - WS-LDG-STANDING.
           EVALUATE TRUE
               WHEN WS-LDG-DIFF = ZEROS
                   SET LEDGER-ADJ-DONE TO TRUE
               WHEN WS-LDG-ADJ-NR = 9
                   DISPLAY 'COMPOUND-INTEREST: ACCOUNT ' ACCT-NR
                       ' LEDGER ' TXL-TXN-CD ' ENTRY '
                       WS-LEDGER-REF(1:15)
                       ' ALREADY ADJUSTED 9 TIMES - NOT RESTATED'
                   PERFORM FLAG-LEDGER-STEP
                   SET LEDGER-ADJ-DONE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-LDG-ADJ-NR
                   MOVE WS-LDG-ADJ-NR TO WS-LREF-ADJ-NR
                   MOVE WS-LEDGER-REF TO TXL-REFERENCE
                   IF WS-LDG-DIFF < ZEROS
                       SET TXL-ADJ-REDUCES TO TRUE
                       COMPUTE TXL-AMOUNT = ZERO - WS-LDG-DIFF
                   ELSE
                       MOVE SPACE TO TXL-ADJ-CD
                       MOVE WS-LDG-DIFF TO TXL-AMOUNT
                   END-IF
                   CALL 'TXNLEDGER' USING TXN-LEDGER-PARMS
                   EVALUATE TRUE
                       WHEN TXL-STAT-DUPLICATE
                           ADD TXL-DUP-AMOUNT TO WS-LDG-STANDING
                       WHEN TXL-STAT-POSTED
                           PERFORM NOTE-LEDGER-ADJUSTMENT
                           SET LEDGER-ADJ-DONE TO TRUE
                       WHEN OTHER
                           PERFORM REPORT-LEDGER-REFUSAL
                           SET LEDGER-ADJ-DONE TO TRUE
                   END-EVALUATE
           END-EVALUATE.

      * kept for the account's CIRERRPT block, written once the
      * schedule has run
        NOTE-LEDGER-ADJUSTMENT.
           IF WS-LDG-ADJ-COUNT < 20
               ADD 1 TO WS-LDG-ADJ-COUNT
               MOVE TXL-TXN-CD TO LAJ-TXN-CD(WS-LDG-ADJ-COUNT)
               MOVE WS-LREF-PERIOD TO LAJ-PERIOD(WS-LDG-ADJ-COUNT)
               MOVE WS-LREF-SLOT TO LAJ-SLOT(WS-LDG-ADJ-COUNT)
               MOVE WS-LDG-STANDING TO LAJ-BEFORE(WS-LDG-ADJ-COUNT)
               MOVE WS-LDG-POST-AMT TO LAJ-AFTER(WS-LDG-ADJ-COUNT)
           ELSE
               DISPLAY 'COMPOUND-INTEREST: ACCOUNT ' ACCT-NR
                   ' LEDGER ' TXL-TXN-CD ' ENTRY ' WS-LEDGER-REF
                   ' ADJUSTED FROM ' WS-LDG-STANDING ' TO '
                   WS-LDG-POST-AMT
           END-IF.

        REPORT-LEDGER-REFUSAL.
           DISPLAY 'COMPOUND-INTEREST: ACCOUNT ' ACCT-NR
               ' LEDGER ' TXL-TXN-CD ' ENTRY ' TXL-REFERENCE
               ' NOT POSTED - STATUS ' TXL-STATUS.
           PERFORM FLAG-LEDGER-STEP.

        FLAG-LEDGER-STEP.
           IF WS-RUN-RC < 4
               MOVE 4 TO WS-RUN-RC
           END-IF.

      * the account's whole ledger in date order, each entry with
      * the balance it left - the history section of the statement
        WRITE-LEDGER-SECTION.
           MOVE 'N' TO WS-LEDGER-HEAD-SW.
           IF ACCT-NR > ZEROS
               OPEN INPUT TXN-LEDGER-FILE
               IF WS-TXN-STATUS = '00'
                   MOVE ACCT-NR TO CTX-ACCT-NR
                   MOVE ZEROS TO CTX-TXN-DATE
                   MOVE ZEROS TO CTX-TXN-SEQ
                   MOVE 'N' TO WS-LEDGER-SWEEP-SW
                   START TXN-LEDGER-FILE KEY NOT < CTX-KEY
                       INVALID KEY
                           SET LEDGER-SWEEP-DONE TO TRUE
                   END-START
                   PERFORM UNTIL LEDGER-SWEEP-DONE
                       READ TXN-LEDGER-FILE NEXT RECORD
                           AT END
                               SET LEDGER-SWEEP-DONE TO TRUE
                           NOT AT END
                               IF CTX-ACCT-NR NOT = ACCT-NR
                                   SET LEDGER-SWEEP-DONE TO TRUE
                               ELSE
                                   PERFORM WRITE-LEDGER-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TXN-LEDGER-FILE
               END-IF
           END-IF.

        WRITE-LEDGER-LINE.
           IF NOT LEDGER-HEAD-PRINTED
               MOVE LEDGER-HEADING-1 TO WS-STMT-LINE
               PERFORM WRITE-STATEMENT-LINE
               MOVE LEDGER-HEADING-2 TO WS-STMT-LINE
               PERFORM WRITE-STATEMENT-LINE
               SET LEDGER-HEAD-PRINTED TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN CTX-FROM-TAKE-ON
                   MOVE 'OPENING BALANCE' TO LDG-RPT-DESC
               WHEN CTX-ADJ-REDUCES
                   MOVE 'RERUN REDUCTION' TO LDG-RPT-DESC
               WHEN CTX-DEPOSIT
                   MOVE 'DEPOSIT' TO LDG-RPT-DESC
               WHEN CTX-WITHDRAWAL
                   MOVE 'WITHDRAWAL' TO LDG-RPT-DESC
               WHEN CTX-INTEREST-CREDIT
                   MOVE 'INTEREST CREDITED' TO LDG-RPT-DESC
               WHEN CTX-PENALTY
                   MOVE 'PENALTY' TO LDG-RPT-DESC
               WHEN CTX-TAX-WITHHELD
                   MOVE 'TAX WITHHELD' TO LDG-RPT-DESC
               WHEN CTX-FEE
                   MOVE 'FEE CHARGED' TO LDG-RPT-DESC
               WHEN OTHER
                   MOVE SPACES TO LDG-RPT-DESC
           END-EVALUATE.
           MOVE CTX-TXN-DATE TO LDG-RPT-DATE.
           MOVE CTX-AMOUNT TO LDG-RPT-AMOUNT.
           MOVE CTX-BALANCE TO LDG-RPT-BALANCE.
           MOVE LEDGER-DETAIL-LINE TO WS-STMT-LINE.
           PERFORM WRITE-STATEMENT-LINE.

        WRITE-RUNLOG-START.
           MOVE 'COMPOUND-INTEREST' TO RLOG-PROGRAM-ID.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY ACCTCHKP.

           COPY BUSDTP.

           COPY HOLDCHKP.
           COPY WHXCHKP.
