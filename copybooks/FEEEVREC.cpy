      * FEEEVREC - record layout for CIFEEEVT, the fee event
      * extract.  one appended record per chargeable event as it
      * happens - a statement reprint (CISTMT-REPRINT), a closure
      * inside its grace period (CI-CLOSEOUT), a wire transfer out
      * of a live account (DEPOSIT-DISBURSE) - so CI-FEE-RUN can
      * charge it against the account.  FEV-REFERENCE identifies
      * the event within its type, and with the type makes the
      * fee's ledger reference, so an event offered twice is only
      * ever charged once.  a closure fee is struck at settlement,
      * where it comes off the money paid, and arrives priced;
      * every other event carries the money it moved as the base
      * for a percentage fee.  shared by every program that opens
      * CIFEEEVT so the layout only has to change in one place.
       01  FEV-RECORD.
           05  FEV-ACCT-NR                 PIC  9(10).
           05  FEV-TYPE-CD                 PIC  X(01).
           05  FEV-EVENT-DATE              PIC  9(08).
           05  FEV-RUN-DATE                PIC  9(08).
           05  FEV-REFERENCE               PIC  X(15).
           05  FEV-BASE-AMT                PIC  9(09)V99.
           05  FEV-PRICED-SW               PIC  X(01).
               88  FEV-PRE-PRICED                  VALUE 'Y'.
           05  FEV-FEE-AMT                 PIC  9(08)V99.
           05  FEV-SOURCE-ID               PIC  X(18).
