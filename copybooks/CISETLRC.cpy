      * CISETLRC - record layout for CISETLEXT, the settlement
      * extract.  one appended record per account the house pays
      * out in full - a closure struck by CI-CLOSEOUT or a term
      * CI-RENEWAL matured to payout - carrying the figures the
      * settlement was struck on, so DEPOSIT-DISBURSE can cut the
      * payment without anyone rekeying the printed statement.
      * shared by every program that opens CISETLEXT so the layout
      * only has to change in one place.
       01  CSX-RECORD.
           05  CSX-ACCT-NR                 PIC  9(10).
           05  CSX-EVENT-CD                PIC  X(01).
               88  CSX-CLOSURE                     VALUE 'C'.
               88  CSX-MATURITY                    VALUE 'M'.
           05  CSX-EVENT-DATE              PIC  9(08).
           05  CSX-RUN-DATE                PIC  9(08).
           05  CSX-PRINCIPAL               PIC  9(08)V99.
           05  CSX-INTEREST                PIC  9(08)V99.
           05  CSX-PENALTY                 PIC  9(08)V99.
           05  CSX-SETTLEMENT              PIC  9(08)V99.
           05  CSX-CURRENCY-CD             PIC  X(03).
