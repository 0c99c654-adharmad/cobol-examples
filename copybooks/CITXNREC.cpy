      * CITXNREC - record layout for CITXN, the deposit transaction
      * ledger keyed by account number, transaction date, and a
      * sequence within the date.  every monetary event on a term
      * account - the customer's deposits and withdrawals, the
      * interest the schedule credits, penalties, tax withheld, and
      * the fees CI-FEE-RUN charges - is one entry carrying the
      * balance the account stood at once it posted, so the
      * account's whole history can be reproduced and printed in
      * date order.  entries are only ever added through the
      * TXNLEDGER subprogram, which keeps the running balances
      * right when an entry lands behind later ones.  shared by
      * every program that opens CITXN so the layout only has to
      * change in one place.
       01  CTX-RECORD.
           05  CTX-KEY.
               10  CTX-ACCT-NR             PIC  9(10).
               10  CTX-TXN-DATE            PIC  9(08).
               10  CTX-TXN-SEQ             PIC  9(04).
           05  CTX-TXN-CD                  PIC  X(01).
               88  CTX-DEPOSIT                     VALUE 'D'.
               88  CTX-WITHDRAWAL                  VALUE 'W'.
               88  CTX-INTEREST-CREDIT             VALUE 'I'.
               88  CTX-PENALTY                     VALUE 'P'.
               88  CTX-TAX-WITHHELD                VALUE 'T'.
               88  CTX-FEE                         VALUE 'F'.
               88  CTX-IS-CREDIT                   VALUES 'D' 'I'.
      * who originated the entry - 'C' the customer, through the
      * teller and branch feed; 'S' the system, struck by the
      * schedule run; 'O' the take-on entry opening an account's
      * ledger at its principal
           05  CTX-ORIGIN-CD               PIC  X(01).
               88  CTX-FROM-CUSTOMER               VALUE 'C'.
               88  CTX-FROM-SYSTEM                 VALUE 'S'.
               88  CTX-FROM-TAKE-ON                VALUE 'O'.
           05  CTX-AMOUNT                  PIC  9(08)V99.
           05  CTX-BALANCE                 PIC S9(09)V99.
           05  CTX-REFERENCE               PIC  X(16).
           05  CTX-SOURCE-ID               PIC  X(18).
           05  CTX-POST-DATE               PIC  9(08).
      * 'R' marks an adjusting entry that takes money back off its
      * code - an earlier posting restated lower - so the entry
      * lowers the balance a credit would raise, and the reverse
           05  CTX-ADJ-CD                  PIC  X(01).
               88  CTX-ADJ-REDUCES                 VALUE 'R'.
           05  FILLER                      PIC  X(09).
