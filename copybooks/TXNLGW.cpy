      * TXNLGW - parameter area for the TXNLEDGER subprogram, the
      * only writer of the CITXN deposit transaction ledger.  copy
      * this into WORKING-STORAGE SECTION of every program that
      * posts a monetary event to a term account: fill the entry,
      * CALL 'TXNLEDGER' USING TXN-LEDGER-PARMS, then test
      * TXL-STATUS - TXL-BALANCE comes back holding the balance the
      * account stood at once the entry posted.
      *
      * an entry whose code and reference are already on the
      * account comes back as a duplicate and is not posted again,
      * so a rerun of the posting job is harmless; a blank
      * reference is never treated as a duplicate - TXL-DUP-AMOUNT
      * comes back holding what the earlier posting carried,
      * negative when it was a reducing adjustment, so a caller
      * restating an amount can post the difference under a
      * reference of its own.  TXL-ADJ-CD 'R' marks such an
      * adjustment as taking money back off its code instead of
      * adding to it.  a customer withdrawal larger than the
      * balance on its date is refused as overdrawn.  an account
      * with nothing on the ledger yet is taken on first - a
      * deposit of TXL-TAKEON-AMT dated TXL-TAKEON-DATE - before
      * the entry itself posts
       01  TXN-LEDGER-PARMS.
           05  TXL-ACCT-NR              PIC 9(10).
           05  TXL-TXN-DATE             PIC 9(08).
           05  TXL-TXN-CD               PIC X(01).
           05  TXL-ORIGIN-CD            PIC X(01).
           05  TXL-AMOUNT               PIC 9(08)V99.
           05  TXL-REFERENCE            PIC X(16).
           05  TXL-CALLER-ID            PIC X(18).
           05  TXL-POST-DATE            PIC 9(08).
           05  TXL-TAKEON-DATE          PIC 9(08).
           05  TXL-TAKEON-AMT           PIC 9(08)V99.
           05  TXL-BALANCE              PIC S9(09)V99.
           05  TXL-STATUS               PIC X(01).
               88  TXL-STAT-POSTED              VALUE 'O'.
               88  TXL-STAT-DUPLICATE           VALUE 'D'.
               88  TXL-STAT-OVERDRAWN           VALUE 'V'.
               88  TXL-STAT-INVALID             VALUE 'I'.
               88  TXL-STAT-ERROR               VALUE 'E'.
           05  TXL-ADJ-CD               PIC X(01).
               88  TXL-ADJ-REDUCES              VALUE 'R'.
           05  TXL-DUP-AMOUNT           PIC S9(08)V99.
