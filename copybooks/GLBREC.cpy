      * GLBREC - record layout for GLBAL, the ledger account
      * balances by period, keyed by account, company segment and
      * period.  GL-LOAD accumulates every posting stream into the
      * period the posting is dated in: the period's debits and
      * credits, the opening it took over from the account's last
      * earlier period, and the closing.  balances are kept debit
      * positive, so a credit balance is negative whatever the
      * account's normal side.  the company segment is blank for
      * the streams that carry none.  shared by every program that
      * opens GLBAL so the layout only has to change in one place.
       01  GLB-RECORD.
           05  GLB-KEY.
               10  GLB-ACCOUNT             PIC  X(10).
               10  GLB-COMPANY             PIC  X(04).
               10  GLB-PERIOD              PIC  9(06).
           05  GLB-OPENING                 PIC S9(11)V99.
           05  GLB-DEBITS                  PIC  9(11)V99.
           05  GLB-CREDITS                 PIC  9(11)V99.
           05  GLB-CLOSING                 PIC S9(11)V99.
           05  GLB-LAST-LOAD-DATE          PIC  9(08).
           05  FILLER                      PIC  X(10).
