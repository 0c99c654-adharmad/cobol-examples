      * the primary and penalty notices fan out to everyone on the
      * account.  shared by every program that opens ACCTREL so
      * the layout only has to change in one place.
      * ACR-ADDR-STATUS is set undeliverable by RETURNED-MAIL when
      * mail to the holder's address comes back, and cleared when
      * ACCTREL-MAINT records a new address.
       01  ACR-RECORD.
           05  ACR-KEY.
               10  ACR-ACCT-NR             PIC  9(10).
           05  ACR-NAME                    PIC  X(30).
           05  ACR-ADDR-LINE-1             PIC  X(30).
           05  ACR-ADDR-LINE-2             PIC  X(30).
           05  ACR-ADDR-STATUS             PIC  X(01).
               88  ACR-ADDR-UNDELIVERABLE           VALUE 'U'.
           05  FILLER                      PIC  X(04).
