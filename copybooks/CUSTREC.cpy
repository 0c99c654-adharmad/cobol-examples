      * CUSTREC - record layout for CUSTFILE, the customer master
      * keyed by account number.  shared by every program that opens
      * CUSTFILE so the layout only has to change in one place.
      * CUST-ADDR-STATUS is set undeliverable by RETURNED-MAIL when
      * the post office sends a bundle back, and cleared when
      * CUSTFILE-MAINT records a new address.
       01  CUST-RECORD.
           05  CUST-ACCT-NR                PIC  9(10).
           05  CUST-NAME                   PIC  X(30).
           05  CUST-ADDR-LINE-1            PIC  X(30).
           05  CUST-ADDR-LINE-2            PIC  X(30).
           05  CUST-DOC-NR                 PIC  X(14).
           05  CUST-ADDR-STATUS            PIC  X(01).
               88  CUST-ADDR-UNDELIVERABLE          VALUE 'U'.
           05  FILLER                      PIC  X(05).
