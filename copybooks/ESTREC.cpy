      * ESTREC - record layout for ESTFILE, the establishment
      * master keyed by a four-character establishment code.  the
      * payroll runs for several legal entities and branches, and
      * each one remits its taxes, files its declarations and pays
      * its people from its own bank account under its own CNPJ -
      * the entry carries that CNPJ, the account the payroll is
      * paid from, and the company segment its ledger postings
      * carry.  exactly one entry is the head office, which takes
      * every employee whose master entry names no establishment.
      * shared by every program that opens ESTFILE so the layout
      * only has to change in one place.
       01  EST-RECORD.
           05  EST-CD                      PIC  X(04).
           05  EST-NAME                    PIC  X(30).
           05  EST-CNPJ                    PIC  9(14).
           05  EST-BANK-CD                 PIC  X(03).
           05  EST-BANK-BRANCH             PIC  X(05).
           05  EST-BANK-ACCT               PIC  X(10).
           05  EST-GL-COMPANY              PIC  X(04).
           05  EST-HEAD-OFFICE             PIC  X(01).
               88  EST-IS-HEAD-OFFICE              VALUE 'Y'.
           05  EST-STATUS-CD               PIC  X(01).
               88  EST-STATUS-ACTIVE               VALUE 'A'.
               88  EST-STATUS-INACTIVE             VALUE 'I'.
           05  EST-CHANGED-BY              PIC  X(08).
           05  EST-CHANGED-DATE            PIC  9(08).
           05  FILLER                      PIC  X(10).
