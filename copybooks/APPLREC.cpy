      * APPLREC - record layout for ACCTAPPL, the new-account
      * application file CI-ACCT-OPEN reads.  the batch leads with
      * an 'O' record naming the submitting operator in columns
      * 2-9; each application is then an 'A' record carrying the
      * primary holder and the terms asked for, followed by one
      * 'J' record per joint holder under the same application id
      * (only the holder fields of a 'J' record are read).  the
      * document number is an 11-digit CPF left-justified or a
      * 14-digit CNPJ.  shared by every program that opens
      * ACCTAPPL so the layout only has to change in one place.
       01  APL-RECORD.
           05  APL-REC-TYPE                PIC  X(01).
               88  APL-IS-OPERATOR                 VALUE 'O'.
               88  APL-IS-APPLICATION              VALUE 'A'.
               88  APL-IS-JOINT                    VALUE 'J'.
           05  APL-APPL-ID                 PIC  X(08).
           05  APL-DOC-NR                  PIC  X(14).
           05  APL-NAME                    PIC  X(30).
           05  APL-ADDR-LINE-1             PIC  X(30).
           05  APL-ADDR-LINE-2             PIC  X(30).
           05  APL-PRODUCT-CD              PIC  X(06).
           05  APL-PRINCIPAL               PIC  9(08)V99.
           05  APL-PERIOD                  PIC  9(04).
           05  APL-CYCLE-CD                PIC  X(01).
           05  APL-RENEW-CD                PIC  X(01).
           05  APL-JURIS-CD                PIC  X(02).
           05  APL-CURRENCY-CD             PIC  X(03).
