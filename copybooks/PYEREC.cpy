      * PYEREC - record layout for PAYEEFILE, the third-party payee
      * master keyed by the payee's CNPJ, or its CPF right-justified
      * in the same fourteen digits.  one entry for each party the
      * payroll withholds money for - the beneficiary of a court
      * order, a consignado lender, a benefit provider, a union, a
      * government agency - carrying the bank account it is paid
      * into, how it is paid and how often.  the routes name the
      * deduction codes whose withholdings belong to the payee: a
      * route with an employee id takes that code for that one
      * employee only (a court order's beneficiary), a route with
      * zeros takes the code for everyone it is not routed to by
      * name.  PYE-LAST-PERIOD is the last month PAYEE-PAYMENT
      * gathered for the payee, which keeps a rerun from paying the
      * same month twice, and PYE-CARRIED-AMOUNT is what has been
      * gathered and held since the last remittance.  shared by
      * every program that opens PAYEEFILE so the layout only has
      * to change in one place.
       01  PYE-RECORD.
           05  PYE-DOC-NR                  PIC  9(14).
           05  PYE-DOC-TYPE                PIC  X(01).
               88  PYE-DOC-IS-CNPJ                 VALUE 'J'.
               88  PYE-DOC-IS-CPF                  VALUE 'F'.
           05  PYE-NAME                    PIC  X(30).
           05  PYE-PAYEE-KIND              PIC  X(01).
               88  PYE-KIND-COURT-BENEFICIARY      VALUE 'C'.
               88  PYE-KIND-LENDER                 VALUE 'L'.
               88  PYE-KIND-PROVIDER               VALUE 'P'.
               88  PYE-KIND-UNION                  VALUE 'U'.
               88  PYE-KIND-GOVERNMENT             VALUE 'G'.
               88  PYE-KIND-IS-KNOWN               VALUES 'C' 'L'
                                                   'P' 'U' 'G'.
           05  PYE-BANK-CD                 PIC  X(03).
           05  PYE-BANK-BRANCH             PIC  X(05).
           05  PYE-BANK-ACCT               PIC  X(10).
           05  PYE-PAY-METHOD              PIC  X(01).
               88  PYE-PAY-BY-TRANSFER             VALUE 'T'.
               88  PYE-PAY-BY-PIX                  VALUE 'P'.
               88  PYE-PAY-BY-SLIP                 VALUE 'B'.
               88  PYE-METHOD-IS-KNOWN             VALUES 'T' 'P'
                                                          'B'.
           05  PYE-REMIT-FREQ              PIC  X(01).
               88  PYE-REMIT-MONTHLY               VALUE 'M'.
               88  PYE-REMIT-QUARTERLY             VALUE 'Q'.
               88  PYE-FREQ-IS-KNOWN               VALUES 'M' 'Q'.
           05  PYE-ROUTE OCCURS 6 TIMES.
               10  PYE-ROUTE-CODE          PIC  X(04).
               10  PYE-ROUTE-EMP-ID        PIC  9(06).
           05  PYE-STATUS-CD               PIC  X(01).
               88  PYE-STATUS-ACTIVE               VALUE 'A'.
               88  PYE-STATUS-INACTIVE             VALUE 'I'.
           05  PYE-LAST-PERIOD             PIC  9(06).
           05  PYE-CARRIED-AMOUNT          PIC  9(09)V99.
           05  PYE-CHANGED-BY              PIC  X(08).
           05  PYE-CHANGED-DATE            PIC  9(08).
           05  FILLER                      PIC  X(10).
