      * DEPREC - record layout for DEPFILE, the employee dependants
      * master keyed by employee and a sequence number within the
      * employee.  one entry per dependant - name, CPF, birth date
      * and relationship - with two flags: DEP-TAX-FLAG makes the
      * dependant count toward the per-dependant deduction from
      * the IRRF base, and DEP-SALFAM-FLAG makes a child count
      * toward the family allowance (salario-familia) while under
      * the age limit.  the age is taken from DEP-BIRTH-DATE on
      * each payroll's run date, so a child who ages out stops
      * counting without anyone touching the entry.  shared by
      * every program that opens DEPFILE so the layout only has to
      * change in one place.
       01  DEP-RECORD.
           05  DEP-KEY.
               10  DEP-EMP-ID              PIC  9(06).
               10  DEP-SEQ                 PIC  9(02).
           05  DEP-NAME                    PIC  X(30).
           05  DEP-CPF-NR                  PIC  9(11).
           05  DEP-BIRTH-DATE              PIC  9(08).
           05  DEP-RELATION                PIC  X(01).
               88  DEP-CHILD                       VALUE 'C'.
               88  DEP-SPOUSE                      VALUE 'S'.
               88  DEP-PARENT                      VALUE 'P'.
               88  DEP-OTHER                       VALUE 'O'.
               88  DEP-RELATION-IS-KNOWN           VALUES 'C' 'S'
                                                          'P' 'O'.
           05  DEP-TAX-FLAG                PIC  X(01).
               88  DEP-TAX-DEPENDANT               VALUE 'Y'.
           05  DEP-SALFAM-FLAG             PIC  X(01).
               88  DEP-SALFAM-ELIGIBLE             VALUE 'Y'.
           05  DEP-CHANGED-BY              PIC  X(08).
           05  DEP-CHANGED-DATE            PIC  9(08).
           05  FILLER                      PIC  X(10).
