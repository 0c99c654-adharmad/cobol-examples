      * BENREC - record layout for BENFILE, the benefit enrollment
      * master keyed by employee and plan.  one entry per plan an
      * employee is enrolled in - health plan, dental plan, meal
      * voucher, or transport voucher (vale-transporte) - naming
      * the provider that bills for it, the coverage level and the
      * dependants it covers, and the monthly cost split between
      * the employee's share (deducted from pay) and the employer's
      * share.  the enrollment runs from BEN-START-DATE through
      * BEN-END-DATE inclusive; an end date of zeros is open-ended.
      * shared by every program that opens BENFILE so the layout
      * only has to change in one place.
       01  BEN-RECORD.
           05  BEN-KEY.
               10  BEN-EMP-ID              PIC  9(06).
               10  BEN-PLAN-CD             PIC  X(04).
           05  BEN-PLAN-TYPE               PIC  X(01).
               88  BEN-HEALTH-PLAN                 VALUE 'H'.
               88  BEN-DENTAL-PLAN                 VALUE 'O'.
               88  BEN-MEAL-VOUCHER                VALUE 'M'.
               88  BEN-TRANSPORT-VOUCHER           VALUE 'T'.
               88  BEN-TYPE-IS-KNOWN               VALUES 'H' 'O'
                                                          'M' 'T'.
           05  BEN-PROVIDER-CD             PIC  X(06).
           05  BEN-COVERAGE-LEVEL          PIC  X(01).
               88  BEN-EMPLOYEE-ONLY               VALUE 'E'.
               88  BEN-WITH-DEPENDANTS             VALUE 'D'.
               88  BEN-FAMILY                      VALUE 'F'.
               88  BEN-LEVEL-IS-KNOWN              VALUES 'E' 'D'
                                                          'F'.
           05  BEN-DEPS-COVERED            PIC  9(02).
           05  BEN-EMPLOYEE-SHARE          PIC  9(07)V99.
           05  BEN-EMPLOYER-SHARE          PIC  9(07)V99.
           05  BEN-START-DATE              PIC  9(08).
           05  BEN-END-DATE                PIC  9(08).
           05  BEN-EMP-NAME                PIC  X(30).
           05  BEN-CHANGED-BY              PIC  X(08).
           05  BEN-CHANGED-DATE            PIC  9(08).
           05  FILLER                      PIC  X(10).
