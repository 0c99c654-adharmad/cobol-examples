      * FEEHSREC - record layout for FEEHIST, the fee history.  one
      * appended record per fee CI-FEE-RUN assessed - charged to the
      * account, or waived under the schedule's waiver rules with a
      * zero amount - carrying the product the account was on, so
      * CI-FEE-INCOME can total fee income by product over any
      * period.  shared by every program that opens FEEHIST so the
      * layout only has to change in one place.
       01  FEH-RECORD.
           05  FEH-ACCT-NR                 PIC  9(10).
           05  FEH-PRODUCT-CD              PIC  X(06).
           05  FEH-TYPE-CD                 PIC  X(01).
           05  FEH-FEE-DATE                PIC  9(08).
           05  FEH-RUN-DATE                PIC  9(08).
           05  FEH-AMOUNT                  PIC  9(08)V99.
           05  FEH-WAIVED-SW               PIC  X(01).
               88  FEH-WAIVED                      VALUE 'Y'.
           05  FEH-REFERENCE               PIC  X(16).
           05  FEH-INCOME-GL               PIC  X(10).
