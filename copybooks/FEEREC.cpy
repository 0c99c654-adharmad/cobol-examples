      * FEEREC - record layout for FEESCHED, the account fee
      * schedule keyed by product code and fee type.  a blank
      * product is the house entry, charged to any product that
      * carries no entry of its own for the fee.  a fee is a flat
      * amount or a percentage of the money the event moved, the
      * percentage held between its minimum and maximum charge
      * (zero maximum is uncapped).  the maintenance fee falls due
      * when the month-end balance is below FEE-TRIGGER-BAL; the
      * closure fee when an account closes within FEE-GRACE-DAYS
      * of opening.  a fee due is waived when the balance stands at
      * or above FEE-WAIVE-BAL, or the account is younger than
      * FEE-WAIVE-MONTHS - zero turns either rule off.  an entry is
      * charged from FEE-EFF-DATE on, and credits the fee income
      * account it names.  kept by FEE-SCHED-MAINT.  shared by
      * every program that opens FEESCHED so the layout only has to
      * change in one place.
       01  FEE-RECORD.
           05  FEE-KEY.
               10  FEE-PRODUCT-CD          PIC  X(06).
               10  FEE-TYPE-CD             PIC  X(01).
                   88  FEE-REPRINT                 VALUE 'R'.
                   88  FEE-MAINTENANCE             VALUE 'M'.
                   88  FEE-EARLY-CLOSURE           VALUE 'C'.
                   88  FEE-WIRE                    VALUE 'W'.
                   88  FEE-TYPE-IS-KNOWN   VALUES 'R' 'M' 'C' 'W'.
           05  FEE-CALC-CD                 PIC  X(01).
               88  FEE-FLAT-AMOUNT                 VALUE 'A'.
               88  FEE-PERCENTAGE                  VALUE 'P'.
               88  FEE-CALC-IS-KNOWN               VALUES 'A' 'P'.
           05  FEE-AMOUNT                  PIC  9(06)V99.
           05  FEE-PERCENT                 PIC  9(02)V9(04).
           05  FEE-MIN-CHARGE              PIC  9(06)V99.
           05  FEE-MAX-CHARGE              PIC  9(06)V99.
           05  FEE-TRIGGER-BAL             PIC  9(09)V99.
           05  FEE-GRACE-DAYS              PIC  9(04).
           05  FEE-WAIVE-BAL               PIC  9(09)V99.
           05  FEE-WAIVE-MONTHS            PIC  9(02).
           05  FEE-EFF-DATE                PIC  9(08).
           05  FEE-INCOME-GL               PIC  X(10).
           05  FEE-DESC                    PIC  X(20).
           05  FEE-CHANGED-BY              PIC  X(08).
           05  FILLER                      PIC  X(10).
