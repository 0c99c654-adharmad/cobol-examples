      * LOAREC - record layout for LEAVEFILE, the leave-of-absence
      * file keyed by employee and the first day of the leave.
      * one entry per absence - medical, accident, maternity,
      * unpaid or whatever other type LOARULES defines - with the
      * return expected when the leave began and the actual return
      * once the employee is back; zeros in the actual return mean
      * the employee is still out.  the return dates are the first
      * day back at work, so the leave runs from LOA-START-DATE to
      * the day before.  LEAVE-PAY prices each month of it by the
      * type's rules.  shared by every program that opens LEAVEFILE
      * so the layout only has to change in one place.
       01  LOA-RECORD.
           05  LOA-KEY.
               10  LOA-EMP-ID              PIC  9(06).
               10  LOA-START-DATE          PIC  9(08).
           05  LOA-TYPE                    PIC  X(01).
           05  LOA-EXPECTED-RETURN         PIC  9(08).
           05  LOA-ACTUAL-RETURN           PIC  9(08).
               88  LOA-STILL-OUT                   VALUE ZEROS.
           05  LOA-CHANGED-BY              PIC  X(08).
           05  LOA-CHANGED-DATE            PIC  9(08).
           05  FILLER                      PIC  X(10).
