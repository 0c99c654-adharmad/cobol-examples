      * PCALREC - record layout for PAYCAL, the payroll calendar
      * keyed by pay group and period.  the payroll was built on
      * one monthly period a year-month wide; each pay group now
      * has its own run of periods - monthly, biweekly or weekly -
      * and each period its own dates: the days it covers, the
      * cutoff after which its input is closed, and the date it is
      * paid.  PCL-PAY-DATE is the keyed pay date rolled back to a
      * business day through BUSDAY-SERVICE, so nobody is paid on
      * a day the bank is shut; PCL-PAY-DATE-KEYED keeps the date
      * as it was keyed.  PCL-PERIODS-PER-YEAR is what the tax
      * brackets are pro-rated by.  the period id is YYYYNN, the
      * period's number within its year - for the monthly group
      * the year-month itself.  shared by every program that opens
      * PAYCAL so the layout only has to change in one place.
       01  PCL-RECORD.
           05  PCL-KEY.
               10  PCL-PAY-GROUP           PIC  X(02).
               10  PCL-PERIOD              PIC  9(06).
               10  PCL-PERIOD-R REDEFINES PCL-PERIOD.
                   15  PCL-PERIOD-YEAR     PIC  9(04).
                   15  PCL-PERIOD-NBR      PIC  9(02).
           05  PCL-FREQUENCY               PIC  X(01).
               88  PCL-FREQ-MONTHLY                VALUE 'M'.
               88  PCL-FREQ-BIWEEKLY               VALUE 'B'.
               88  PCL-FREQ-WEEKLY                 VALUE 'W'.
               88  PCL-FREQ-IS-KNOWN               VALUES 'M' 'B'
                                                          'W'.
           05  PCL-PERIODS-PER-YEAR        PIC  9(02).
           05  PCL-START-DATE              PIC  9(08).
           05  PCL-END-DATE                PIC  9(08).
           05  PCL-CUTOFF-DATE             PIC  9(08).
           05  PCL-PAY-DATE                PIC  9(08).
           05  PCL-PAY-DATE-KEYED          PIC  9(08).
           05  PCL-CHANGED-BY              PIC  X(08).
           05  PCL-CHANGED-DATE            PIC  9(08).
           05  FILLER                      PIC  X(10).
