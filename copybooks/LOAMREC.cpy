      * LOAMREC - record layout for LEAVEMTH, the month's leave
      * effects LEAVE-PAY leaves behind for the rest of the payroll
      * run, one record per employee on leave some part of the
      * period: the days out and how many of them went unpaid,
      * whether the whole month's pay is suspended (the payroll
      * edit holds the employee back), and whether the month is
      * lost to the vacation or 13th-salary accrual (the payroll
      * report and the void leave it out).  written fresh for each
      * period like the staged deduction files.  shared by every
      * program that reads LEAVEMTH so the layout only has to
      * change in one place.
       01  LAM-RECORD.
           05  LAM-EMP-ID                  PIC  9(06).
           05  LAM-PERIOD                  PIC  9(06).
           05  LAM-LEAVE-DAYS              PIC  9(02).
           05  LAM-UNPAID-DAYS             PIC  9(02).
           05  LAM-UNPAID-AMT              PIC  9(07)V99.
           05  LAM-SUSPENDED               PIC  X(01).
               88  LAM-PAY-SUSPENDED               VALUE 'Y'.
           05  LAM-VAC-LOST                PIC  X(01).
               88  LAM-VAC-MONTH-LOST              VALUE 'Y'.
           05  LAM-13TH-LOST               PIC  X(01).
               88  LAM-13TH-MONTH-LOST             VALUE 'Y'.
           05  FILLER                      PIC  X(10).
