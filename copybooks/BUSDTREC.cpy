      * BUSDTREC - record layout for BUSDATE, the system business-
      * date control file.  one record carries the processing date
      * every batch program works to, so a chain that runs past
      * midnight or a failed night rerun the next morning still
      * stamps statements, GL post dates, accruals and RUNLOG with
      * the business day being processed rather than the machine
      * clock.  BUSDATE-ROLL is the only program that writes it;
      * everything else reads it through BUSDATE-SERVICE.  shared
      * by every program that opens BUSDATE so the layout only has
      * to change in one place.
       01  BUSDATE-CONTROL-RECORD.
           05  BDC-BUS-DATE                PIC  9(08).
           05  BDC-STATE-CD                PIC  X(01).
               88  BDC-DATE-OPEN                   VALUE 'O'.
               88  BDC-DATE-CLOSED                 VALUE 'C'.
           05  BDC-PRIOR-DATE              PIC  9(08).
           05  BDC-ROLL-DATE               PIC  9(08).
           05  BDC-ROLL-TIME               PIC  9(08).
           05  FILLER                      PIC  X(10).
