      * FGTSREC - record layout for FGTSBAL, the running FGTS
      * deposit balance keyed by employee id.  FGTS-DEPOSIT adds
      * each month's 8% deposit as it generates the collection
      * file, so the balance is the sum of every deposit made for
      * the employee's contract - the base TERMINATION-SETTLE
      * takes the rescission fine on.  FGB-LAST-PERIOD is the last
      * period deposited, which keeps a rerun from depositing the
      * same month twice.  shared by every program that opens
      * FGTSBAL so the layout only has to change in one place.
       01  FGB-RECORD.
           05  FGB-EMP-ID                  PIC  9(06).
           05  FGB-CPF-NR                  PIC  9(11).
           05  FGB-BALANCE                 PIC  9(09)V99.
           05  FGB-MONTHS-DEPOSITED        PIC  9(03).
           05  FGB-LAST-PERIOD             PIC  9(06).
           05  FGB-LAST-DEPOSIT            PIC  9(07)V99.
           05  FILLER                      PIC  X(10).
