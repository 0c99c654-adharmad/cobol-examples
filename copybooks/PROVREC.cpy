      * PROVREC - record layout for PROVFILE, the running balance of
      * each employee's booked provisions, keyed by employee id.
      * PROVISION-RUN books the month's movement of every
      * provision to the ledger and carries the balance here, so
      * the next month books only the difference: the 13th salary
      * accrued to date, the vacation liability with its
      * constitutional third, and the employer INSS and FGTS
      * charges on the two.  PRV-LAST-PERIOD is the last period
      * booked, which keeps a rerun from booking the same month
      * twice.  shared by every program that opens PROVFILE so the
      * layout only has to change in one place.
       01  PRV-RECORD.
           05  PRV-EMP-ID                  PIC  9(06).
           05  PRV-DEPT-CD                 PIC  X(04).
           05  PRV-BALANCES.
               10  PRV-13TH-BAL            PIC  9(09)V99.
               10  PRV-VAC-BAL             PIC  9(09)V99.
               10  PRV-INSS-BAL            PIC  9(09)V99.
               10  PRV-FGTS-BAL            PIC  9(09)V99.
           05  PRV-BALANCE-TABLE REDEFINES PRV-BALANCES.
               10  PRV-BAL                 PIC  9(09)V99
                                           OCCURS 4 TIMES.
           05  PRV-LAST-PERIOD             PIC  9(06).
           05  FILLER                      PIC  X(10).
