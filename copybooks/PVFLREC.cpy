      * PVFLREC - record layout for PAYVARFLAG, the pay variance
      * review register keyed by period, employee and flagged item.
      * PAY-VARIANCE writes one record per item it flags for the
      * period - an employee's gross or net, one PD-CODE line, or
      * the employee as a whole (new, missing, zero net, over the
      * ceiling) - together with a PVF-ITEM-TYPE '0' marker record
      * under employee zero dated the day the report was produced.
      * PAY-VARIANCE-REVIEW stamps who reviewed each item, and
      * PAY-RELEASE will not release a period until the marker is
      * there and every item carries a reviewer.  shared by every
      * program that opens PAYVARFLAG so the layout only has to
      * change in one place.
       01  PVF-RECORD.
           05  PVF-KEY.
               10  PVF-PERIOD              PIC  9(06).
               10  PVF-EMP-ID              PIC  9(06).
               10  PVF-ITEM-TYPE           PIC  X(01).
                   88  PVF-RUN-MARKER              VALUE '0'.
                   88  PVF-EMPLOYEE-ITEM           VALUE 'P'.
                   88  PVF-GROSS-ITEM              VALUE 'G'.
                   88  PVF-NET-ITEM                VALUE 'N'.
                   88  PVF-LINE-ITEM               VALUES 'E' 'D'.
               10  PVF-ITEM-CODE           PIC  X(04).
           05  PVF-EMP-NAME                PIC  X(30).
           05  PVF-REASON                  PIC  X(30).
           05  PVF-PRIOR-AMOUNT            PIC S9(09)V99.
           05  PVF-CURRENT-AMOUNT          PIC S9(09)V99.
           05  PVF-RAISED-SW               PIC  X(01).
               88  PVF-STILL-RAISED                VALUE 'Y'.
           05  PVF-RUN-DATE                PIC  9(08).
           05  PVF-REVIEWED-BY             PIC  X(08).
               88  PVF-NOT-REVIEWED                VALUE SPACES.
           05  PVF-REVIEWED-DATE           PIC  9(08).
           05  PVF-REVIEW-NOTE             PIC  X(20).
           05  FILLER                      PIC  X(10).
