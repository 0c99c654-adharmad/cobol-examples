      * RTNOTREC - record layout for RATENOTC, the rate-change
      * notice register.  CI-RATE-NOTICE appends one record each
      * time it notifies the holders of a product that PROD-RATE
      * is changing - the rate in force, the new rate, the day the
      * letters went out and the day the change takes effect - and
      * PRODCAT-MAINT will not apply a rate decrease until it finds
      * a matching notice here whose effective date has arrived.
      * shared by every program that opens RATENOTC so the layout
      * only has to change in one place.
       01  RTN-RECORD.
           05  RTN-PROD-CODE               PIC  X(06).
           05  RTN-OLD-RATE                PIC  9(02)V99.
           05  RTN-NEW-RATE                PIC  9(02)V99.
           05  RTN-NOTICE-DATE             PIC  9(08).
           05  RTN-EFF-DATE                PIC  9(08).
           05  RTN-NOTICE-DAYS             PIC  9(03).
           05  RTN-ACCT-COUNT              PIC  9(05).
           05  RTN-LETTER-COUNT            PIC  9(05).
