      * WELEXREC - record layout for CIWELEXT, the welcome-letter
      * extract.  one appended record per account CI-ACCT-OPEN
      * opened, carrying the product and the terms the account
      * opened on, so MAIL-BUNDLE can letter the welcome into the
      * customer's bundle the way it letters a rate-change notice
      * off CIRATEXT.  shared by every program that opens CIWELEXT
      * so the layout only has to change in one place.
       01  WLX-RECORD.
           05  WLX-ACCT-NR                 PIC  9(10).
           05  WLX-RUN-DATE                PIC  9(08).
           05  WLX-PROD-CODE               PIC  X(06).
           05  WLX-PRINCIPAL               PIC  9(08)V99.
           05  WLX-PERIOD                  PIC  9(04).
           05  WLX-RATE                    PIC  9(02)V99.
           05  WLX-START-DATE              PIC  9(08).
