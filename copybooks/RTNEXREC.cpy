      * RTNEXREC - record layout for CIRATEXT, the rate-change
      * notice extract.  one appended record per account
      * CI-RATE-NOTICE notified, carrying the product, the rate in
      * force, the new rate and its effective date, so MAIL-BUNDLE
      * can letter the notice into the customer's bundle the way it
      * letters a penalty off CIPENEXT.  shared by every program
      * that opens CIRATEXT so the layout only has to change in one
      * place.
       01  RNX-RECORD.
           05  RNX-ACCT-NR                 PIC  9(10).
           05  RNX-RUN-DATE                PIC  9(08).
           05  RNX-PROD-CODE               PIC  X(06).
           05  RNX-OLD-RATE                PIC  9(02)V99.
           05  RNX-NEW-RATE                PIC  9(02)V99.
           05  RNX-EFF-DATE                PIC  9(08).
