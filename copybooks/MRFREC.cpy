      * MRFREC - record layout for MAILREFS, the history of every
      * paper bundle MAIL-BUNDLE has printed, keyed by the manifest
      * reference - the run date and the bundle's number in that
      * run - that prints on the bundle's header page and its
      * MAILMANI manifest line.  the reference on a returned
      * envelope finds the recipient, the address the bundle went
      * to, and the accounts it carried long after that night's
      * manifest has been overwritten.  shared by every program
      * that opens MAILREFS so the layout only has to change in
      * one place.
       01  MRF-RECORD.
           05  MRF-REF.
               10  MRF-RUN-DATE            PIC  9(08).
               10  MRF-BUNDLE-NR           PIC  9(05).
           05  MRF-DOC-NR                  PIC  X(14).
           05  MRF-NAME                    PIC  X(30).
           05  MRF-ADDR-LINE-1             PIC  X(30).
           05  MRF-ADDR-LINE-2             PIC  X(30).
           05  MRF-ACCT-COUNT              PIC  9(01).
           05  MRF-ACCT OCCURS 3 TIMES     PIC  9(10).
           05  FILLER                      PIC  X(10).
