      * MHLDREC - record layout for MAILHELD, the paper pieces
      * MAIL-BUNDLE held back because the recipient's address is
      * flagged undeliverable.  one record per printed line, keyed
      * by the recipient's document number, the run date the
      * pieces were held, and the line's sequence, so a release
      * reads a recipient's held mail back in the order it was
      * lettered.  MHD-ACCT-NR is an account the recipient's
      * address is looked up on at release, and MHD-PIECES the
      * piece count of that night's held bundle.  shared by every
      * program that opens MAILHELD so the layout only has to
      * change in one place.
       01  MHD-RECORD.
           05  MHD-KEY.
               10  MHD-DOC-NR              PIC  X(14).
               10  MHD-HELD-DATE           PIC  9(08).
               10  MHD-LINE-SEQ            PIC  9(05).
           05  MHD-ACCT-NR                 PIC  9(10).
           05  MHD-PIECES                  PIC  9(03).
           05  MHD-LINE                    PIC  X(80).
