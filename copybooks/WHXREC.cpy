      * WHXREC - record layout for WHTEXEMPT, the withholding-tax
      * exemption register keyed by the depositor's document number
      * (CUST-DOC-NR).  non-profits, pension funds, and the
      * government entities the law names are exempt from interest
      * withholding, or withheld at a reduced rate, for as long as
      * they hold a valid certificate.  a full exemption withholds
      * nothing; a reduced one withholds at WHX-REDUCED-RATE when
      * that is below the jurisdiction's rate.  the certificate
      * applies from WHX-VALID-FROM through WHX-VALID-TO inclusive.
      * shared by every program that opens WHTEXEMPT so the layout
      * only has to change in one place.
       01  WHX-RECORD.
           05  WHX-DOC-NR                  PIC  X(14).
           05  WHX-EXEMPT-TYPE             PIC  X(01).
               88  WHX-FULL-EXEMPTION              VALUE 'F'.
               88  WHX-REDUCED-RATE-CERT           VALUE 'R'.
               88  WHX-TYPE-IS-KNOWN               VALUES 'F' 'R'.
           05  WHX-REDUCED-RATE            PIC  9(02)V99.
           05  WHX-CERT-NR                 PIC  X(20).
           05  WHX-VALID-FROM              PIC  9(08).
           05  WHX-VALID-TO                PIC  9(08).
           05  WHX-HOLDER-NAME             PIC  X(30).
           05  WHX-CHANGED-BY              PIC  X(08).
           05  WHX-CHANGED-DATE            PIC  9(08).
           05  FILLER                      PIC  X(09).
