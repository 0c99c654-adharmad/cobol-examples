      * WHXCHKW - working-storage fields for the shared withholding
      * exemption lookup in WHXCHKP.  copy this into
      * WORKING-STORAGE SECTION and WHXCHKP into PROCEDURE DIVISION
      * in any program that withholds tax on interest; the program
      * declares WHT-EXEMPT-FILE itself - ASSIGN TO 'WHTEXEMPT',
      * indexed, random access, RECORD KEY WHX-DOC-NR, FILE STATUS
      * WHX-CHK-STATUS, the FD copying WHXREC.  callers MOVE the
      * depositor's document number to WHX-CHK-DOC-NR, the date the
      * interest is paid to WHX-CHK-DATE, and the jurisdiction's
      * rate to WHX-CHK-RATE, then PERFORM LOOKUP-WHT-EXEMPTION
      * and test WHX-CHK-APPLIES.  WHX-CHK-RATE comes back as the
      * rate to withhold at - zero for a full exemption, the
      * certificate's reduced rate when that is lower - and
      * WHX-CHK-CERT-NR names the certificate.  no WHTEXEMPT, no
      * entry, or a certificate not valid on WHX-CHK-DATE all leave
      * the jurisdiction's rate untouched.
       01  WHX-CHK-DOC-NR               PIC X(14).
       01  WHX-CHK-DATE                 PIC 9(08).
       01  WHX-CHK-RATE                 PIC 9(02)V99.
       01  WHX-CHK-STATUS               PIC XX.
       01  WHX-CHK-SW                   PIC X(01) VALUE 'N'.
           88  WHX-CHK-APPLIES                  VALUE 'Y'.
       01  WHX-CHK-TYPE                 PIC X(01).
       01  WHX-CHK-CERT-NR              PIC X(20).
