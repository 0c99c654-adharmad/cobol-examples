      * CONTACTLOG; this program takes an account number from
      * CONTINQ and lists the account's full contact timeline -
      * what was sent, when, on which delivery stream, and the
      * reference back to the archive or register entry, and
      * whether it went on paper or by e-mail - on CONTRPT, in
      * the order the ledger recorded it
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACT-INQUIRY.

           05 RPT-STREAM               PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-REFERENCE            PIC X(20).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-CHANNEL              PIC X(05).

       01  RPT-TRAILER-LINE.
           05 FILLER                   PIC X(17) VALUE
           MOVE CH-DOC-TYPE TO RPT-DOC-TYPE.
           MOVE CH-STREAM TO RPT-STREAM.
           MOVE CH-REFERENCE TO RPT-REFERENCE.
           IF CH-SENT-ELECTRONIC
               MOVE 'EMAIL' TO RPT-CHANNEL
           ELSE
               MOVE 'PAPER' TO RPT-CHANNEL
           END-IF.
           WRITE CONT-RPT-LINE FROM RPT-DETAIL-LINE.
