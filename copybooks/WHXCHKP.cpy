      * WHXCHKP - paragraph text for the shared withholding
      * exemption lookup.  see WHXCHKW for the calling convention
       LOOKUP-WHT-EXEMPTION.
           MOVE 'N' TO WHX-CHK-SW.
           MOVE SPACES TO WHX-CHK-TYPE.
           MOVE SPACES TO WHX-CHK-CERT-NR.
           IF WHX-CHK-DOC-NR NOT = SPACES
               OPEN INPUT WHT-EXEMPT-FILE
               IF WHX-CHK-STATUS = '00'
                   MOVE WHX-CHK-DOC-NR TO WHX-DOC-NR
                   READ WHT-EXEMPT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF WHX-VALID-FROM NOT > WHX-CHK-DATE
                                   AND WHX-VALID-TO NOT < WHX-CHK-DATE
                               PERFORM TAKE-WHT-EXEMPTION
                           END-IF
                   END-READ
                   CLOSE WHT-EXEMPT-FILE
               END-IF
           END-IF.

       TAKE-WHT-EXEMPTION.
           EVALUATE TRUE
               WHEN WHX-FULL-EXEMPTION
                   MOVE ZEROS TO WHX-CHK-RATE
                   SET WHX-CHK-APPLIES TO TRUE
               WHEN WHX-REDUCED-RATE-CERT
                   IF WHX-REDUCED-RATE < WHX-CHK-RATE
                       MOVE WHX-REDUCED-RATE TO WHX-CHK-RATE
                       SET WHX-CHK-APPLIES TO TRUE
                   END-IF
           END-EVALUATE.
           IF WHX-CHK-APPLIES
               MOVE WHX-EXEMPT-TYPE TO WHX-CHK-TYPE
               MOVE WHX-CERT-NR TO WHX-CHK-CERT-NR
           END-IF.
