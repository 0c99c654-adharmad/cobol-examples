               'CODES FLAGGED - '.
           05 RPT-FLAGGED-COUNT        PIC Z(4)9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CODE-EXPIRY-RPT' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM MAIN-PROCEDURE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-TODAY.
           PERFORM GET-EXPIRY-HORIZON.

           OPEN INPUT CODE-REF-FILE.
           MOVE CODE-REF-DESC TO RPT-CODE-DESC.
           MOVE CODE-REF-VALID-TO TO RPT-VALID-TO.
           WRITE EXPIRY-RPT-LINE FROM RPT-DETAIL-LINE.

           COPY BUSDTP.
