               'ARCHIVED RECORDS ='.
           05 ARCH-TRL-COUNT           PIC Z(5)9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CONFIG-AGING' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM MAIN-PROCEDURE.
           STOP RUN.

       MAIN-PROCEDURE.
           PERFORM GET-RUN-PARAMETERS.
           MOVE BDT-BUS-DATE TO WS-TODAY.

           IF PURGE-MODE
               OPEN I-O FILEIN
           MOVE WS-PURGE-COUNT TO RPT-PURGE-COUNT.
           WRITE AGE-RPT-LINE FROM RPT-TRAILER-LINE.

           COPY BUSDTP.
