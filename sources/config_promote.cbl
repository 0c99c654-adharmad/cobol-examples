           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-RESULT               PIC X(50).

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CONFIG-PROMOTE' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM MAIN-PROCEDURE.
           STOP RUN.

               DISPLAY 'CONFIG-PROMOTE: NO PROMPARM TRANSACTIONS '
                   'SUPPLIED'
           ELSE
               MOVE BDT-BUS-DATE TO WS-TODAY
               OPEN I-O FILEIN
               OPEN OUTPUT PRM-RPT-FILE

           MOVE 'TARGET - ' TO RPT-LABEL.
           MOVE ABCD-RECORD TO RPT-IMAGE.
           WRITE PRM-RPT-LINE FROM RPT-DETAIL-LINE.

           COPY BUSDTP.
