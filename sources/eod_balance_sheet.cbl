           05 FILLER                   PIC X(10) VALUE 'SIGNOFF - '.
           05 RPT-SIGNOFF              PIC X(40).

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'EOD-BALANCE' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM MAIN-PROCEDURE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-TODAY.
           PERFORM LOAD-RUNLOG-COUNTS.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS NOT = '00'
                   ADD 1 TO WS-BAD-STREAM-COUNT
           END-EVALUATE.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.

           COPY BUSDTP.
