           05 FILLER                   PIC X(10) VALUE 'VERDICT - '.
           05 RPT-VERDICT              PIC X(40).

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'PREFLIGHT-CHECK' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM MAIN-PROCEDURE.
           STOP RUN.

                   'SUPPLIED'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE BDT-BUS-DATE TO WS-TODAY
               MOVE WS-TODAY TO WS-CNV-DATE
               PERFORM CONVERT-DATE-TO-SERIAL
               MOVE WS-CNV-SERIAL TO WS-TODAY-SERIAL
                   ADD 1 TO WS-CNV-SERIAL
               END-IF
           END-IF.

           COPY BUSDTP.
