           05 FILLER                   PIC X(12) VALUE 'EMPLOYEES - '.
           05 RPT-EMP-COUNT            PIC Z(4)9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'YTD-YEAR-CLOSE' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:4) TO WS-CLOSING-YEAR.
           PERFORM GET-CLOSING-YEAR.
           COMPUTE WS-PRIOR-YEAR = WS-CLOSING-YEAR - 1.
               MOVE ZEROS TO YTD-GROSS
               MOVE ZEROS TO YTD-NET
               MOVE ZEROS TO YTD-MONTHS-PAID
               MOVE ZEROS TO YTD-LEAVE-MONTHS
               MOVE ZEROS TO YTD-LAST-MONTH
               WRITE YTD-RECORD
                   INVALID KEY
                       CONTINUE
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
