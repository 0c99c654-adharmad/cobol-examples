           05 FILLER                   PIC X(10) VALUE 'VERDICT - '.
           05 RPT-VERDICT              PIC X(20).

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'FX-REVALUE' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           CLOSE CI-PARM-FILE.

       GET-MONTH-END.
           MOVE BDT-BUS-DATE TO WS-MONTH-END.
           OPEN INPUT REVAL-PARM-FILE.
           IF WS-RPARM-STATUS = '00'
               READ REVAL-PARM-FILE
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
