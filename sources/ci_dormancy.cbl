           05 FILLER                   PIC X(11) VALUE '  ESCHEAT -'.
           05 RPT-ESCHEAT-COUNT        PIC Z(4)9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CI-DORMANCY' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           PERFORM GET-AGE-THRESHOLDS.
           PERFORM LOAD-PRIOR-TRACKING.

           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
