       01  WS-PURGED-COUNT             PIC 9(07) VALUE ZEROS.
       01  WS-KEPT-COUNT               PIC 9(07) VALUE ZEROS.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'PURGE-DRIVER' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-TODAY.
           PERFORM GET-WANTED-DATASET.
           IF WS-WANT-DATASET = SPACES
               DISPLAY 'PURGE-DRIVER: NO PURGEPARM DATASET NAME '
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
