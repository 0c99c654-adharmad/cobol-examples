           05 FILLER                   PIC X(04) VALUE SPACES.
           05 RPT-UNUSED               PIC Z9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'MAPFILE-QUEUE-RPT' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.

      * append this run's occupancy to the history; create the
      * history on its first use, otherwise extend it
               MOVE BDT-BUS-DATE TO WS-RUN-DATE
               OPEN EXTEND HIST-FILE
               IF WS-HIST-STATUS NOT = '00'
                   OPEN OUTPUT HIST-FILE
           PERFORM COUNT-REPORT-LINE.

           COPY PAGINP.

           COPY BUSDTP.
