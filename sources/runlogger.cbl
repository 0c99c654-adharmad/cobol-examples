      *
      * the ledger is opened, extended, and closed on every call so
      * the record is on disk even if the calling program abends a
      * moment later; the file is created on its first use.  the
      * record date is the business date from BUSDATE-SERVICE, so a
      * step that finishes after midnight still logs against the
      * day it processed; the time is the machine clock.
      * callers use the RUNLOGW parameter area
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNLOGGER.
       01  WS-RUNLOG-STATUS            PIC XX.
       01  WS-LOG-DATE                 PIC 9(08).
       01  WS-LOG-TIME                 PIC 9(08).
           COPY BUSDTW.

       LINKAGE SECTION.
           COPY RUNLOGW.
           END-IF.

           IF WS-RUNLOG-STATUS = '00'
               CALL 'BUSDATE-SERVICE' USING BUSDATE-PARMS
               MOVE BDT-BUS-DATE TO WS-LOG-DATE
               ACCEPT WS-LOG-TIME FROM TIME
               MOVE RLOG-PROGRAM-ID TO RL-PROGRAM-ID
               MOVE RLOG-EVENT TO RL-EVENT
