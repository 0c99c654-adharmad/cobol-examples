      * GLSTRMW - the ledger posting streams, one entry per file
      * written in the GLPOST layout: the four-character stream id
      * the chart of accounts names in its allowed streams, and the
      * file the stream arrives on.  copy this into
      * WORKING-STORAGE SECTION of any program that edits a stream
      * id or loads the streams, so a new stream is added here
      * once.  GL-STREAM-COUNT is the number of entries in use.
       01  GL-STREAM-VALUES.
           05  FILLER  PIC X(14) VALUE 'INT GLPOST    '.
           05  FILLER  PIC X(14) VALUE 'ACCRACCRGL    '.
           05  FILLER  PIC X(14) VALUE 'REVLGLREVAL   '.
           05  FILLER  PIC X(14) VALUE 'PAY PAYGLPOST '.
           05  FILLER  PIC X(14) VALUE 'FEE FEEGL     '.
           05  FILLER  PIC X(14) VALUE 'DISBDISBGL    '.
       01  GL-STREAM-TABLE REDEFINES GL-STREAM-VALUES.
           05  GL-STREAM-ENTRY OCCURS 6 TIMES.
               10  GL-STREAM-ID            PIC X(04).
               10  GL-STREAM-FILE          PIC X(10).
       01  GL-STREAM-COUNT                 PIC 9(02) VALUE 6.
