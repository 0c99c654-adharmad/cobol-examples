           05 LOT-BATCH-A              PIC 9(05).
           05 LOT-BATCH-B              PIC 9(05).
           05 LOT-DEMAND               PIC 9(07).
      * the part's reorder cycle in days, read by JOINT-REPLENISH
           05 LOT-REORDER-DAYS         PIC 9(03).

       FD  LOT-RPT-FILE.
       01  LOT-RPT-LINE                PIC X(80).
