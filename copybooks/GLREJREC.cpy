      * GLREJREC - record layout for GLREJ, the ledger postings
      * GL-LOAD could not load: the key EXCP-QUEUE queues each one
      * under (stream, account, source and side), the reason, the
      * date it was first refused, and the posting as it arrived.
      * GL-LOAD retries and rewrites the file every run, so a
      * posting that has since loaded is gone from it.  shared by
      * the writer and every reader so the layout only has to
      * change in one place.
       01  GL-REJ-RECORD.
           05 GRJ-KEY.
              10 GRJ-STREAM            PIC X(04).
              10 GRJ-ACCOUNT           PIC X(10).
              10 GRJ-SOURCE-ID         PIC X(10).
              10 GRJ-DR-CR             PIC X(01).
              10 FILLER                PIC X(01).
           05 FILLER                   PIC X(02).
           05 GRJ-REASON               PIC X(35).
           05 GRJ-RAISED-DATE          PIC 9(08).
           05 FILLER                   PIC X(02).
           05 GRJ-POSTING              PIC X(49).
