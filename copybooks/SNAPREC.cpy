      * SNAPREC - record layout for the master snapshot stores
      * (CITSNAP, CUSTSNAP and the rest SNAPMSTW lists).  a store
      * holds its master's generations newest first; each is a
      * header record naming the master, the generation number and
      * when it was taken, one detail record per master record in
      * key order carrying the record image, and a trailer with
      * the record count and the hash total.  the stores are
      * record sequential, not line sequential, so a record image
      * is carried byte for byte.  shared by every program that
      * opens a snapshot store so the layout only has to change in
      * one place.
       01  SNAP-RECORD.
           05  SNP-REC-TYPE                PIC X(01).
               88  SNP-TYPE-HEADER                 VALUE 'H'.
               88  SNP-TYPE-DETAIL                 VALUE 'D'.
               88  SNP-TYPE-TRAILER                VALUE 'T'.
           05  SNP-PAYLOAD                 PIC X(130).
           05  SNP-HEADER REDEFINES SNP-PAYLOAD.
               10  SNH-MASTER-ID           PIC X(08).
               10  SNH-GENERATION          PIC 9(05).
               10  SNH-BUS-DATE            PIC 9(08).
               10  SNH-TAKEN-DATE          PIC 9(08).
               10  SNH-TAKEN-TIME          PIC 9(08).
               10  FILLER                  PIC X(93).
           05  SNP-TRAILER REDEFINES SNP-PAYLOAD.
               10  SNT-MASTER-ID           PIC X(08).
               10  SNT-GENERATION          PIC 9(05).
               10  SNT-RECORD-COUNT        PIC 9(09).
               10  SNT-HASH-TOTAL          PIC 9(14)V9(04).
               10  FILLER                  PIC X(90).
