      * EDOCREC - record layout for EDOCEXT, the electronic
      * document extract the e-mail delivery service picks up.
      * every document goes out as a header record addressing it
      * (the e-mail address and the customer's document number),
      * one line record per printed line in order, and a trailer
      * record carrying the line count so the receiving side can
      * prove the document arrived whole.  the account, document
      * type, and run date on every record tie the three together.
      * document types are the CONTHIST ones - STATEMENT, PENALTY,
      * RATENOTICE, WELCOME, CERTIFICAT.  shared by every program
      * that opens EDOCEXT so the layout only has to change in one
      * place.
       01  EDC-RECORD.
           05  EDC-REC-TYPE                PIC  X(01).
               88  EDC-HEADER                      VALUE 'H'.
               88  EDC-LINE                        VALUE 'L'.
               88  EDC-TRAILER                     VALUE 'T'.
           05  EDC-DOC-ID.
               10  EDC-ACCT-NR             PIC  9(10).
               10  EDC-DOC-TYPE            PIC  X(10).
               10  EDC-RUN-DATE            PIC  9(08).
           05  EDC-LINE-SEQ                PIC  9(05).
           05  EDC-BODY                    PIC  X(80).
           05  EDC-HEADER-BODY REDEFINES EDC-BODY.
               10  EDC-EMAIL               PIC  X(60).
               10  EDC-CUST-DOC-NR         PIC  X(14).
               10  FILLER                  PIC  X(06).
           05  EDC-TRAILER-BODY REDEFINES EDC-BODY.
               10  EDC-LINE-COUNT          PIC  9(05).
               10  FILLER                  PIC  X(75).
