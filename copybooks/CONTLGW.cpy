      * after the document goes out and CALL 'CONTACTLOG' USING
      * CONTACT-LOG-PARMS - the subprogram stamps the date and
      * time and appends the record to the shared CONTHIST
      * contact-history ledger.  CLOG-CHANNEL is 'E' for a
      * document sent electronically; anything else logs as
      * paper, so callers that only print need not set it.
       01  CONTACT-LOG-PARMS.
           05  CLOG-ACCT-NR             PIC 9(10).
           05  CLOG-DOC-TYPE            PIC X(10).
           05  CLOG-STREAM              PIC X(10).
           05  CLOG-REFERENCE           PIC X(20).
           05  CLOG-CHANNEL             PIC X(01).
