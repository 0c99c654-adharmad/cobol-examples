      * pre-conversion behavior) and a zero tier count (flat
      * rate).  it refuses to run when a PRODCAT already exists,
      * so a resubmit can never truncate a converted catalog; the
      * PRODCNVRPT report lists every code carried across.
      *
      * the record grew again with the index-linked floating-rate
      * and promotional-rate fields.  a catalog already in the
      * tiered layout is unloaded to PRODPRIOR instead and carried
      * across whole, the new fields defaulted to a fixed-rate
      * product running no promotion; when PRODPRIOR is supplied it
      * is converted in preference to PRODOLD
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODCAT-CONVERT.

               RECORD KEY   IS OLD-PROD-CODE
               FILE STATUS IS WS-OLD-STATUS.

           SELECT PROD-PRIOR-FILE ASSIGN TO 'PRODPRIOR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS PRI-PROD-CODE
               FILE STATUS IS WS-PRIOR-STATUS.

           SELECT PROD-CAT-FILE ASSIGN TO 'PRODCAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
           05 OLD-PROD-EXTRA-PMT-AMT   PIC 9(08)V99.
           05 FILLER                   PIC X(10).

      * the catalog layout as it stood before the index-linked
      * rate fields existed
       FD  PROD-PRIOR-FILE.
       01  PRIOR-PROD-RECORD.
           05 PRI-PROD-CODE            PIC X(06).
           05 PRI-PROD-TERMS           PIC X(77).

       FD  PROD-CAT-FILE.
           COPY PRODREC.

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS               PIC XX.
       01  WS-CAT-STATUS               PIC XX.
       01  WS-PRIOR-STATUS             PIC XX.
       01  WS-OLD-COUNT                PIC 9(05) VALUE ZEROS.
       01  WS-LOADED-COUNT             PIC 9(05) VALUE ZEROS.

           END-IF.

       CONVERT-CATALOG.
           OPEN INPUT PROD-PRIOR-FILE.
           IF WS-PRIOR-STATUS = '00'
               PERFORM CONVERT-PRIOR-CATALOG
           ELSE
               PERFORM CONVERT-OLD-CATALOG
           END-IF.

       CONVERT-OLD-CATALOG.
           OPEN INPUT PROD-OLD-FILE.
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'PRODCAT-CONVERT: NO PRODOLD CATALOG '
               CLOSE PROD-OLD-FILE
           END-IF.

       CONVERT-PRIOR-CATALOG.
           OPEN OUTPUT PROD-CAT-FILE.
           OPEN OUTPUT CNV-RPT-FILE.
           WRITE CNV-RPT-LINE FROM RPT-HEADING.

           PERFORM READ-PRIOR-RECORD.
           PERFORM UNTIL WS-PRIOR-STATUS NOT = '00'
               PERFORM CONVERT-ONE-PRIOR-ENTRY
               PERFORM READ-PRIOR-RECORD
           END-PERFORM.

           MOVE WS-OLD-COUNT TO RPT-OLD-COUNT.
           MOVE WS-LOADED-COUNT TO RPT-LOADED-COUNT.
           WRITE CNV-RPT-LINE FROM RPT-TRAILER-LINE.
           CLOSE CNV-RPT-FILE.
           CLOSE PROD-CAT-FILE.
           CLOSE PROD-PRIOR-FILE.

       READ-PRIOR-RECORD.
           READ PROD-PRIOR-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-PRIOR-STATUS
           END-READ.

      * every term of the tiered layout carries across as it
      * stands; the pricing fields default to a fixed-rate product
      * running no promotion
       CONVERT-ONE-PRIOR-ENTRY.
           ADD 1 TO WS-OLD-COUNT.
           MOVE SPACES TO PROD-RECORD.
           MOVE PRIOR-PROD-RECORD TO PROD-RECORD(1:83).
           PERFORM DEFAULT-PRICING-TERMS.
           MOVE PROD-CODE TO RPT-PROD-CODE.
           MOVE PROD-RATE TO RPT-RATE.
           PERFORM LOAD-CONVERTED-ENTRY.

       READ-OLD-RECORD.
           READ PROD-OLD-FILE NEXT RECORD
               AT END
           MOVE ZEROS TO PROD-TIER(1).
           MOVE ZEROS TO PROD-TIER(2).
           MOVE ZEROS TO PROD-TIER(3).
           PERFORM DEFAULT-PRICING-TERMS.

           MOVE OLD-PROD-CODE TO RPT-PROD-CODE.
           MOVE OLD-PROD-RATE TO RPT-RATE.
           PERFORM LOAD-CONVERTED-ENTRY.

       DEFAULT-PRICING-TERMS.
           MOVE SPACE TO PROD-INDEX-CD.
           MOVE ZERO TO PROD-INDEX-TIER.
           MOVE ZEROS TO PROD-INDEX-SPREAD.
           MOVE ZEROS TO PROD-INDEX-PCT.
           MOVE ZEROS TO PROD-RATE-FLOOR.
           MOVE ZEROS TO PROD-RATE-CAP.
           MOVE ZEROS TO PROD-RESET-PERIODS.
           MOVE ZEROS TO PROD-PROMO-RATE.
           MOVE ZEROS TO PROD-PROMO-PERIODS.
           MOVE ZEROS TO PROD-PROMO-START.
           MOVE ZEROS TO PROD-PROMO-END.

       LOAD-CONVERTED-ENTRY.
           WRITE PROD-RECORD
               INVALID KEY
                   MOVE 'LOAD FAILED' TO RPT-RESULT
