      * nightly coded-field sweep of the masters - the codes
      * carried on CITERMS, EMPMAST, ACCTREL, PRODCAT and GARNFILE
      * were only ever checked by whichever program happened to use
      * them, so a bad or lapsed code sat on file until something
      * tripped over it.  this run checks every coded field named
      * on the CODEMAP control file against its CODEREF table
      * through CODELOOKUP, as of the business date, so a code
      * whose validity window has closed fails like one that was
      * never issued - but is reported as EXPIRED so the owner
      * knows to renew or recode rather than hunt for a typo.
      *
      * a CODEMAP line names the master, the field, the field's
      * position and length in the master record, the CODEREF
      * table that governs it, and whether a blank code is allowed
      * - a new coded field is one more line, not a program change.
      * every failure is listed on CODESWPRPT by file, field and
      * key, with a count line per field, and written to CODESWPREJ
      * for EXCP-QUEUE to raise in the exception queue; CODESWPREJ
      * is rewritten every run, so a record once corrected drops
      * off it and its queue item can be closed
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODE-SWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODE-MAP-FILE ASSIGN TO 'CODEMAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT CI-TERMS-FILE ASSIGN TO 'CITERMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS CIT-ACCT-NR
               FILE STATUS IS WS-IN-STATUS.

           SELECT EMP-MAST-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS EM-EMP-ID
               FILE STATUS IS WS-IN-STATUS.

           SELECT ACCT-REL-FILE ASSIGN TO 'ACCTREL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS ACR-KEY
               FILE STATUS IS WS-IN-STATUS.

           SELECT PROD-CAT-FILE ASSIGN TO 'PRODCAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS PROD-CODE
               FILE STATUS IS WS-IN-STATUS.

           SELECT GARN-FILE ASSIGN TO 'GARNFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT SWEEP-RPT-FILE ASSIGN TO 'CODESWPRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SWEEP-REJ-FILE ASSIGN TO 'CODESWPREJ'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CODE-MAP-FILE.
       01  CODE-MAP-RECORD.
           05 CMP-FILE-ID              PIC X(08).
           05 CMP-FIELD-NAME           PIC X(18).
           05 CMP-START                PIC 9(04).
           05 CMP-LENGTH               PIC 9(01).
           05 CMP-TABLE-ID             PIC X(08).
           05 CMP-BLANK-OK             PIC X(01).

       FD  CI-TERMS-FILE.
           COPY CITERMRC.

       FD  EMP-MAST-FILE.
           COPY EMPMREC.

       FD  ACCT-REL-FILE.
           COPY ACRELREC.

       FD  PROD-CAT-FILE.
           COPY PRODREC.

       FD  GARN-FILE.
       01  GARN-RECORD.
           05 GRN-EMP-ID               PIC 9(06).
           05 GRN-ORDER-NR             PIC 9(04).
           05 GRN-TYPE-CD              PIC X(02).
           05 GRN-PRIORITY             PIC 9(01).
           05 GRN-METHOD               PIC X(01).
           05 GRN-VALUE                PIC 9(07)V99.
           05 GRN-TARGET-AMT           PIC 9(07)V99.
           05 GRN-WITHHELD             PIC 9(09)V99.
           05 GRN-SHORTFALL            PIC 9(07)V99.

       FD  SWEEP-RPT-FILE.
       01  SWEEP-RPT-LINE              PIC X(100).

      * one line per failed code on a master record, keyed the way
      * EXCP-QUEUE keys its items - a two-letter master tag and the
      * master's own key
       FD  SWEEP-REJ-FILE.
       01  SWEEP-REJ-RECORD.
           05 SRJ-KEY.
              10 SRJ-FILE-TAG          PIC X(02).
              10 SRJ-MASTER-KEY        PIC X(24).
           05 FILLER                   PIC X(02).
           05 SRJ-REASON               PIC X(35).
           05 SRJ-RUN-DATE             PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-MAP-STATUS               PIC XX.
       01  WS-IN-STATUS                PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

           COPY CODELKW.

      * the field-to-table mappings from CODEMAP, with the failures
      * counted against each for the closing count lines
       01  WS-MAP-COUNT                PIC 9(02) VALUE ZEROS.
       01  WS-MAP-IDX                  PIC 9(02).
       01  CODE-MAP-TABLE.
           05  CODE-MAP-ENTRY OCCURS 50 TIMES.
               10  CMT-FILE-ID         PIC X(08).
               10  CMT-FIELD-NAME      PIC X(18).
               10  CMT-START           PIC 9(04).
               10  CMT-LENGTH          PIC 9(01).
               10  CMT-TABLE-ID        PIC X(08).
               10  CMT-BLANK-OK        PIC X(01).
               10  CMT-CHECKED-COUNT   PIC 9(07).
               10  CMT-INVALID-COUNT   PIC 9(07).
               10  CMT-EXPIRED-COUNT   PIC 9(07).
       01  WS-MAP-IGNORED-COUNT        PIC 9(03) VALUE ZEROS.
       01  WS-MAP-REASON               PIC X(30).
       01  WS-MAP-WANTED-SW            PIC X(01).
           88  FILE-IS-MAPPED                  VALUE 'Y'.
       01  WS-MAP-END                  PIC 9(05).

      * the master record under check, seen as one flat image so a
      * mapping's position and length can lift any field from it
       01  WS-SWEEP-FILE-ID            PIC X(08).
       01  WS-SWEEP-FILE-TAG           PIC X(02).
       01  WS-MASTER-KEY               PIC X(24).
       01  WS-MASTER-IMAGE             PIC X(500).
       01  WS-MASTER-LENGTH            PIC 9(05).

       01  WS-CODE-RESULT              PIC X(16).
       01  WS-RECORD-FAILED-SW         PIC X(01).
           88  RECORD-ALREADY-FAILED           VALUE 'Y'.
       01  WS-CODEREF-SW               PIC X(01) VALUE 'Y'.
           88  CODEREF-AVAILABLE               VALUE 'Y'.
       01  WS-FAILED-COUNT             PIC 9(07) VALUE ZEROS.

       01  RPT-HEADING.
           05 FILLER                   PIC X(34) VALUE
               'CODED FIELD VALIDATION SWEEP AS OF'.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RPT-HDG-ASOF             PIC 9(08).

       01  RPT-COLUMN-HEADING.
           05 FILLER                   PIC X(50) VALUE
               'FILE      FIELD               KEY                 '.
           05 FILLER                   PIC X(40) VALUE
               '      CODE  TABLE     RESULT            '.

       01  RPT-DETAIL-LINE.
           05 RPT-FILE-ID              PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-FIELD-NAME           PIC X(18).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-MASTER-KEY           PIC X(24).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-CODE                 PIC X(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-TABLE-ID             PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-RESULT               PIC X(16).

       01  RPT-MAP-IGNORED-LINE.
           05 FILLER                   PIC X(16) VALUE
               'MAPPING IGNORED '.
           05 RPT-IGN-FILE-ID          PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-IGN-FIELD-NAME       PIC X(18).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-IGN-REASON           PIC X(30).

       01  RPT-COUNT-LINE.
           05 RPT-CNT-FILE-ID          PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-CNT-FIELD-NAME       PIC X(18).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-CNT-TABLE-ID         PIC X(08).
           05 FILLER                   PIC X(10) VALUE
               '  CHECKED '.
           05 RPT-CNT-CHECKED          PIC Z(6)9.
           05 FILLER                   PIC X(10) VALUE
               '  INVALID '.
           05 RPT-CNT-INVALID          PIC Z(6)9.
           05 FILLER                   PIC X(10) VALUE
               '  EXPIRED '.
           05 RPT-CNT-EXPIRED          PIC Z(6)9.

       01  RPT-TRAILER-LINE.
           05 FILLER                   PIC X(30) VALUE
               'CODES FAILED                - '.
           05 RPT-FAILED-COUNT         PIC Z(6)9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CODE-SWEEP' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           OPEN OUTPUT SWEEP-RPT-FILE.
           OPEN OUTPUT SWEEP-REJ-FILE.
           MOVE BDT-BUS-DATE TO RPT-HDG-ASOF.
           WRITE SWEEP-RPT-LINE FROM RPT-HEADING.

           PERFORM LOAD-CODE-MAP.
           PERFORM PROBE-CODEREF.
           EVALUATE TRUE
               WHEN WS-MAP-COUNT = ZEROS
                   DISPLAY 'CODE-SWEEP: NO USABLE CODEMAP MAPPINGS - '
                       'NOTHING SWEPT'
                   MOVE 8 TO WS-RUN-RC
               WHEN NOT CODEREF-AVAILABLE
                   DISPLAY 'CODE-SWEEP: NO CODEREF FILE AVAILABLE - '
                       'NOTHING SWEPT'
                   MOVE 8 TO WS-RUN-RC
               WHEN OTHER
                   WRITE SWEEP-RPT-LINE FROM RPT-COLUMN-HEADING
                   PERFORM SWEEP-CITERMS
                   PERFORM SWEEP-EMPMAST
                   PERFORM SWEEP-ACCTREL
                   PERFORM SWEEP-PRODCAT
                   PERFORM SWEEP-GARNFILE
                   PERFORM WRITE-COUNT-LINES
           END-EVALUATE.

           CLOSE SWEEP-REJ-FILE.
           CLOSE SWEEP-RPT-FILE.
           IF WS-MAP-IGNORED-COUNT > ZEROS
                   OR WS-FAILED-COUNT > ZEROS
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

      * a mapping is only taken when it names a master this run
      * sweeps and its field lies inside that master's record;
      * anything else is listed as ignored so a bad control line
      * is seen rather than silently skipping a field
       LOAD-CODE-MAP.
           OPEN INPUT CODE-MAP-FILE.
           IF WS-MAP-STATUS = '00'
               PERFORM READ-CODE-MAP-RECORD
               PERFORM UNTIL WS-MAP-STATUS NOT = '00'
                   IF CODE-MAP-RECORD NOT = SPACES
                       PERFORM TAKE-ONE-MAPPING
                   END-IF
                   PERFORM READ-CODE-MAP-RECORD
               END-PERFORM
               CLOSE CODE-MAP-FILE
           END-IF.

       READ-CODE-MAP-RECORD.
           MOVE SPACES TO CODE-MAP-RECORD.
           READ CODE-MAP-FILE
               AT END
                   MOVE '10' TO WS-MAP-STATUS
           END-READ.

       TAKE-ONE-MAPPING.
           MOVE SPACES TO WS-MAP-REASON.
           EVALUATE CMP-FILE-ID
               WHEN 'CITERMS '
                   MOVE LENGTH OF CIT-RECORD TO WS-MASTER-LENGTH
               WHEN 'EMPMAST '
                   MOVE LENGTH OF EM-RECORD TO WS-MASTER-LENGTH
               WHEN 'ACCTREL '
                   MOVE LENGTH OF ACR-RECORD TO WS-MASTER-LENGTH
               WHEN 'PRODCAT '
                   MOVE LENGTH OF PROD-RECORD TO WS-MASTER-LENGTH
               WHEN 'GARNFILE'
                   MOVE LENGTH OF GARN-RECORD TO WS-MASTER-LENGTH
               WHEN OTHER
                   MOVE 'MASTER NOT SWEPT' TO WS-MAP-REASON
           END-EVALUATE.
           IF WS-MAP-REASON = SPACES
               IF CMP-START IS NOT NUMERIC
                       OR CMP-LENGTH IS NOT NUMERIC
                   MOVE 'POSITION OR LENGTH NOT NUMERIC' TO
                       WS-MAP-REASON
               ELSE
                   COMPUTE WS-MAP-END = CMP-START + CMP-LENGTH - 1
                   EVALUATE TRUE
                       WHEN CMP-START = ZEROS
                           OR CMP-LENGTH = ZEROS
                           OR CMP-LENGTH > 4
                           MOVE 'LENGTH MUST BE 1 TO 4' TO
                               WS-MAP-REASON
                       WHEN WS-MAP-END > WS-MASTER-LENGTH
                           MOVE 'FIELD OUTSIDE THE RECORD' TO
                               WS-MAP-REASON
                       WHEN CMP-TABLE-ID = SPACES
                           MOVE 'NO CODEREF TABLE NAMED' TO
                               WS-MAP-REASON
                       WHEN WS-MAP-COUNT = 50
                           MOVE 'MORE THAN 50 MAPPINGS' TO
                               WS-MAP-REASON
                   END-EVALUATE
               END-IF
           END-IF.
           IF WS-MAP-REASON = SPACES
               ADD 1 TO WS-MAP-COUNT
               MOVE CMP-FILE-ID TO CMT-FILE-ID(WS-MAP-COUNT)
               MOVE CMP-FIELD-NAME TO CMT-FIELD-NAME(WS-MAP-COUNT)
               MOVE CMP-START TO CMT-START(WS-MAP-COUNT)
               MOVE CMP-LENGTH TO CMT-LENGTH(WS-MAP-COUNT)
               MOVE CMP-TABLE-ID TO CMT-TABLE-ID(WS-MAP-COUNT)
               MOVE CMP-BLANK-OK TO CMT-BLANK-OK(WS-MAP-COUNT)
               MOVE ZEROS TO CMT-CHECKED-COUNT(WS-MAP-COUNT)
               MOVE ZEROS TO CMT-INVALID-COUNT(WS-MAP-COUNT)
               MOVE ZEROS TO CMT-EXPIRED-COUNT(WS-MAP-COUNT)
           ELSE
               ADD 1 TO WS-MAP-IGNORED-COUNT
               MOVE CMP-FILE-ID TO RPT-IGN-FILE-ID
               MOVE CMP-FIELD-NAME TO RPT-IGN-FIELD-NAME
               MOVE WS-MAP-REASON TO RPT-IGN-REASON
               WRITE SWEEP-RPT-LINE FROM RPT-MAP-IGNORED-LINE
           END-IF.

      * CODELOOKUP answers "no table" when CODEREF cannot be read
      * at all - every code would fail, so the sweep is not run
       PROBE-CODEREF.
           MOVE SPACES TO CDLK-TABLE-ID.
           MOVE SPACES TO CDLK-CODE-IN.
           MOVE BDT-BUS-DATE TO CDLK-ASOF-DATE.
           CALL 'CODELOOKUP' USING CODELOOKUP-PARMS.
           IF CDLK-STAT-NO-TABLE
               MOVE 'N' TO WS-CODEREF-SW
           END-IF.

      * a master is only opened when some mapping names it
       NOTE-FILE-MAPPED.
           MOVE 'N' TO WS-MAP-WANTED-SW.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF CMT-FILE-ID(WS-MAP-IDX) = WS-SWEEP-FILE-ID
                   SET FILE-IS-MAPPED TO TRUE
               END-IF
           END-PERFORM.

       NOTE-MASTER-MISSING.
           DISPLAY 'CODE-SWEEP: NO ' WS-SWEEP-FILE-ID
               ' FILE AVAILABLE - ITS CODES NOT CHECKED'.
           IF WS-RUN-RC < 4
               MOVE 4 TO WS-RUN-RC
           END-IF.

       SWEEP-CITERMS.
           MOVE 'CITERMS ' TO WS-SWEEP-FILE-ID.
           MOVE 'CI' TO WS-SWEEP-FILE-TAG.
           PERFORM NOTE-FILE-MAPPED.
           IF FILE-IS-MAPPED
               OPEN INPUT CI-TERMS-FILE
               IF WS-IN-STATUS NOT = '00'
                   PERFORM NOTE-MASTER-MISSING
               ELSE
                   MOVE LENGTH OF CIT-RECORD TO WS-MASTER-LENGTH
                   PERFORM READ-CITERMS-RECORD
                   PERFORM UNTIL WS-IN-STATUS NOT = '00'
                       MOVE CIT-RECORD TO WS-MASTER-IMAGE
                       MOVE CIT-ACCT-NR TO WS-MASTER-KEY
                       PERFORM CHECK-MASTER-CODES
                       PERFORM READ-CITERMS-RECORD
                   END-PERFORM
                   CLOSE CI-TERMS-FILE
               END-IF
           END-IF.

       READ-CITERMS-RECORD.
           READ CI-TERMS-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-IN-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       SWEEP-EMPMAST.
           MOVE 'EMPMAST ' TO WS-SWEEP-FILE-ID.
           MOVE 'EM' TO WS-SWEEP-FILE-TAG.
           PERFORM NOTE-FILE-MAPPED.
           IF FILE-IS-MAPPED
               OPEN INPUT EMP-MAST-FILE
               IF WS-IN-STATUS NOT = '00'
                   PERFORM NOTE-MASTER-MISSING
               ELSE
                   MOVE LENGTH OF EM-RECORD TO WS-MASTER-LENGTH
                   PERFORM READ-EMPMAST-RECORD
                   PERFORM UNTIL WS-IN-STATUS NOT = '00'
                       MOVE EM-RECORD TO WS-MASTER-IMAGE
                       MOVE EM-EMP-ID TO WS-MASTER-KEY
                       PERFORM CHECK-MASTER-CODES
                       PERFORM READ-EMPMAST-RECORD
                   END-PERFORM
                   CLOSE EMP-MAST-FILE
               END-IF
           END-IF.

       READ-EMPMAST-RECORD.
           READ EMP-MAST-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-IN-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       SWEEP-ACCTREL.
           MOVE 'ACCTREL ' TO WS-SWEEP-FILE-ID.
           MOVE 'AR' TO WS-SWEEP-FILE-TAG.
           PERFORM NOTE-FILE-MAPPED.
           IF FILE-IS-MAPPED
               OPEN INPUT ACCT-REL-FILE
               IF WS-IN-STATUS NOT = '00'
                   PERFORM NOTE-MASTER-MISSING
               ELSE
                   MOVE LENGTH OF ACR-RECORD TO WS-MASTER-LENGTH
                   PERFORM READ-ACCTREL-RECORD
                   PERFORM UNTIL WS-IN-STATUS NOT = '00'
                       MOVE ACR-RECORD TO WS-MASTER-IMAGE
                       MOVE ACR-KEY TO WS-MASTER-KEY
                       PERFORM CHECK-MASTER-CODES
                       PERFORM READ-ACCTREL-RECORD
                   END-PERFORM
                   CLOSE ACCT-REL-FILE
               END-IF
           END-IF.

       READ-ACCTREL-RECORD.
           READ ACCT-REL-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-IN-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       SWEEP-PRODCAT.
           MOVE 'PRODCAT ' TO WS-SWEEP-FILE-ID.
           MOVE 'PC' TO WS-SWEEP-FILE-TAG.
           PERFORM NOTE-FILE-MAPPED.
           IF FILE-IS-MAPPED
               OPEN INPUT PROD-CAT-FILE
               IF WS-IN-STATUS NOT = '00'
                   PERFORM NOTE-MASTER-MISSING
               ELSE
                   MOVE LENGTH OF PROD-RECORD TO WS-MASTER-LENGTH
                   PERFORM READ-PRODCAT-RECORD
                   PERFORM UNTIL WS-IN-STATUS NOT = '00'
                       MOVE PROD-RECORD TO WS-MASTER-IMAGE
                       MOVE PROD-CODE TO WS-MASTER-KEY
                       PERFORM CHECK-MASTER-CODES
                       PERFORM READ-PRODCAT-RECORD
                   END-PERFORM
                   CLOSE PROD-CAT-FILE
               END-IF
           END-IF.

       READ-PRODCAT-RECORD.
           READ PROD-CAT-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-IN-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * a garnishment order is keyed by employee and order number
       SWEEP-GARNFILE.
           MOVE 'GARNFILE' TO WS-SWEEP-FILE-ID.
           MOVE 'GN' TO WS-SWEEP-FILE-TAG.
           PERFORM NOTE-FILE-MAPPED.
           IF FILE-IS-MAPPED
               OPEN INPUT GARN-FILE
               IF WS-IN-STATUS NOT = '00'
                   PERFORM NOTE-MASTER-MISSING
               ELSE
                   MOVE LENGTH OF GARN-RECORD TO WS-MASTER-LENGTH
                   PERFORM READ-GARNFILE-RECORD
                   PERFORM UNTIL WS-IN-STATUS NOT = '00'
                       MOVE GARN-RECORD TO WS-MASTER-IMAGE
                       MOVE SPACES TO WS-MASTER-KEY
                       MOVE GRN-EMP-ID TO WS-MASTER-KEY(1:6)
                       MOVE GRN-ORDER-NR TO WS-MASTER-KEY(7:4)
                       PERFORM CHECK-MASTER-CODES
                       PERFORM READ-GARNFILE-RECORD
                   END-PERFORM
                   CLOSE GARN-FILE
               END-IF
           END-IF.

       READ-GARNFILE-RECORD.
           MOVE SPACES TO GARN-RECORD.
           READ GARN-FILE
               AT END
                   MOVE '10' TO WS-IN-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * every mapping on the master is checked against the record
      * now in the image; the record goes to CODESWPREJ once, on
      * its first failing field, since the queue holds one item per
      * record
       CHECK-MASTER-CODES.
           MOVE 'N' TO WS-RECORD-FAILED-SW.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF CMT-FILE-ID(WS-MAP-IDX) = WS-SWEEP-FILE-ID
                   PERFORM CHECK-ONE-CODE
               END-IF
           END-PERFORM.

      * the lookup is as of the business date - a code whose window
      * has closed comes back not found with the expired flag set
       CHECK-ONE-CODE.
           MOVE SPACES TO CDLK-CODE-IN.
           MOVE WS-MASTER-IMAGE(CMT-START(WS-MAP-IDX):
                   CMT-LENGTH(WS-MAP-IDX)) TO CDLK-CODE-IN.
           ADD 1 TO CMT-CHECKED-COUNT(WS-MAP-IDX).
           IF CDLK-CODE-IN NOT = SPACES
                   OR CMT-BLANK-OK(WS-MAP-IDX) NOT = 'Y'
               MOVE CMT-TABLE-ID(WS-MAP-IDX) TO CDLK-TABLE-ID
               MOVE BDT-BUS-DATE TO CDLK-ASOF-DATE
               CALL 'CODELOOKUP' USING CODELOOKUP-PARMS
               EVALUATE TRUE
                   WHEN CDLK-STAT-FOUND
                       CONTINUE
                   WHEN CDLK-CODE-EXPIRED
                       ADD 1 TO CMT-EXPIRED-COUNT(WS-MAP-IDX)
                       MOVE 'EXPIRED' TO WS-CODE-RESULT
                       PERFORM REPORT-FAILED-CODE
                   WHEN CDLK-CODE-NOT-YET-VALID
                       ADD 1 TO CMT-INVALID-COUNT(WS-MAP-IDX)
                       MOVE 'NOT YET IN FORCE' TO WS-CODE-RESULT
                       PERFORM REPORT-FAILED-CODE
                   WHEN OTHER
                       ADD 1 TO CMT-INVALID-COUNT(WS-MAP-IDX)
                       MOVE 'INVALID' TO WS-CODE-RESULT
                       PERFORM REPORT-FAILED-CODE
               END-EVALUATE
           END-IF.

       REPORT-FAILED-CODE.
           ADD 1 TO WS-FAILED-COUNT.
           MOVE WS-SWEEP-FILE-ID TO RPT-FILE-ID.
           MOVE CMT-FIELD-NAME(WS-MAP-IDX) TO RPT-FIELD-NAME.
           MOVE WS-MASTER-KEY TO RPT-MASTER-KEY.
           MOVE CDLK-CODE-IN TO RPT-CODE.
           MOVE CMT-TABLE-ID(WS-MAP-IDX) TO RPT-TABLE-ID.
           MOVE WS-CODE-RESULT TO RPT-RESULT.
           WRITE SWEEP-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

           IF NOT RECORD-ALREADY-FAILED
               SET RECORD-ALREADY-FAILED TO TRUE
               MOVE SPACES TO SWEEP-REJ-RECORD
               MOVE WS-SWEEP-FILE-TAG TO SRJ-FILE-TAG
               MOVE WS-MASTER-KEY TO SRJ-MASTER-KEY
               STRING CMT-FIELD-NAME(WS-MAP-IDX) DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-CODE-RESULT DELIMITED BY SIZE
                   INTO SRJ-REASON
               END-STRING
               MOVE BDT-BUS-DATE TO SRJ-RUN-DATE
               WRITE SWEEP-REJ-RECORD
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-IF.

       WRITE-COUNT-LINES.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               MOVE CMT-FILE-ID(WS-MAP-IDX) TO RPT-CNT-FILE-ID
               MOVE CMT-FIELD-NAME(WS-MAP-IDX) TO RPT-CNT-FIELD-NAME
               MOVE CMT-TABLE-ID(WS-MAP-IDX) TO RPT-CNT-TABLE-ID
               MOVE CMT-CHECKED-COUNT(WS-MAP-IDX) TO RPT-CNT-CHECKED
               MOVE CMT-INVALID-COUNT(WS-MAP-IDX) TO RPT-CNT-INVALID
               MOVE CMT-EXPIRED-COUNT(WS-MAP-IDX) TO RPT-CNT-EXPIRED
               WRITE SWEEP-RPT-LINE FROM RPT-COUNT-LINE
           END-PERFORM.
           MOVE WS-FAILED-COUNT TO RPT-FAILED-COUNT.
           WRITE SWEEP-RPT-LINE FROM RPT-TRAILER-LINE.

       WRITE-RUNLOG-START.
           MOVE 'CODE-SWEEP' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'CODE-SWEEP' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
