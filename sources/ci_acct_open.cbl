      * new-account opening - accounts used to appear by someone
      * keying the CITERMS terms, the CUSTFILE customer, and the
      * ACCTREL holders by hand, and the only checks were the ones
      * COMPOUND-INTEREST makes when the account first runs.  this
      * batch takes the ACCTAPPL application file - an operator
      * record at its head, then each application's primary holder
      * and terms followed by its joint holders - and for each
      * application proves every holder's CPF or CNPJ, screens
      * every holder against the WATCHLST watch list the way
      * WATCHLIST-SCREEN does, and confirms the product is on the
      * catalog and open to new business.  an application that
      * passes is given the next account number with its mod-11
      * check digit, and its CITERMS, CUSTFILE, and ACCTREL
      * records are written together - a write that fails backs
      * the others out, so an account is never half opened.  each
      * opened account's welcome letter goes to the CIWELEXT
      * extract MAIL-BUNDLE spools, and each rejected application
      * goes to OPENREJ with its reason, where EXCP-QUEUE picks it
      * up.  the ACCTOPNRPT register lists every application and
      * its outcome
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CI-ACCT-OPEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPL-FILE ASSIGN TO 'ACCTAPPL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPL-STATUS.

           SELECT WATCH-LIST-FILE ASSIGN TO 'WATCHLST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-STATUS.

           SELECT PROD-CAT-FILE ASSIGN TO 'PRODCAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.

           SELECT CI-TERMS-FILE ASSIGN TO 'CITERMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS CIT-ACCT-NR
               FILE STATUS IS WS-TERMS-STATUS.

           SELECT CUST-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS CUST-ACCT-NR
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCT-REL-FILE ASSIGN TO 'ACCTREL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS ACR-KEY
               FILE STATUS IS WS-REL-STATUS.

           SELECT WELCOME-EXT-FILE ASSIGN TO 'CIWELEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WLX-STATUS.

           SELECT OPEN-REJ-FILE ASSIGN TO 'OPENREJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT OPEN-RPT-FILE ASSIGN TO 'ACCTOPNRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  APPL-FILE.
           COPY APPLREC.

       FD  WATCH-LIST-FILE.
       01  WATCH-LIST-RECORD.
           05 WL-DOC-NR                PIC X(14).
           05 WL-NAME                  PIC X(30).

       FD  PROD-CAT-FILE.
           COPY PRODREC.

       FD  CI-TERMS-FILE.
           COPY CITERMRC.

       FD  CUST-FILE.
           COPY CUSTREC.

       FD  ACCT-REL-FILE.
           COPY ACRELREC.

       FD  WELCOME-EXT-FILE.
           COPY WELEXREC.

      * the rejected application - keyed by application id and
      * the primary holder's document, the way EXCP-QUEUE keys it
       FD  OPEN-REJ-FILE.
       01  OPEN-REJ-RECORD.
           05 ORJ-KEY.
              10 ORJ-APPL-ID           PIC X(08).
              10 ORJ-DOC-NR            PIC X(14).
              10 FILLER                PIC X(04).
           05 FILLER                   PIC X(02).
           05 ORJ-REASON               PIC X(35).
           05 ORJ-RUN-DATE             PIC 9(08).

       FD  OPEN-RPT-FILE.
       01  OPEN-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-APPL-STATUS              PIC XX.
       01  WS-WATCH-STATUS             PIC XX.
       01  WS-PROD-STATUS              PIC XX.
       01  WS-TERMS-STATUS             PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-REL-STATUS               PIC XX.
       01  WS-WLX-STATUS               PIC XX.
       01  WS-REJ-STATUS               PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

           COPY BUSDTW.

       01  WS-RUN-DATE                 PIC 9(08).

      * the operator who submitted this batch - taken from the
      * required 'O' record at the head of the application file; a
      * batch without one is refused outright
       01  OPERATOR-ID-WORK            PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-OK-SW           PIC X(01) VALUE 'N'.
           88  OPERATOR-SUPPLIED               VALUE 'Y'.
       01  WS-REFUSED-SW               PIC X(01) VALUE 'N'.
           88  BATCH-WAS-REFUSED               VALUE 'Y'.
       01  WS-PRODCAT-SW               PIC X(01) VALUE 'N'.
           88  PRODCAT-AVAILABLE               VALUE 'Y'.

      * the application in hand - its terms, and its holders with
      * the primary in slot 1 and the joint holders after it
       01  OPN-APPL-ID                 PIC X(08).
       01  OPN-PRODUCT-CD              PIC X(06).
       01  OPN-PRINCIPAL               PIC 9(08)V99.
       01  OPN-PERIOD                  PIC 9(04).
       01  OPN-CYCLE-CD                PIC X(01).
       01  OPN-RENEW-CD                PIC X(01).
       01  OPN-JURIS-CD                PIC X(02).
       01  OPN-CURRENCY-CD             PIC X(03).
       01  OPN-NEW-ACCT-NR             PIC 9(10).
      * the first failing check is the recorded reason - spaces
      * means the application is still good
       01  OPN-REJECT-REASON           PIC X(35).
       01  WS-HLR-COUNT                PIC 9(01).
       01  WS-HLR-IDX                  PIC 9(01).
       01  WS-HLR-CMP-IDX              PIC 9(01).
       01  WS-HLR-WRITTEN              PIC 9(01).
       01  HOLDER-TABLE.
           05  HOLDER-ENTRY OCCURS 5 TIMES.
               10  HLR-DOC-NR          PIC X(14).
               10  HLR-NAME            PIC X(30).
               10  HLR-ADDR-LINE-1     PIC X(30).
               10  HLR-ADDR-LINE-2     PIC X(30).

      * the last account number issued, without its check digit -
      * found at start-up as the highest key on CITERMS or
      * CUSTFILE, and stepped by one for each account opened
       01  WS-LAST-BASE-NR             PIC 9(09) VALUE ZEROS.
       01  WS-HIGH-ACCT-NR             PIC 9(10) VALUE ZEROS.

      * the loaded watch list
       01  WS-WL-COUNT                 PIC 9(03) VALUE ZEROS.
       01  WS-WL-IDX                   PIC 9(03).
       01  WATCH-TABLE.
           05  WATCH-ENTRY OCCURS 200 TIMES.
               10  WT-DOC-NR           PIC X(14).
               10  WT-NAME             PIC X(30).

      * the tolerant-match work, as WATCHLIST-SCREEN squeezes and
      * compares names
       01  WS-NAME-A                   PIC X(30).
       01  WS-NAME-B                   PIC X(30).
       01  WS-SQUEEZE-IN               PIC X(30).
       01  WS-SQUEEZE-OUT              PIC X(30).
       01  WS-SQZ-IN-IDX               PIC 9(02).
       01  WS-SQZ-OUT-IDX              PIC 9(02).
       01  WS-LEN-A                    PIC 9(02).
       01  WS-LEN-B                    PIC 9(02).
       01  WS-COMPARE-LEN              PIC 9(02).
       01  WS-MATCH-COUNT              PIC 9(02).
       01  WS-CHAR-IDX                 PIC 9(02).
       01  WS-MATCH-PCT                PIC 9(03).

       01  WS-OPENED-COUNT             PIC 9(05) VALUE ZEROS.
       01  WS-REJECTED-COUNT           PIC 9(05) VALUE ZEROS.

           COPY MNTAUDW.

           COPY PAGINW.

           COPY ACCTCHKW.

           COPY CPFCHKW.

           COPY CNPJCHKW.

           COPY CONTLGW.

       01  RPT-COLUMN-HEADING PIC X(80) VALUE
           'APPL ID   DOCUMENT        ACCOUNT     RESULT'.

       01  RPT-DETAIL-LINE.
           05 RPT-APPL-ID              PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-DOC-NR               PIC X(14).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-ACCT-NR              PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-RESULT               PIC X(35).

       01  RPT-TRAILER-LINE.
           05 FILLER                   PIC X(19) VALUE
               'ACCOUNTS OPENED -  '.
           05 RPT-OPENED-COUNT         PIC Z(4)9.
           05 FILLER                   PIC X(25) VALUE
               '  APPLICATIONS REJECTED -'.
           05 RPT-REJECTED-COUNT       PIC Z(4)9.

       PROCEDURE DIVISION.
           MOVE 'CI-ACCT-OPEN' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           IF BATCH-WAS-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           PERFORM INITIALIZE-PAGINATION.
           MOVE 2 TO PAG-HEADING-LINE-COUNT.
           OPEN INPUT APPL-FILE.
           IF WS-APPL-STATUS NOT = '00'
               DISPLAY 'CI-ACCT-OPEN: NO ACCTAPPL APPLICATIONS '
                   'SUPPLIED'
           ELSE
               PERFORM LOAD-WATCH-LIST
               PERFORM FIND-LAST-ACCOUNT-NR
               PERFORM OPEN-THE-MASTERS
               OPEN OUTPUT OPEN-REJ-FILE
               OPEN OUTPUT OPEN-RPT-FILE

               PERFORM READ-APPL-RECORD
               PERFORM TAKE-OPERATOR-RECORD
               IF OPERATOR-SUPPLIED
                   PERFORM UNTIL WS-APPL-STATUS NOT = '00'
                       IF APL-IS-APPLICATION
                           PERFORM GATHER-APPLICATION
                           PERFORM PROCESS-APPLICATION
                       ELSE
                           DISPLAY 'CI-ACCT-OPEN: RECORD TYPE '
                               APL-REC-TYPE ' FOR ' APL-APPL-ID
                               ' OUT OF SEQUENCE - SKIPPED'
                           PERFORM READ-APPL-RECORD
                       END-IF
                   END-PERFORM
               END-IF

               MOVE WS-OPENED-COUNT TO RPT-OPENED-COUNT
               MOVE WS-REJECTED-COUNT TO RPT-REJECTED-COUNT
               WRITE OPEN-RPT-LINE FROM RPT-TRAILER-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               PERFORM CLOSE-THE-MASTERS
               CLOSE OPEN-REJ-FILE
               CLOSE OPEN-RPT-FILE
               CLOSE APPL-FILE
               IF WS-REJECTED-COUNT > ZEROS
                       AND NOT BATCH-WAS-REFUSED
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

       READ-APPL-RECORD.
           READ APPL-FILE
               AT END
                   MOVE '10' TO WS-APPL-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * the batch must lead with its operator-id record - record
      * type 'O' and the submitting operator's id - or nothing in
      * it is opened
       TAKE-OPERATOR-RECORD.
           MOVE 'N' TO WS-OPERATOR-OK-SW.
           IF WS-APPL-STATUS = '00' AND APL-IS-OPERATOR
               MOVE APL-RECORD(2:8) TO OPERATOR-ID-WORK
               SET OPERATOR-SUPPLIED TO TRUE
               PERFORM READ-APPL-RECORD
           ELSE
               DISPLAY 'CI-ACCT-OPEN: NO OPERATOR-ID RECORD AT '
                   'HEAD OF ACCTAPPL - BATCH REFUSED'
               SET BATCH-WAS-REFUSED TO TRUE
           END-IF.

       LOAD-WATCH-LIST.
           OPEN INPUT WATCH-LIST-FILE.
           IF WS-WATCH-STATUS = '00'
               PERFORM READ-WATCH-RECORD
               PERFORM UNTIL WS-WATCH-STATUS NOT = '00'
                       OR WS-WL-COUNT = 200
                   ADD 1 TO WS-WL-COUNT
                   MOVE WL-DOC-NR TO WT-DOC-NR(WS-WL-COUNT)
                   MOVE WL-NAME TO WT-NAME(WS-WL-COUNT)
                   PERFORM READ-WATCH-RECORD
               END-PERFORM
               CLOSE WATCH-LIST-FILE
           END-IF.
           IF WS-WL-COUNT = ZEROS
               DISPLAY 'CI-ACCT-OPEN: NO WATCHLST ENTRIES - '
                   'APPLICATIONS CANNOT BE SCREENED'
           END-IF.

       READ-WATCH-RECORD.
           READ WATCH-LIST-FILE
               AT END
                   MOVE '10' TO WS-WATCH-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * account numbers are issued in sequence above the highest
      * key either master already carries - hand-keyed customers
      * included - and the check digit is dropped to leave the
      * base the next number steps from
       FIND-LAST-ACCOUNT-NR.
           OPEN INPUT CI-TERMS-FILE.
           IF WS-TERMS-STATUS = '00'
               PERFORM READ-NEXT-TERMS
               PERFORM UNTIL WS-TERMS-STATUS NOT = '00'
                   IF CIT-ACCT-NR > WS-HIGH-ACCT-NR
                       MOVE CIT-ACCT-NR TO WS-HIGH-ACCT-NR
                   END-IF
                   PERFORM READ-NEXT-TERMS
               END-PERFORM
               CLOSE CI-TERMS-FILE
           END-IF.
           OPEN INPUT CUST-FILE.
           IF WS-CUST-STATUS = '00'
               PERFORM READ-NEXT-CUST
               PERFORM UNTIL WS-CUST-STATUS NOT = '00'
                   IF CUST-ACCT-NR > WS-HIGH-ACCT-NR
                       MOVE CUST-ACCT-NR TO WS-HIGH-ACCT-NR
                   END-IF
                   PERFORM READ-NEXT-CUST
               END-PERFORM
               CLOSE CUST-FILE
           END-IF.
           DIVIDE WS-HIGH-ACCT-NR BY 10 GIVING WS-LAST-BASE-NR.

       READ-NEXT-TERMS.
           READ CI-TERMS-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-TERMS-STATUS
           END-READ.

       READ-NEXT-CUST.
           READ CUST-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-CUST-STATUS
           END-READ.

       OPEN-THE-MASTERS.
           OPEN INPUT PROD-CAT-FILE.
           IF WS-PROD-STATUS = '00'
               SET PRODCAT-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'CI-ACCT-OPEN: PRODCAT UNAVAILABLE - '
                   'APPLICATIONS CANNOT BE PRICED'
           END-IF.
           OPEN I-O CI-TERMS-FILE.
           IF WS-TERMS-STATUS NOT = '00'
               OPEN OUTPUT CI-TERMS-FILE
               CLOSE CI-TERMS-FILE
               OPEN I-O CI-TERMS-FILE
           END-IF.
           OPEN I-O CUST-FILE.
           IF WS-CUST-STATUS NOT = '00'
               OPEN OUTPUT CUST-FILE
               CLOSE CUST-FILE
               OPEN I-O CUST-FILE
           END-IF.
           OPEN I-O ACCT-REL-FILE.
           IF WS-REL-STATUS NOT = '00'
               OPEN OUTPUT ACCT-REL-FILE
               CLOSE ACCT-REL-FILE
               OPEN I-O ACCT-REL-FILE
           END-IF.
           OPEN EXTEND WELCOME-EXT-FILE.
           IF WS-WLX-STATUS NOT = '00'
               OPEN OUTPUT WELCOME-EXT-FILE
           END-IF.

       CLOSE-THE-MASTERS.
           IF PRODCAT-AVAILABLE
               CLOSE PROD-CAT-FILE
           END-IF.
           CLOSE CI-TERMS-FILE.
           CLOSE CUST-FILE.
           CLOSE ACCT-REL-FILE.
           CLOSE WELCOME-EXT-FILE.

      * the application record and the joint-holder records that
      * follow it under the same application id; the read left
      * standing is the next application's
       GATHER-APPLICATION.
           MOVE SPACES TO OPN-REJECT-REASON.
           MOVE SPACES TO HOLDER-TABLE.
           MOVE APL-APPL-ID TO OPN-APPL-ID.
           MOVE APL-PRODUCT-CD TO OPN-PRODUCT-CD.
           MOVE ZEROS TO OPN-PRINCIPAL.
           MOVE ZEROS TO OPN-PERIOD.
           IF APL-PRINCIPAL IS NUMERIC
               MOVE APL-PRINCIPAL TO OPN-PRINCIPAL
           END-IF.
           IF APL-PERIOD IS NUMERIC
               MOVE APL-PERIOD TO OPN-PERIOD
           END-IF.
           MOVE APL-CYCLE-CD TO OPN-CYCLE-CD.
           MOVE APL-RENEW-CD TO OPN-RENEW-CD.
           MOVE APL-JURIS-CD TO OPN-JURIS-CD.
           MOVE APL-CURRENCY-CD TO OPN-CURRENCY-CD.
           MOVE ZEROS TO OPN-NEW-ACCT-NR.
           MOVE 1 TO WS-HLR-COUNT.
           PERFORM TAKE-HOLDER-FIELDS.

           PERFORM READ-APPL-RECORD.
           PERFORM UNTIL WS-APPL-STATUS NOT = '00'
                   OR NOT APL-IS-JOINT
               IF APL-APPL-ID NOT = OPN-APPL-ID
                   IF OPN-REJECT-REASON = SPACES
                       MOVE 'JOINT HOLDER FOR ANOTHER APPLICATION'
                           TO OPN-REJECT-REASON
                   END-IF
               ELSE
                   IF WS-HLR-COUNT = 5
                       IF OPN-REJECT-REASON = SPACES
                           MOVE 'MORE THAN 4 JOINT HOLDERS' TO
                               OPN-REJECT-REASON
                       END-IF
                   ELSE
                       ADD 1 TO WS-HLR-COUNT
                       PERFORM TAKE-HOLDER-FIELDS
                   END-IF
               END-IF
               PERFORM READ-APPL-RECORD
           END-PERFORM.

       TAKE-HOLDER-FIELDS.
           MOVE APL-DOC-NR TO HLR-DOC-NR(WS-HLR-COUNT).
           MOVE APL-NAME TO HLR-NAME(WS-HLR-COUNT).
           MOVE APL-ADDR-LINE-1 TO HLR-ADDR-LINE-1(WS-HLR-COUNT).
           MOVE APL-ADDR-LINE-2 TO HLR-ADDR-LINE-2(WS-HLR-COUNT).

       PROCESS-APPLICATION.
           IF OPN-REJECT-REASON = SPACES
               PERFORM EDIT-APPLICATION-TERMS
           END-IF.
           IF OPN-REJECT-REASON = SPACES
               PERFORM CHECK-HOLDER-DOCUMENTS
           END-IF.
           IF OPN-REJECT-REASON = SPACES
               PERFORM CHECK-PRODUCT-OPEN
           END-IF.
           IF OPN-REJECT-REASON = SPACES
               PERFORM SCREEN-THE-HOLDERS
           END-IF.
           IF OPN-REJECT-REASON = SPACES
               PERFORM OPEN-THE-ACCOUNT
           END-IF.

           IF OPN-REJECT-REASON = SPACES
               ADD 1 TO WS-OPENED-COUNT
               PERFORM WRITE-WELCOME-EXTRACT
               MOVE OPN-NEW-ACCT-NR TO RPT-ACCT-NR
               MOVE 'OPENED' TO RPT-RESULT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM WRITE-REJECT-RECORD
               MOVE SPACES TO RPT-ACCT-NR
               MOVE OPN-REJECT-REASON TO RPT-RESULT
           END-IF.
           PERFORM WRITE-RPT-RECORD.

      * the terms asked for, and a name and address for everyone
      * the account will be held by
       EDIT-APPLICATION-TERMS.
           IF OPN-PRODUCT-CD = SPACES
               MOVE 'PRODUCT CODE MISSING' TO OPN-REJECT-REASON
           END-IF.
           IF OPN-REJECT-REASON = SPACES
               IF OPN-PRINCIPAL = ZEROS
                   MOVE 'PRINCIPAL MISSING OR NOT NUMERIC' TO
                       OPN-REJECT-REASON
               END-IF
           END-IF.
           IF OPN-REJECT-REASON = SPACES
               IF OPN-PERIOD = ZEROS
                   MOVE 'TERM MISSING OR NOT NUMERIC' TO
                       OPN-REJECT-REASON
               END-IF
           END-IF.
           IF OPN-REJECT-REASON = SPACES
               IF OPN-CYCLE-CD = 'D' OR 'W' OR 'M' OR 'Q' OR SPACE
                   CONTINUE
               ELSE
                   MOVE 'CYCLE CODE UNKNOWN' TO OPN-REJECT-REASON
               END-IF
           END-IF.
           IF OPN-REJECT-REASON = SPACES
               IF OPN-RENEW-CD = 'R' OR 'P' OR SPACE
                   CONTINUE
               ELSE
                   MOVE 'MATURITY INSTRUCTION UNKNOWN' TO
                       OPN-REJECT-REASON
               END-IF
           END-IF.
           PERFORM VARYING WS-HLR-IDX FROM 1 BY 1
                   UNTIL WS-HLR-IDX > WS-HLR-COUNT
                       OR OPN-REJECT-REASON NOT = SPACES
               IF HLR-NAME(WS-HLR-IDX) = SPACES
                       OR HLR-ADDR-LINE-1(WS-HLR-IDX) = SPACES
                   MOVE 'HOLDER NAME OR ADDRESS MISSING' TO
                       OPN-REJECT-REASON
               END-IF
           END-PERFORM.

      * every holder's document must prove out - an 11-digit CPF
      * left-justified or a 14-digit CNPJ - and no one may be
      * named on the account twice
       CHECK-HOLDER-DOCUMENTS.
           PERFORM VARYING WS-HLR-IDX FROM 1 BY 1
                   UNTIL WS-HLR-IDX > WS-HLR-COUNT
                       OR OPN-REJECT-REASON NOT = SPACES
               PERFORM CHECK-ONE-DOCUMENT
               PERFORM VARYING WS-HLR-CMP-IDX FROM 1 BY 1
                       UNTIL WS-HLR-CMP-IDX NOT < WS-HLR-IDX
                   IF HLR-DOC-NR(WS-HLR-CMP-IDX) =
                           HLR-DOC-NR(WS-HLR-IDX)
                           AND OPN-REJECT-REASON = SPACES
                       MOVE 'SAME HOLDER NAMED TWICE' TO
                           OPN-REJECT-REASON
                   END-IF
               END-PERFORM
           END-PERFORM.

       CHECK-ONE-DOCUMENT.
           IF HLR-DOC-NR(WS-HLR-IDX)(12:3) = SPACES
                   AND HLR-DOC-NR(WS-HLR-IDX)(1:11) IS NUMERIC
               MOVE HLR-DOC-NR(WS-HLR-IDX)(1:11) TO CPF-CHK-RAW
               PERFORM VALIDATE-CPF-DIGITS
               IF NOT CPF-CHK-IS-VALID
                   MOVE 'CPF FAILS CHECK DIGIT' TO OPN-REJECT-REASON
               END-IF
           ELSE
               IF HLR-DOC-NR(WS-HLR-IDX) IS NUMERIC
                   MOVE HLR-DOC-NR(WS-HLR-IDX) TO CNPJ-CHK-RAW
                   PERFORM VALIDATE-CNPJ-DIGITS
                   IF NOT CNPJ-CHK-IS-VALID
                       MOVE 'CNPJ FAILS CHECK DIGIT' TO
                           OPN-REJECT-REASON
                   END-IF
               ELSE
                   MOVE 'DOCUMENT NR NOT A CPF OR CNPJ' TO
                       OPN-REJECT-REASON
               END-IF
           END-IF.

      * the same intake rule COMPOUND-INTEREST enforces when a new
      * account first runs - a proposed, closed-to-new, or
      * withdrawn product takes no new accounts.  the catalog
      * entry read here supplies the account's terms
       CHECK-PRODUCT-OPEN.
           IF NOT PRODCAT-AVAILABLE
               MOVE 'PRODUCT CATALOG UNAVAILABLE' TO
                   OPN-REJECT-REASON
           ELSE
               MOVE OPN-PRODUCT-CD TO PROD-CODE
               READ PROD-CAT-FILE
                   INVALID KEY
                       MOVE 'PRODUCT NOT ON CATALOG' TO
                           OPN-REJECT-REASON
                   NOT INVALID KEY
                       IF NOT PROD-STATE-ACTIVE
                           MOVE 'PRODUCT NOT OPEN TO NEW ACCOUNTS'
                               TO OPN-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

      * every holder against every watch-list entry - an exact
      * document-number hit or a tolerant name match holds the
      * application for compliance review.  no watch list means
      * nobody can be screened, so nothing is opened
       SCREEN-THE-HOLDERS.
           IF WS-WL-COUNT = ZEROS
               MOVE 'WATCH LIST UNAVAILABLE - NOT SCREENED' TO
                   OPN-REJECT-REASON
           END-IF.
           PERFORM VARYING WS-HLR-IDX FROM 1 BY 1
                   UNTIL WS-HLR-IDX > WS-HLR-COUNT
                       OR OPN-REJECT-REASON NOT = SPACES
               PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                       UNTIL WS-WL-IDX > WS-WL-COUNT
                           OR OPN-REJECT-REASON NOT = SPACES
                   IF HLR-DOC-NR(WS-HLR-IDX) =
                           WT-DOC-NR(WS-WL-IDX)
                       MOVE 'WATCH-LIST HIT - COMPLIANCE REVIEW'
                           TO OPN-REJECT-REASON
                   ELSE
                       MOVE HLR-NAME(WS-HLR-IDX) TO WS-NAME-A
                       MOVE WT-NAME(WS-WL-IDX) TO WS-NAME-B
                       PERFORM COMPARE-TWO-NAMES
                       IF WS-MATCH-PCT >= 85
                           MOVE 'WATCH-LIST HIT - COMPLIANCE REVIEW'
                               TO OPN-REJECT-REASON
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      * the next number in sequence with its check digit - the
      * shared check run over the base with a zero digit leaves the
      * digit the scheme expects in ACCT-CHK-CHECK-1
       ASSIGN-ACCOUNT-NR.
           ADD 1 TO WS-LAST-BASE-NR.
           COMPUTE ACCT-CHK-RAW = WS-LAST-BASE-NR * 10.
           PERFORM VALIDATE-ACCT-DIGIT.
           MOVE ACCT-CHK-CHECK-1 TO ACCT-CHK-DIGIT(10).
           MOVE ACCT-CHK-RAW TO OPN-NEW-ACCT-NR.

      * the terms, the customer, and every holder are written
      * together - a write that fails backs the earlier ones out
       OPEN-THE-ACCOUNT.
           PERFORM ASSIGN-ACCOUNT-NR.
           PERFORM BUILD-TERMS-RECORD.
           WRITE CIT-RECORD
               INVALID KEY
                   MOVE 'ACCOUNT NR ALREADY ON CITERMS' TO
                       OPN-REJECT-REASON
           END-WRITE.
           IF OPN-REJECT-REASON = SPACES
               PERFORM BUILD-CUSTOMER-RECORD
               WRITE CUST-RECORD
                   INVALID KEY
                       MOVE 'ACCOUNT NR ALREADY ON CUSTFILE' TO
                           OPN-REJECT-REASON
               END-WRITE
               IF OPN-REJECT-REASON NOT = SPACES
                   PERFORM BACK-OUT-TERMS
               END-IF
           END-IF.
           IF OPN-REJECT-REASON = SPACES
               MOVE ZEROS TO WS-HLR-WRITTEN
               PERFORM VARYING WS-HLR-IDX FROM 1 BY 1
                       UNTIL WS-HLR-IDX > WS-HLR-COUNT
                           OR OPN-REJECT-REASON NOT = SPACES
                   PERFORM WRITE-HOLDER-RECORD
               END-PERFORM
               IF OPN-REJECT-REASON NOT = SPACES
                   PERFORM BACK-OUT-HOLDERS
                   PERFORM BACK-OUT-CUSTOMER
                   PERFORM BACK-OUT-TERMS
               END-IF
           END-IF.
           IF OPN-REJECT-REASON = SPACES
               PERFORM STAMP-OPENING-AUDIT
           END-IF.

      * the catalog's terms for the product, started today
       BUILD-TERMS-RECORD.
           MOVE SPACES TO CIT-RECORD.
           MOVE OPN-NEW-ACCT-NR TO CIT-ACCT-NR.
           MOVE OPN-PRINCIPAL TO CIT-PRINCIPAL.
           MOVE OPN-PERIOD TO CIT-PERIOD.
           MOVE PROD-RATE TO CIT-RATE.
           MOVE PROD-FREQ-CD TO CIT-FREQ-CD.
           MOVE ZEROS TO CIT-WITHDRAW-PERIOD.
           MOVE PROD-PENALTY-MONTHS TO CIT-PENALTY-MONTHS.
           MOVE PROD-EXTRA-PMT-PERIOD TO CIT-EXTRA-PMT-PERIOD.
           MOVE PROD-EXTRA-PMT-AMT TO CIT-EXTRA-PMT-AMT.
           MOVE OPN-JURIS-CD TO CIT-JURIS-CD.
           MOVE OPN-CURRENCY-CD TO CIT-CURRENCY-CD.
           MOVE OPN-PRODUCT-CD TO CIT-PRODUCT-CD.
           MOVE 'N' TO CIT-OVERRIDE-SW.
           MOVE WS-RUN-DATE TO CIT-START-DATE.
           MOVE ZEROS TO CIT-PARTIAL-WD-PERIOD.
           MOVE ZEROS TO CIT-PARTIAL-WD-AMT.
           MOVE OPN-CYCLE-CD TO CIT-CYCLE-CD.
           MOVE OPN-RENEW-CD TO CIT-RENEW-CD.

       BUILD-CUSTOMER-RECORD.
           MOVE SPACES TO CUST-RECORD.
           MOVE OPN-NEW-ACCT-NR TO CUST-ACCT-NR.
           MOVE HLR-NAME(1) TO CUST-NAME.
           MOVE HLR-ADDR-LINE-1(1) TO CUST-ADDR-LINE-1.
           MOVE HLR-ADDR-LINE-2(1) TO CUST-ADDR-LINE-2.
           MOVE HLR-DOC-NR(1) TO CUST-DOC-NR.

      * the primary holder in slot 1, joint holders after it
       WRITE-HOLDER-RECORD.
           MOVE SPACES TO ACR-RECORD.
           MOVE OPN-NEW-ACCT-NR TO ACR-ACCT-NR.
           MOVE HLR-DOC-NR(WS-HLR-IDX) TO ACR-DOC-NR.
           IF WS-HLR-IDX = 1
               SET ACR-ROLE-PRIMARY TO TRUE
           ELSE
               SET ACR-ROLE-JOINT TO TRUE
           END-IF.
           MOVE HLR-NAME(WS-HLR-IDX) TO ACR-NAME.
           MOVE HLR-ADDR-LINE-1(WS-HLR-IDX) TO ACR-ADDR-LINE-1.
           MOVE HLR-ADDR-LINE-2(WS-HLR-IDX) TO ACR-ADDR-LINE-2.
           WRITE ACR-RECORD
               INVALID KEY
                   MOVE 'HOLDER ALREADY ON ACCTREL' TO
                       OPN-REJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-HLR-WRITTEN
           END-WRITE.

       BACK-OUT-HOLDERS.
           PERFORM VARYING WS-HLR-IDX FROM 1 BY 1
                   UNTIL WS-HLR-IDX > WS-HLR-WRITTEN
               MOVE OPN-NEW-ACCT-NR TO ACR-ACCT-NR
               MOVE HLR-DOC-NR(WS-HLR-IDX) TO ACR-DOC-NR
               DELETE ACCT-REL-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-PERFORM.

       BACK-OUT-CUSTOMER.
           MOVE OPN-NEW-ACCT-NR TO CUST-ACCT-NR.
           DELETE CUST-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       BACK-OUT-TERMS.
           MOVE OPN-NEW-ACCT-NR TO CIT-ACCT-NR.
           DELETE CI-TERMS-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

      * stamp each master the opening added into the shared
      * maintenance audit file for the quarterly access review
       STAMP-OPENING-AUDIT.
           MOVE OPERATOR-ID-WORK TO MAUD-OPERATOR.
           MOVE 'A' TO MAUD-ACTION.
           MOVE SPACES TO MAUD-KEY.
           MOVE OPN-NEW-ACCT-NR TO MAUD-KEY(1:10).
           MOVE 'OPENED FROM APPLICATION' TO MAUD-RESULT.
           MOVE OPN-APPL-ID TO MAUD-RESULT(25:8).
           MOVE 'CITERMS' TO MAUD-FILE-ID.
           CALL 'MNTAUDLOG' USING MNTAUDIT-PARMS.
           MOVE 'CUSTFILE' TO MAUD-FILE-ID.
           CALL 'MNTAUDLOG' USING MNTAUDIT-PARMS.
           MOVE 'ACCTREL' TO MAUD-FILE-ID.
           CALL 'MNTAUDLOG' USING MNTAUDIT-PARMS.

       WRITE-WELCOME-EXTRACT.
           MOVE OPN-NEW-ACCT-NR TO WLX-ACCT-NR.
           MOVE WS-RUN-DATE TO WLX-RUN-DATE.
           MOVE OPN-PRODUCT-CD TO WLX-PROD-CODE.
           MOVE OPN-PRINCIPAL TO WLX-PRINCIPAL.
           MOVE OPN-PERIOD TO WLX-PERIOD.
           MOVE CIT-RATE TO WLX-RATE.
           MOVE WS-RUN-DATE TO WLX-START-DATE.
           WRITE WLX-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

           MOVE OPN-NEW-ACCT-NR TO CLOG-ACCT-NR.
           MOVE 'WELCOME   ' TO CLOG-DOC-TYPE.
           MOVE 'CIWELEXT  ' TO CLOG-STREAM.
           MOVE SPACES TO CLOG-REFERENCE.
           MOVE OPN-APPL-ID TO CLOG-REFERENCE(1:8).
           MOVE OPN-PRODUCT-CD TO CLOG-REFERENCE(9:6).
           CALL 'CONTACTLOG' USING CONTACT-LOG-PARMS.

       WRITE-REJECT-RECORD.
           MOVE SPACES TO OPEN-REJ-RECORD.
           MOVE OPN-APPL-ID TO ORJ-APPL-ID.
           MOVE HLR-DOC-NR(1) TO ORJ-DOC-NR.
           MOVE OPN-REJECT-REASON TO ORJ-REASON.
           MOVE WS-RUN-DATE TO ORJ-RUN-DATE.
           WRITE OPEN-REJ-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-RPT-RECORD.
           MOVE OPN-APPL-ID TO RPT-APPL-ID.
           MOVE HLR-DOC-NR(1) TO RPT-DOC-NR.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE OPEN-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * the same squeeze-and-compare the dedupe job applies
       COMPARE-TWO-NAMES.
           MOVE WS-NAME-A TO WS-SQUEEZE-IN.
           PERFORM SQUEEZE-THE-NAME.
           MOVE WS-SQUEEZE-OUT TO WS-NAME-A.
           MOVE WS-SQZ-OUT-IDX TO WS-LEN-A.

           MOVE WS-NAME-B TO WS-SQUEEZE-IN.
           PERFORM SQUEEZE-THE-NAME.
           MOVE WS-SQUEEZE-OUT TO WS-NAME-B.
           MOVE WS-SQZ-OUT-IDX TO WS-LEN-B.

           IF WS-LEN-A < WS-LEN-B
               MOVE WS-LEN-A TO WS-COMPARE-LEN
           ELSE
               MOVE WS-LEN-B TO WS-COMPARE-LEN
           END-IF.
           IF WS-COMPARE-LEN = ZEROS
               MOVE ZEROS TO WS-MATCH-PCT
           ELSE
               MOVE ZEROS TO WS-MATCH-COUNT
               PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                       UNTIL WS-CHAR-IDX > WS-COMPARE-LEN
                   IF WS-NAME-A(WS-CHAR-IDX:1) =
                           WS-NAME-B(WS-CHAR-IDX:1)
                       ADD 1 TO WS-MATCH-COUNT
                   END-IF
               END-PERFORM
               COMPUTE WS-MATCH-PCT ROUNDED =
                   WS-MATCH-COUNT * 100 / WS-COMPARE-LEN
           END-IF.

       SQUEEZE-THE-NAME.
           MOVE SPACES TO WS-SQUEEZE-OUT.
           MOVE ZEROS TO WS-SQZ-OUT-IDX.
           PERFORM VARYING WS-SQZ-IN-IDX FROM 1 BY 1
                   UNTIL WS-SQZ-IN-IDX > 30
               IF WS-SQUEEZE-IN(WS-SQZ-IN-IDX:1) NOT = SPACE
                   ADD 1 TO WS-SQZ-OUT-IDX
                   MOVE WS-SQUEEZE-IN(WS-SQZ-IN-IDX:1) TO
                       WS-SQUEEZE-OUT(WS-SQZ-OUT-IDX:1)
               END-IF
           END-PERFORM.

       WRITE-RUNLOG-START.
           MOVE 'CI-ACCT-OPEN' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'CI-ACCT-OPEN' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       PAGINATE-BEFORE-LINE.
           PERFORM CHECK-PAGE-BREAK.
           IF PAG-BREAK-NEEDED
               WRITE OPEN-RPT-LINE FROM PAG-PAGE-HEADING-LINE
               WRITE OPEN-RPT-LINE FROM RPT-COLUMN-HEADING
               PERFORM NOTE-HEADING-LINES
           END-IF.
           PERFORM COUNT-REPORT-LINE.

           COPY ACCTCHKP.

           COPY CPFCHKP.

           COPY CNPJCHKP.

           COPY PAGINP.

           COPY BUSDTP.
