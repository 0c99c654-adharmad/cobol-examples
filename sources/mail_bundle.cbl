      * three days.  this run collects the day's outbound
      * documents by recipient: every account with statement lines
      * archived to CISTARCH today, every penalty on today's
      * CIPENEXT, every rate-change notice on today's CIRATEXT,
      * every welcome letter on today's CIWELEXT, every payslip
      * on PAYSLIPS and every annual income statement issued
      * today on INCSTMTS whose employee's
      * CPF on the employee master matches a customer document
      * number.  accounts sharing a CUST-DOC-NR bundle together,
      * the bundles print to MAILSPOOL in postal order off
      *
      * statement pieces reprint from the archive as issued;
      * penalty pieces re-letter from the extract the way
      * PENALTY-NOTICE letters them, rate-change pieces the way
      * CI-RATE-NOTICE letters them, welcome pieces off the terms
      * CI-ACCT-OPEN opened the account on; payslip pieces copy
      * through from the PAYSLIPS stream and income statement
      * pieces from the INCSTMTS stream.
      *
      * a customer whose DLVPREF delivery preference is electronic
      * or both gets each statement, penalty letter, rate-change
      * notice, and welcome letter as its own document on the
      * EDOCEXT electronic extract, logged to CONTHIST on the
      * electronic channel; an electronic-only customer's deposit
      * pieces then stay out of the paper bundle, which prints
      * only if payslips remain to mail.  the manifest trailer
      * carries the electronic document count alongside the paper
      * piece count.
      *
      * every printed bundle carries a manifest reference - the run
      * date and the bundle's number - on its header page and its
      * manifest line, and is recorded under it on MAILREFS so a
      * returned envelope can be traced by RETURNED-MAIL.  a
      * recipient whose customer-master address is flagged
      * undeliverable has its paper pieces held on MAILHELD rather
      * than printed; once the address is corrected the held
      * pieces are released into the recipient's next bundle
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIL-BUNDLE.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENEXT-STATUS.

           SELECT RATE-NTC-EXT-FILE ASSIGN TO 'CIRATEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNX-STATUS.

           SELECT WELCOME-EXT-FILE ASSIGN TO 'CIWELEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WLX-STATUS.

           SELECT PAYSLIP-FILE ASSIGN TO 'PAYSLIPS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLIP-STATUS.

           SELECT INCOME-STMT-FILE ASSIGN TO 'INCSTMTS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISTM-STATUS.

           SELECT CYC-SUM-FILE ASSIGN TO 'CYCSUMM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCSUM-STATUS.
               RECORD KEY   IS EM-EMP-ID
               FILE STATUS IS WS-EMPM-STATUS.

           SELECT DLV-PREF-FILE ASSIGN TO 'DLVPREF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS DLV-DOC-NR
               FILE STATUS IS DLV-CHK-STATUS.

           SELECT EDOC-FILE ASSIGN TO 'EDOCEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDOC-STATUS.

           SELECT MAIL-REF-FILE ASSIGN TO 'MAILREFS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS MRF-REF
               FILE STATUS IS WS-MRF-STATUS.

           SELECT MAIL-HELD-FILE ASSIGN TO 'MAILHELD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS MHD-KEY
               FILE STATUS IS WS-MHD-STATUS.

           SELECT SPOOL-FILE ASSIGN TO 'MAILSPOOL'
               ORGANIZATION IS LINE SEQUENTIAL.

           05 PEX-WD-PERIOD            PIC 9(4).
           05 PEX-PENALTY-AMT          PIC 9(8)V99.
           05 PEX-PAYOFF-AMT           PIC 9(8)V99.
           05 PEX-EVENT-CD             PIC X(1).
           05 PEX-ENTRY-CD             PIC X(1).
              88 PEX-IS-REVERSAL       VALUE 'R'.
           05 PEX-REASON-CD            PIC X(2).
      * the date the withdrawal falls - blank on records cut
      * before the schedule carried it
           05 PEX-EVENT-DATE           PIC 9(8).

       FD  RATE-NTC-EXT-FILE.
           COPY RTNEXREC.

       FD  WELCOME-EXT-FILE.
           COPY WELEXREC.

       FD  PAYSLIP-FILE.
       01  PAYSLIP-LINE                PIC X(80).

      * EMP-INCOME-STMT's statements - each opens on an EMPLOYEE
      * line carrying its issue date and closes on a '=' rule
       FD  INCOME-STMT-FILE.
       01  INCOME-STMT-LINE            PIC X(80).

      * the statement run's cycle disposition file - an account
      * whose line for today says anything but PRINTED had its
      * statement suppressed (or its case refused) and must not be
       FD  EMP-MAST-FILE.
           COPY EMPMREC.

       FD  DLV-PREF-FILE.
           COPY DLVPREC.

       FD  EDOC-FILE.
           COPY EDOCREC.

       FD  MAIL-REF-FILE.
           COPY MRFREC.

       FD  MAIL-HELD-FILE.
           COPY MHLDREC.

       FD  SPOOL-FILE.
       01  SPOOL-LINE                  PIC X(80).

       01  WS-CUST-STATUS              PIC XX.
       01  WS-ARCH-STATUS              PIC XX.
       01  WS-PENEXT-STATUS            PIC XX.
       01  WS-RNX-STATUS               PIC XX.
       01  WS-WLX-STATUS               PIC XX.
       01  WS-SLIP-STATUS              PIC XX.
       01  WS-ISTM-STATUS              PIC XX.
       01  WS-EMPM-STATUS              PIC XX.
       01  WS-CYCSUM-STATUS            PIC XX.
       01  WS-EDOC-STATUS              PIC XX.
       01  WS-MRF-STATUS               PIC XX.
       01  WS-MHD-STATUS               PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
               10  RC-ACCT-COUNT       PIC 9(01).
               10  RC-SLIP-EMP OCCURS 2 TIMES PIC 9(06).
               10  RC-SLIP-COUNT       PIC 9(01).
               10  RC-STMT-EMP OCCURS 2 TIMES PIC 9(06).
               10  RC-STMT-COUNT       PIC 9(01).
               10  RC-PIECE-COUNT      PIC 9(03).
               10  RC-HOLD-SW          PIC X(01).
                   88  RC-ADDRESS-BAD          VALUE 'Y'.
               10  RC-RELEASE-PIECES   PIC 9(03).

       01  WS-WANT-DOC                 PIC X(14).
       01  WS-WANT-NAME                PIC X(30).
       01  WS-WANT-ACCT                PIC 9(10).
       01  WS-ACCT-IDX                 PIC 9(01).
       01  WS-SLIP-IDX                 PIC 9(01).
       01  WS-STMT-IDX                 PIC 9(01).
       01  WS-CPF-AS-DOC               PIC X(14).
       01  WS-SLIP-EMP-ID              PIC 9(06).
      * the payslip prints its id edited Z(5)9, so the raw columns
       01  WS-COPYING-SW               PIC X(01).
           88  COPYING-THIS-SLIP               VALUE 'Y'.
       01  WS-BUNDLE-COUNT             PIC 9(05) VALUE ZEROS.

      * where the piece being lettered goes - the paper spool or
      * the electronic extract.  an electronic piece's header
      * record goes out ahead of its first line and its trailer
      * once the piece is complete
       01  WS-ROUTE-SW                 PIC X(01) VALUE 'P'.
           88  ROUTE-TO-PAPER                  VALUE 'P'.
           88  ROUTE-TO-ELECTRONIC             VALUE 'E'.
           88  ROUTE-TO-HOLD                   VALUE 'H'.
       01  WS-EDOC-OPEN-SW             PIC X(01) VALUE 'N'.
           88  EDOC-IS-OPEN                    VALUE 'Y'.
       01  WS-PIECE-LINE               PIC X(80).
       01  WS-PIECE-DOC-TYPE           PIC X(10).
       01  WS-EDOC-LINES               PIC 9(05) VALUE ZEROS.
       01  WS-EDOC-COUNT               PIC 9(05) VALUE ZEROS.

      * held and released paper - a held bundle's lines number
      * from 1 under the recipient and tonight's date
       01  WS-MRF-OPEN-SW              PIC X(01) VALUE 'N'.
           88  MAILREFS-IS-OPEN                VALUE 'Y'.
       01  WS-MHD-OPEN-SW              PIC X(01) VALUE 'N'.
           88  MAILHELD-IS-OPEN                VALUE 'Y'.
       01  WS-HELD-GOOD-SW             PIC X(01).
           88  HELD-ADDRESS-GOOD               VALUE 'Y'.
       01  WS-RELEASING-SW             PIC X(01).
           88  RELEASING-THIS-BUNDLE           VALUE 'Y'.
       01  WS-HELD-SEQ                 PIC 9(05).
       01  WS-HELD-PIECES              PIC 9(05) VALUE ZEROS.
       01  WS-RELEASED-PIECES          PIC 9(05) VALUE ZEROS.

           COPY DLVCHKW.

           COPY CONTLGW.

       01  WS-PIECE-TOTAL              PIC 9(05) VALUE ZEROS.

       01  BND-BREAK-LINE              PIC X(80) VALUE ALL '*'.
           'MAIL BUNDLE'.
       01  BND-SLIP-TITLE-LINE         PIC X(80) VALUE
           'PAY SLIP'.
       01  BND-STMT-TITLE-LINE         PIC X(80) VALUE
           'ANNUAL INCOME STATEMENT'.
       01  BND-HEADER-LINE-2.
           05 FILLER                   PIC X(09) VALUE 'PIECES - '.
           05 BND-PIECE-COUNT          PIC ZZ9.
           05 FILLER                   PIC X(08) VALUE '   REF  '.
           05 BND-REF                  PIC 9(13).

       01  NTC-TITLE-LINE              PIC X(80) VALUE
           'NOTICE OF EARLY-WITHDRAWAL PENALTY'.
           05 FILLER                   PIC X(11) VALUE '  PAYOFF - '.
           05 NTC-PAYOFF-AMT           PIC $$$,$$$,$$9.99.

       01  RNT-TITLE-LINE              PIC X(80) VALUE
           'NOTICE OF CHANGE TO YOUR DEPOSIT INTEREST RATE'.
       01  RNT-BODY-LINE.
           05 FILLER                   PIC X(08) VALUE 'ACCOUNT '.
           05 RNT-ACCT-NR              PIC 9(10).
           05 FILLER                   PIC X(10) VALUE
               '  PRODUCT '.
           05 RNT-PROD-CODE            PIC X(06).
           05 FILLER                   PIC X(07) VALUE '  RATE '.
           05 RNT-OLD-RATE             PIC Z9.99.
           05 FILLER                   PIC X(04) VALUE ' TO '.
           05 RNT-NEW-RATE             PIC Z9.99.
           05 FILLER                   PIC X(06) VALUE ' FROM '.
           05 RNT-EFF-DATE             PIC 9(08).

       01  WLC-TITLE-LINE              PIC X(80) VALUE
           'WELCOME - YOUR NEW DEPOSIT ACCOUNT IS OPEN'.
       01  WLC-BODY-LINE.
           05 FILLER                   PIC X(08) VALUE 'ACCOUNT '.
           05 WLC-ACCT-NR              PIC 9(10).
           05 FILLER                   PIC X(10) VALUE
               '  PRODUCT '.
           05 WLC-PROD-CODE            PIC X(06).
           05 FILLER                   PIC X(07) VALUE '  RATE '.
           05 WLC-RATE                 PIC Z9.99.
           05 FILLER                   PIC X(06) VALUE ' FROM '.
           05 WLC-START-DATE           PIC 9(08).
       01  WLC-TERMS-LINE.
           05 FILLER                   PIC X(10) VALUE 'DEPOSIT - '.
           05 WLC-PRINCIPAL            PIC $$$,$$$,$$9.99.
           05 FILLER                   PIC X(08) VALUE '  TERM -'.
           05 WLC-PERIOD               PIC Z(3)9.
           05 FILLER                   PIC X(08) VALUE ' PERIODS'.

       01  MAN-HEADING PIC X(80) VALUE
           'MAILING MANIFEST'.

       01  MAN-DETAIL-LINE.
           05 MAN-REF                  PIC 9(13).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 MAN-DOC-NR               PIC X(14).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 MAN-NAME                 PIC X(30).
           05 FILLER                   PIC X(08) VALUE ' PIECES '.
           05 MAN-PIECE-COUNT          PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 MAN-NOTE                 PIC X(08).

       01  MAN-TRAILER-LINE.
           05 FILLER                   PIC X(10) VALUE 'BUNDLES - '.
               '  TOTAL PIECES -'.
           05 MAN-PIECE-TOTAL          PIC Z(4)9.

       01  MAN-EDOC-LINE.
           05 FILLER                   PIC X(23) VALUE
               'ELECTRONIC DOCUMENTS - '.
           05 MAN-EDOC-COUNT           PIC Z(4)9.

       01  MAN-HELD-LINE.
           05 FILLER                   PIC X(14) VALUE
               'HELD PIECES - '.
           05 MAN-HELD-PIECES          PIC Z(4)9.
           05 FILLER                   PIC X(17) VALUE
               '  RELEASED TODAY-'.
           05 MAN-RELEASED-PIECES      PIC Z(4)9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'MAIL-BUNDLE' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           OPEN INPUT CUST-FILE.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'MAIL-BUNDLE: NO CUSTFILE MASTER AVAILABLE'
               PERFORM LOAD-SUPPRESSED-SET
               PERFORM GATHER-STATEMENT-RECIPIENTS
               PERFORM GATHER-NOTICE-RECIPIENTS
               PERFORM GATHER-RATE-NOTICE-RECIPIENTS
               PERFORM GATHER-WELCOME-RECIPIENTS
               PERFORM GATHER-RELEASED-MAIL
               PERFORM GATHER-PAYSLIP-RECIPIENTS
               PERFORM GATHER-INCOME-STMT-RECIPIENTS

               IF WS-RCP-COUNT = ZEROS
                   DISPLAY 'MAIL-BUNDLE: NOTHING TO MAIL TODAY'
               IF EMPMAST-IS-OPEN
                   CLOSE EMP-MAST-FILE
               END-IF
               IF MAILHELD-IS-OPEN
                   CLOSE MAIL-HELD-FILE
               END-IF
               CLOSE CUST-FILE
           END-IF.

               CLOSE CI-ARCH-FILE
           END-IF.

      * a rerun's reversal is never lettered - its corrected
      * replacement is the penalty the customer is told of
       GATHER-NOTICE-RECIPIENTS.
           OPEN INPUT PEN-EXT-FILE.
           IF WS-PENEXT-STATUS = '00'
               PERFORM READ-PENALTY-RECORD
               PERFORM UNTIL WS-PENEXT-STATUS NOT = '00'
                   IF PEX-RUN-DATE = WS-RUN-DATE
                           AND PEX-PENALTY-AMT > ZEROS
                           AND NOT PEX-IS-REVERSAL
                       MOVE PEX-ACCT-NR TO WS-WANT-ACCT
                       PERFORM ATTACH-ACCOUNT-RECIPIENT
                   END-IF
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * every account CI-RATE-NOTICE wrote to today has its notice
      * going out in the bundle
       GATHER-RATE-NOTICE-RECIPIENTS.
           OPEN INPUT RATE-NTC-EXT-FILE.
           IF WS-RNX-STATUS = '00'
               PERFORM READ-RATE-NOTICE-RECORD
               PERFORM UNTIL WS-RNX-STATUS NOT = '00'
                   IF RNX-RUN-DATE = WS-RUN-DATE
                       MOVE RNX-ACCT-NR TO WS-WANT-ACCT
                       PERFORM ATTACH-ACCOUNT-RECIPIENT
                   END-IF
                   PERFORM READ-RATE-NOTICE-RECORD
               END-PERFORM
               CLOSE RATE-NTC-EXT-FILE
           END-IF.

       READ-RATE-NOTICE-RECORD.
           READ RATE-NTC-EXT-FILE
               AT END
                   MOVE '10' TO WS-RNX-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * every account CI-ACCT-OPEN opened today has its welcome
      * letter going out in the bundle
       GATHER-WELCOME-RECIPIENTS.
           OPEN INPUT WELCOME-EXT-FILE.
           IF WS-WLX-STATUS = '00'
               PERFORM READ-WELCOME-RECORD
               PERFORM UNTIL WS-WLX-STATUS NOT = '00'
                   IF WLX-RUN-DATE = WS-RUN-DATE
                       MOVE WLX-ACCT-NR TO WS-WANT-ACCT
                       PERFORM ATTACH-ACCOUNT-RECIPIENT
                   END-IF
                   PERFORM READ-WELCOME-RECORD
               END-PERFORM
               CLOSE WELCOME-EXT-FILE
           END-IF.

       READ-WELCOME-RECORD.
           READ WELCOME-EXT-FILE
               AT END
                   MOVE '10' TO WS-WLX-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * the account's customer-master entry names its recipient -
      * the document number groups, the address sorts.  an account
      * with no master entry cannot be bundled and is left to its
                   PERFORM FIND-OR-ADD-RECIPIENT
                   IF WS-RCP-SLOT >= 1
                       PERFORM ATTACH-ACCOUNT-TO-SLOT
                       IF CUST-ADDR-UNDELIVERABLE
                           MOVE 'Y' TO RC-HOLD-SW(WS-RCP-SLOT)
                       END-IF
                   END-IF
           END-READ.

      * held mail whose recipient's address has since been
      * corrected goes out in the recipient's bundle tonight - the
      * recipient is added with the address now on the customer
      * master if it has nothing else to send.  each held night is
      * judged on its own account, at its first line
       GATHER-RELEASED-MAIL.
           OPEN I-O MAIL-HELD-FILE.
           IF WS-MHD-STATUS NOT = '00'
               OPEN OUTPUT MAIL-HELD-FILE
               CLOSE MAIL-HELD-FILE
               OPEN I-O MAIL-HELD-FILE
           END-IF.
           IF WS-MHD-STATUS = '00'
               SET MAILHELD-IS-OPEN TO TRUE
               MOVE 'N' TO WS-SWEEP-DONE-SW
               PERFORM UNTIL SWEEP-IS-DONE
                   READ MAIL-HELD-FILE NEXT RECORD
                       AT END
                           SET SWEEP-IS-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO RUNLOG-READ-COUNT
                           IF MHD-LINE-SEQ = 1
                               PERFORM ATTACH-RELEASED-BUNDLE
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY 'MAIL-BUNDLE: UNABLE TO OPEN MAILHELD - '
                   'NO MAIL HELD OR RELEASED'
           END-IF.

       ATTACH-RELEASED-BUNDLE.
           PERFORM CHECK-HELD-ADDRESS.
           IF HELD-ADDRESS-GOOD
               MOVE CUST-DOC-NR TO WS-WANT-DOC
               MOVE CUST-NAME TO WS-WANT-NAME
               MOVE CUST-ADDR-LINE-1 TO WS-WANT-ADDR-1
               MOVE CUST-ADDR-LINE-2 TO WS-WANT-ADDR-2
               PERFORM FIND-OR-ADD-RECIPIENT
               IF WS-RCP-SLOT >= 1
                   ADD MHD-PIECES TO RC-RELEASE-PIECES(WS-RCP-SLOT)
               END-IF
           END-IF.

      * a held night is releasable once the account it was held
      * under still belongs to the recipient and its customer
      * master address is no longer flagged undeliverable
       CHECK-HELD-ADDRESS.
           MOVE 'N' TO WS-HELD-GOOD-SW.
           MOVE MHD-ACCT-NR TO CUST-ACCT-NR.
           READ CUST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-DOC-NR = MHD-DOC-NR
                           AND NOT CUST-ADDR-UNDELIVERABLE
                       SET HELD-ADDRESS-GOOD TO TRUE
                   END-IF
           END-READ.

               END-IF
           END-PERFORM.

      * an income statement follows the payslip route - only a
      * statement issued today is mailed, so the stream can sit
      * on disk through the filing season without going twice
       GATHER-INCOME-STMT-RECIPIENTS.
           IF NOT EMPMAST-IS-OPEN
               CONTINUE
           ELSE
               OPEN INPUT INCOME-STMT-FILE
               IF WS-ISTM-STATUS = '00'
                   PERFORM READ-INCOME-STMT-LINE
                   PERFORM UNTIL WS-ISTM-STATUS NOT = '00'
                       IF INCOME-STMT-LINE(1:9) = 'EMPLOYEE '
                               AND INCOME-STMT-LINE(55:8) =
                                   WS-RUN-DATE
                           PERFORM MATCH-ONE-INCOME-STMT
                       END-IF
                       PERFORM READ-INCOME-STMT-LINE
                   END-PERFORM
                   CLOSE INCOME-STMT-FILE
               END-IF
           END-IF.

       READ-INCOME-STMT-LINE.
           READ INCOME-STMT-FILE
               AT END
                   MOVE '10' TO WS-ISTM-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       MATCH-ONE-INCOME-STMT.
           MOVE INCOME-STMT-LINE(10:6) TO WS-SLIP-ID-X.
           INSPECT WS-SLIP-ID-X
               REPLACING LEADING SPACES BY ZEROS.
           IF WS-SLIP-ID-X IS NUMERIC
               MOVE WS-SLIP-ID-9 TO WS-SLIP-EMP-ID
               MOVE WS-SLIP-EMP-ID TO EM-EMP-ID
               READ EMP-MAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-CPF-AS-DOC
                       MOVE EM-CPF-NR TO WS-CPF-AS-DOC(1:11)
                       PERFORM ATTACH-STMT-TO-RECIPIENT
               END-READ
           END-IF.

       ATTACH-STMT-TO-RECIPIENT.
           PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                   UNTIL WS-RCP-IDX > WS-RCP-COUNT
               IF RC-DOC-NR(WS-RCP-IDX) = WS-CPF-AS-DOC
                       AND RC-STMT-COUNT(WS-RCP-IDX) < 2
                   ADD 1 TO RC-STMT-COUNT(WS-RCP-IDX)
                   MOVE WS-SLIP-EMP-ID TO
                       RC-STMT-EMP(WS-RCP-IDX,
                           RC-STMT-COUNT(WS-RCP-IDX))
               END-IF
           END-PERFORM.

      * find the recipient slot for WS-WANT-DOC, inserting a new
      * one at its postal position - ascending second address
      * line - when the document number is new
           MOVE WS-WANT-ADDR-2 TO RC-ADDR-LINE-2(WS-INSERT-AT).
           MOVE ZEROS TO RC-ACCT-COUNT(WS-INSERT-AT).
           MOVE ZEROS TO RC-SLIP-COUNT(WS-INSERT-AT).
           MOVE ZEROS TO RC-STMT-COUNT(WS-INSERT-AT).
           MOVE ZEROS TO RC-PIECE-COUNT(WS-INSERT-AT).
           MOVE 'N' TO RC-HOLD-SW(WS-INSERT-AT).
           MOVE ZEROS TO RC-RELEASE-PIECES(WS-INSERT-AT).
           MOVE WS-INSERT-AT TO WS-RCP-SLOT.

      * the recipients already sit in postal order - each bundle
      * opens with its header page, then its statements, penalty
      * letters, rate-change notices, welcome letters, and
      * payslips and income statements.  electronic documents
      * append to EDOCEXT, which the delivery service empties on
      * pickup
       SPOOL-EVERY-BUNDLE.
           OPEN OUTPUT SPOOL-FILE.
           OPEN OUTPUT MANIFEST-FILE.
           WRITE MANIFEST-LINE FROM MAN-HEADING.
           OPEN EXTEND EDOC-FILE.
           IF WS-EDOC-STATUS NOT = '00'
               OPEN OUTPUT EDOC-FILE
           END-IF.
           IF WS-EDOC-STATUS = '00'
               SET EDOC-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'MAIL-BUNDLE: UNABLE TO OPEN EDOCEXT - '
                   'EVERY PIECE GOES ON PAPER'
           END-IF.
           OPEN I-O MAIL-REF-FILE.
           IF WS-MRF-STATUS NOT = '00'
               OPEN OUTPUT MAIL-REF-FILE
               CLOSE MAIL-REF-FILE
               OPEN I-O MAIL-REF-FILE
           END-IF.
           IF WS-MRF-STATUS = '00'
               SET MAILREFS-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'MAIL-BUNDLE: UNABLE TO OPEN MAILREFS - '
                   'BUNDLES WILL NOT BE TRACEABLE'
           END-IF.

           PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                   UNTIL WS-RCP-IDX > WS-RCP-COUNT
           MOVE WS-BUNDLE-COUNT TO MAN-BUNDLE-COUNT.
           MOVE WS-PIECE-TOTAL TO MAN-PIECE-TOTAL.
           WRITE MANIFEST-LINE FROM MAN-TRAILER-LINE.
           MOVE WS-EDOC-COUNT TO MAN-EDOC-COUNT.
           WRITE MANIFEST-LINE FROM MAN-EDOC-LINE.
           MOVE WS-HELD-PIECES TO MAN-HELD-PIECES.
           MOVE WS-RELEASED-PIECES TO MAN-RELEASED-PIECES.
           WRITE MANIFEST-LINE FROM MAN-HELD-LINE.
           ADD 3 TO RUNLOG-WRITTEN-COUNT.
           IF EDOC-IS-OPEN
               CLOSE EDOC-FILE
           END-IF.
           IF MAILREFS-IS-OPEN
               CLOSE MAIL-REF-FILE
           END-IF.
           CLOSE MANIFEST-FILE.
           CLOSE SPOOL-FILE.

      * the recipient's delivery preference decides the route -
      * electronic pieces go first, then the paper bundle unless
      * an electronic-only customer has nothing left to mail.  a
      * recipient at an undeliverable address has its paper held
       SPOOL-ONE-BUNDLE.
           MOVE RC-DOC-NR(WS-RCP-IDX) TO DLV-CHK-DOC-NR.
           PERFORM LOOKUP-DELIVERY-PREF.
           IF NOT EDOC-IS-OPEN
               MOVE 'P' TO DLV-CHK-CHANNEL
           END-IF.

           IF DLV-CHK-SENDS-ELECTRONIC
               PERFORM SEND-ELECTRONIC-PIECES
           END-IF.

           PERFORM COUNT-BUNDLE-PIECES.
           IF DLV-CHK-SENDS-PAPER
                   OR RC-PIECE-COUNT(WS-RCP-IDX) > ZEROS
               IF RC-ADDRESS-BAD(WS-RCP-IDX)
                       AND MAILHELD-IS-OPEN
                   PERFORM HOLD-PAPER-BUNDLE
               ELSE
                   PERFORM PRINT-PAPER-BUNDLE
               END-IF
           END-IF.

      * each of the account's pieces as its own electronic
      * document - the same lettering as the paper piece
       SEND-ELECTRONIC-PIECES.
           SET ROUTE-TO-ELECTRONIC TO TRUE.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX >
                       RC-ACCT-COUNT(WS-RCP-IDX)
                   PERFORM COPY-TODAYS-STATEMENT
               END-IF
               PERFORM LETTER-TODAYS-PENALTIES
               PERFORM LETTER-TODAYS-RATE-NOTICES
               PERFORM LETTER-TODAYS-WELCOMES
           END-PERFORM.

       PRINT-PAPER-BUNDLE.
           SET ROUTE-TO-PAPER TO TRUE.
           ADD 1 TO WS-BUNDLE-COUNT.
           MOVE WS-RUN-DATE TO MRF-RUN-DATE.
           MOVE WS-BUNDLE-COUNT TO MRF-BUNDLE-NR.
           MOVE MRF-REF TO BND-REF.

           WRITE SPOOL-LINE FROM BND-BREAK-LINE.
           WRITE SPOOL-LINE FROM BND-HEADER-LINE-1.
           WRITE SPOOL-LINE FROM RC-NAME(WS-RCP-IDX).
           WRITE SPOOL-LINE FROM RC-ADDR-LINE-1(WS-RCP-IDX).
           WRITE SPOOL-LINE FROM RC-ADDR-LINE-2(WS-RCP-IDX).
           MOVE RC-PIECE-COUNT(WS-RCP-IDX) TO BND-PIECE-COUNT.
           WRITE SPOOL-LINE FROM BND-HEADER-LINE-2.
           WRITE SPOOL-LINE FROM BND-BREAK-LINE.
           ADD 7 TO RUNLOG-WRITTEN-COUNT.

           PERFORM LETTER-BUNDLE-PIECES.
           MOVE SPACES TO MAN-NOTE.
           IF RC-RELEASE-PIECES(WS-RCP-IDX) > ZEROS
               PERFORM RELEASE-HELD-MAIL
               MOVE 'RELEASED' TO MAN-NOTE
           END-IF.

           MOVE BND-REF TO MAN-REF.
           MOVE RC-DOC-NR(WS-RCP-IDX) TO MAN-DOC-NR.
           MOVE RC-NAME(WS-RCP-IDX) TO MAN-NAME.
           MOVE RC-PIECE-COUNT(WS-RCP-IDX) TO MAN-PIECE-COUNT.
           WRITE MANIFEST-LINE FROM MAN-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           ADD RC-PIECE-COUNT(WS-RCP-IDX) TO WS-PIECE-TOTAL.
           PERFORM RECORD-BUNDLE-REFERENCE.

      * the paper pieces go to MAILHELD under the recipient and
      * tonight's date instead of the spool - no header page and no
      * manifest reference, since nothing is mailed - and count on
      * the manifest as held
       HOLD-PAPER-BUNDLE.
           SET ROUTE-TO-HOLD TO TRUE.
           MOVE ZEROS TO WS-HELD-SEQ.
           PERFORM LETTER-BUNDLE-PIECES.

           MOVE ZEROS TO MAN-REF.
           MOVE RC-DOC-NR(WS-RCP-IDX) TO MAN-DOC-NR.
           MOVE RC-NAME(WS-RCP-IDX) TO MAN-NAME.
           MOVE RC-PIECE-COUNT(WS-RCP-IDX) TO MAN-PIECE-COUNT.
           MOVE 'HELD' TO MAN-NOTE.
           WRITE MANIFEST-LINE FROM MAN-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           ADD RC-PIECE-COUNT(WS-RCP-IDX) TO WS-HELD-PIECES.

      * the bundle's statements and letters - unless they all went
      * electronically - then its payslips and income statements
       LETTER-BUNDLE-PIECES.
           IF NOT DLV-CHK-ELECTRONIC-ONLY
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX >
                           RC-ACCT-COUNT(WS-RCP-IDX)
                   MOVE RC-ACCT(WS-RCP-IDX, WS-ACCT-IDX) TO
                       WS-WANT-ACCT
                   PERFORM CHECK-STATEMENT-SUPPRESSED
                   IF NOT STATEMENT-SUPPRESSED
                       PERFORM COPY-TODAYS-STATEMENT
                   END-IF
                   PERFORM LETTER-TODAYS-PENALTIES
                   PERFORM LETTER-TODAYS-RATE-NOTICES
                   PERFORM LETTER-TODAYS-WELCOMES
               END-PERFORM
           END-IF.

           PERFORM VARYING WS-SLIP-IDX FROM 1 BY 1
                   UNTIL WS-SLIP-IDX >
                       RC-SLIP-COUNT(WS-RCP-IDX)
               PERFORM COPY-ONE-PAYSLIP
           END-PERFORM.

           PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
                   UNTIL WS-STMT-IDX >
                       RC-STMT-COUNT(WS-RCP-IDX)
               MOVE RC-STMT-EMP(WS-RCP-IDX, WS-STMT-IDX) TO
                   WS-SLIP-EMP-ID
               PERFORM COPY-ONE-INCOME-STMT
           END-PERFORM.

      * the recipient's releasable held nights print after
      * tonight's pieces, in the order they were held, and leave
      * MAILHELD as they go
       RELEASE-HELD-MAIL.
           MOVE RC-DOC-NR(WS-RCP-IDX) TO MHD-DOC-NR.
           MOVE ZEROS TO MHD-HELD-DATE.
           MOVE ZEROS TO MHD-LINE-SEQ.
           MOVE 'N' TO WS-SWEEP-DONE-SW.
           MOVE 'N' TO WS-RELEASING-SW.
           START MAIL-HELD-FILE KEY NOT < MHD-KEY
               INVALID KEY
                   SET SWEEP-IS-DONE TO TRUE
           END-START.
           PERFORM UNTIL SWEEP-IS-DONE
               READ MAIL-HELD-FILE NEXT RECORD
                   AT END
                       SET SWEEP-IS-DONE TO TRUE
                   NOT AT END
                       IF MHD-DOC-NR NOT = RC-DOC-NR(WS-RCP-IDX)
                           SET SWEEP-IS-DONE TO TRUE
                       ELSE
                           PERFORM RELEASE-ONE-HELD-LINE
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-ONE-HELD-LINE.
           IF MHD-LINE-SEQ = 1
               PERFORM CHECK-HELD-ADDRESS
               MOVE WS-HELD-GOOD-SW TO WS-RELEASING-SW
               IF RELEASING-THIS-BUNDLE
                   ADD MHD-PIECES TO WS-RELEASED-PIECES
               END-IF
           END-IF.
           IF RELEASING-THIS-BUNDLE
               WRITE SPOOL-LINE FROM MHD-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               DELETE MAIL-HELD-FILE RECORD
                   INVALID KEY
                       DISPLAY 'MAIL-BUNDLE: MAILHELD DELETE '
                           'FAILED FOR ' MHD-DOC-NR
               END-DELETE
           END-IF.

      * the bundle goes on MAILREFS under its manifest reference -
      * a rerun of the same night replaces its own entries
       RECORD-BUNDLE-REFERENCE.
           IF MAILREFS-IS-OPEN
               MOVE SPACES TO MRF-RECORD
               MOVE WS-RUN-DATE TO MRF-RUN-DATE
               MOVE WS-BUNDLE-COUNT TO MRF-BUNDLE-NR
               MOVE RC-DOC-NR(WS-RCP-IDX) TO MRF-DOC-NR
               MOVE RC-NAME(WS-RCP-IDX) TO MRF-NAME
               MOVE RC-ADDR-LINE-1(WS-RCP-IDX) TO MRF-ADDR-LINE-1
               MOVE RC-ADDR-LINE-2(WS-RCP-IDX) TO MRF-ADDR-LINE-2
               MOVE RC-ACCT-COUNT(WS-RCP-IDX) TO MRF-ACCT-COUNT
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > 3
                   IF WS-ACCT-IDX > RC-ACCT-COUNT(WS-RCP-IDX)
                       MOVE ZEROS TO MRF-ACCT(WS-ACCT-IDX)
                   ELSE
                       MOVE RC-ACCT(WS-RCP-IDX, WS-ACCT-IDX) TO
                           MRF-ACCT(WS-ACCT-IDX)
                   END-IF
               END-PERFORM
               WRITE MRF-RECORD
                   INVALID KEY
                       REWRITE MRF-RECORD
                           INVALID KEY
                               DISPLAY 'MAIL-BUNDLE: MAILREFS '
                                   'WRITE FAILED FOR ' MRF-REF
                       END-REWRITE
               END-WRITE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-IF.

      * pieces in this bundle: one statement per account whose
      * print was not suppressed tonight, one letter per penalty,
      * per rate-change notice, and per welcome, one slip per
      * matched payslip and income statement - counted in full
      * before the header page
      * prints, so the header and the manifest line always carry
      * the same figure.  an electronic-only customer's deposit
      * pieces went out electronically and count only its slips;
      * held nights released tonight count with the bundle
       COUNT-BUNDLE-PIECES.
           MOVE ZEROS TO RC-PIECE-COUNT(WS-RCP-IDX).
           IF NOT DLV-CHK-ELECTRONIC-ONLY
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX >
                           RC-ACCT-COUNT(WS-RCP-IDX)
                   MOVE RC-ACCT(WS-RCP-IDX, WS-ACCT-IDX) TO
                       WS-WANT-ACCT
                   PERFORM CHECK-STATEMENT-SUPPRESSED
                   IF NOT STATEMENT-SUPPRESSED
                       ADD 1 TO RC-PIECE-COUNT(WS-RCP-IDX)
                   END-IF
                   PERFORM COUNT-ACCT-PENALTIES
                   PERFORM COUNT-ACCT-RATE-NOTICES
                   PERFORM COUNT-ACCT-WELCOMES
               END-PERFORM
           END-IF.
           ADD RC-SLIP-COUNT(WS-RCP-IDX) TO
               RC-PIECE-COUNT(WS-RCP-IDX).
           ADD RC-STMT-COUNT(WS-RCP-IDX) TO
               RC-PIECE-COUNT(WS-RCP-IDX).
           IF NOT RC-ADDRESS-BAD(WS-RCP-IDX)
               ADD RC-RELEASE-PIECES(WS-RCP-IDX) TO
                   RC-PIECE-COUNT(WS-RCP-IDX)
           END-IF.

       COUNT-ACCT-PENALTIES.
           OPEN INPUT PEN-EXT-FILE.
               PERFORM UNTIL WS-PENEXT-STATUS NOT = '00'
                   IF PEX-ACCT-NR = WS-WANT-ACCT
                           AND PEX-RUN-DATE = WS-RUN-DATE
                           AND PEX-PENALTY-AMT > ZEROS
                           AND NOT PEX-IS-REVERSAL
                       ADD 1 TO RC-PIECE-COUNT(WS-RCP-IDX)
                   END-IF
                   PERFORM READ-PENALTY-RECORD
               CLOSE PEN-EXT-FILE
           END-IF.

       COUNT-ACCT-RATE-NOTICES.
           OPEN INPUT RATE-NTC-EXT-FILE.
           IF WS-RNX-STATUS = '00'
               PERFORM READ-RATE-NOTICE-RECORD
               PERFORM UNTIL WS-RNX-STATUS NOT = '00'
                   IF RNX-ACCT-NR = WS-WANT-ACCT
                           AND RNX-RUN-DATE = WS-RUN-DATE
                       ADD 1 TO RC-PIECE-COUNT(WS-RCP-IDX)
                   END-IF
                   PERFORM READ-RATE-NOTICE-RECORD
               END-PERFORM
               CLOSE RATE-NTC-EXT-FILE
           END-IF.

       COUNT-ACCT-WELCOMES.
           OPEN INPUT WELCOME-EXT-FILE.
           IF WS-WLX-STATUS = '00'
               PERFORM READ-WELCOME-RECORD
               PERFORM UNTIL WS-WLX-STATUS NOT = '00'
                   IF WLX-ACCT-NR = WS-WANT-ACCT
                           AND WLX-RUN-DATE = WS-RUN-DATE
                       ADD 1 TO RC-PIECE-COUNT(WS-RCP-IDX)
                   END-IF
                   PERFORM READ-WELCOME-RECORD
               END-PERFORM
               CLOSE WELCOME-EXT-FILE
           END-IF.

       COPY-TODAYS-STATEMENT.
           MOVE 'STATEMENT ' TO WS-PIECE-DOC-TYPE.
           OPEN INPUT CI-ARCH-FILE.
           IF WS-ARCH-STATUS = '00'
               MOVE WS-WANT-ACCT TO CIA-ACCT-NR
                                   OR CIA-LINE-SEQ > 5000
                               SET SWEEP-IS-DONE TO TRUE
                           ELSE
                               MOVE CIA-STMT-LINE TO
                                   WS-PIECE-LINE
                               PERFORM WRITE-PIECE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CI-ARCH-FILE
               PERFORM CLOSE-PIECE
           END-IF.

       LETTER-TODAYS-PENALTIES.
               PERFORM UNTIL WS-PENEXT-STATUS NOT = '00'
                   IF PEX-ACCT-NR = WS-WANT-ACCT
                           AND PEX-RUN-DATE = WS-RUN-DATE
                           AND PEX-PENALTY-AMT > ZEROS
                           AND NOT PEX-IS-REVERSAL
                       MOVE 'PENALTY   ' TO WS-PIECE-DOC-TYPE
                       MOVE NTC-TITLE-LINE TO WS-PIECE-LINE
                       PERFORM WRITE-PIECE-LINE
                       MOVE PEX-ACCT-NR TO NTC-ACCT-NR
                       MOVE PEX-PENALTY-AMT TO NTC-PENALTY-AMT
                       MOVE PEX-PAYOFF-AMT TO NTC-PAYOFF-AMT
                       MOVE NTC-BODY-LINE TO WS-PIECE-LINE
                       PERFORM WRITE-PIECE-LINE
                       PERFORM CLOSE-PIECE
                   END-IF
                   PERFORM READ-PENALTY-RECORD
               END-PERFORM
               CLOSE PEN-EXT-FILE
           END-IF.

       LETTER-TODAYS-RATE-NOTICES.
           OPEN INPUT RATE-NTC-EXT-FILE.
           IF WS-RNX-STATUS = '00'
               PERFORM READ-RATE-NOTICE-RECORD
               PERFORM UNTIL WS-RNX-STATUS NOT = '00'
                   IF RNX-ACCT-NR = WS-WANT-ACCT
                           AND RNX-RUN-DATE = WS-RUN-DATE
                       MOVE 'RATENOTICE' TO WS-PIECE-DOC-TYPE
                       MOVE RNT-TITLE-LINE TO WS-PIECE-LINE
                       PERFORM WRITE-PIECE-LINE
                       MOVE RNX-ACCT-NR TO RNT-ACCT-NR
                       MOVE RNX-PROD-CODE TO RNT-PROD-CODE
                       MOVE RNX-OLD-RATE TO RNT-OLD-RATE
                       MOVE RNX-NEW-RATE TO RNT-NEW-RATE
                       MOVE RNX-EFF-DATE TO RNT-EFF-DATE
                       MOVE RNT-BODY-LINE TO WS-PIECE-LINE
                       PERFORM WRITE-PIECE-LINE
                       PERFORM CLOSE-PIECE
                   END-IF
                   PERFORM READ-RATE-NOTICE-RECORD
               END-PERFORM
               CLOSE RATE-NTC-EXT-FILE
           END-IF.

       LETTER-TODAYS-WELCOMES.
           OPEN INPUT WELCOME-EXT-FILE.
           IF WS-WLX-STATUS = '00'
               PERFORM READ-WELCOME-RECORD
               PERFORM UNTIL WS-WLX-STATUS NOT = '00'
                   IF WLX-ACCT-NR = WS-WANT-ACCT
                           AND WLX-RUN-DATE = WS-RUN-DATE
                       MOVE 'WELCOME   ' TO WS-PIECE-DOC-TYPE
                       MOVE WLC-TITLE-LINE TO WS-PIECE-LINE
                       PERFORM WRITE-PIECE-LINE
                       MOVE WLX-ACCT-NR TO WLC-ACCT-NR
                       MOVE WLX-PROD-CODE TO WLC-PROD-CODE
                       MOVE WLX-RATE TO WLC-RATE
                       MOVE WLX-START-DATE TO WLC-START-DATE
                       MOVE WLC-BODY-LINE TO WS-PIECE-LINE
                       PERFORM WRITE-PIECE-LINE
                       MOVE WLX-PRINCIPAL TO WLC-PRINCIPAL
                       MOVE WLX-PERIOD TO WLC-PERIOD
                       MOVE WLC-TERMS-LINE TO WS-PIECE-LINE
                       PERFORM WRITE-PIECE-LINE
                       PERFORM CLOSE-PIECE
                   END-IF
                   PERFORM READ-WELCOME-RECORD
               END-PERFORM
               CLOSE WELCOME-EXT-FILE
           END-IF.

      * one line of a statement, letter, or payslip - onto the
      * paper spool, onto MAILHELD for a held bundle, or as the
      * next line record of the piece's electronic document, whose
      * header record goes out ahead of its first line
       WRITE-PIECE-LINE.
           IF ROUTE-TO-ELECTRONIC
               IF WS-EDOC-LINES = ZEROS
                   MOVE SPACES TO EDC-RECORD
                   SET EDC-HEADER TO TRUE
                   PERFORM FILL-EDOC-KEY
                   MOVE ZEROS TO EDC-LINE-SEQ
                   MOVE DLV-CHK-EMAIL TO EDC-EMAIL
                   MOVE RC-DOC-NR(WS-RCP-IDX) TO EDC-CUST-DOC-NR
                   WRITE EDC-RECORD
                   ADD 1 TO RUNLOG-WRITTEN-COUNT
               END-IF
               ADD 1 TO WS-EDOC-LINES
               MOVE SPACES TO EDC-RECORD
               SET EDC-LINE TO TRUE
               PERFORM FILL-EDOC-KEY
               MOVE WS-EDOC-LINES TO EDC-LINE-SEQ
               MOVE WS-PIECE-LINE TO EDC-BODY
               WRITE EDC-RECORD
           END-IF.
           IF ROUTE-TO-HOLD
               ADD 1 TO WS-HELD-SEQ
               MOVE RC-DOC-NR(WS-RCP-IDX) TO MHD-DOC-NR
               MOVE WS-RUN-DATE TO MHD-HELD-DATE
               MOVE WS-HELD-SEQ TO MHD-LINE-SEQ
               MOVE RC-ACCT(WS-RCP-IDX, 1) TO MHD-ACCT-NR
               MOVE RC-PIECE-COUNT(WS-RCP-IDX) TO MHD-PIECES
               MOVE WS-PIECE-LINE TO MHD-LINE
               WRITE MHD-RECORD
                   INVALID KEY
                       DISPLAY 'MAIL-BUNDLE: MAILHELD WRITE FAILED '
                           'FOR ' MHD-DOC-NR
               END-WRITE
           END-IF.
           IF ROUTE-TO-PAPER
               WRITE SPOOL-LINE FROM WS-PIECE-LINE
           END-IF.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * an electronic document is complete - its trailer carries
      * the line count, and the delivery is logged to CONTHIST on
      * the electronic channel.  a paper piece needs nothing more
       CLOSE-PIECE.
           IF ROUTE-TO-ELECTRONIC
                   AND WS-EDOC-LINES > ZEROS
               MOVE SPACES TO EDC-RECORD
               SET EDC-TRAILER TO TRUE
               PERFORM FILL-EDOC-KEY
               MOVE 99999 TO EDC-LINE-SEQ
               MOVE WS-EDOC-LINES TO EDC-LINE-COUNT
               WRITE EDC-RECORD
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               ADD 1 TO WS-EDOC-COUNT

               MOVE WS-WANT-ACCT TO CLOG-ACCT-NR
               MOVE WS-PIECE-DOC-TYPE TO CLOG-DOC-TYPE
               MOVE 'EDOCEXT   ' TO CLOG-STREAM
               MOVE SPACES TO CLOG-REFERENCE
               MOVE WS-RUN-DATE TO CLOG-REFERENCE
               MOVE 'E' TO CLOG-CHANNEL
               CALL 'CONTACTLOG' USING CONTACT-LOG-PARMS
           END-IF.
           MOVE ZEROS TO WS-EDOC-LINES.

       FILL-EDOC-KEY.
           MOVE WS-WANT-ACCT TO EDC-ACCT-NR.
           MOVE WS-PIECE-DOC-TYPE TO EDC-DOC-TYPE.
           MOVE WS-RUN-DATE TO EDC-RUN-DATE.

      * copy the slip's lines through from the PAYSLIPS stream -
      * the copy keys off the EMPLOYEE line (its Z(5)9-edited id
      * normalized to digits first) and runs to the slip's break
                           REPLACING LEADING SPACES BY ZEROS
                       IF WS-SLIP-ID-X IS NUMERIC
                               AND WS-SLIP-ID-9 = WS-SLIP-EMP-ID
                           MOVE BND-SLIP-TITLE-LINE TO
                               WS-PIECE-LINE
                           PERFORM WRITE-PIECE-LINE
                           SET COPYING-THIS-SLIP TO TRUE
                       ELSE
                           MOVE 'N' TO WS-COPYING-SW
                       END-IF
                   END-IF
                   IF COPYING-THIS-SLIP
                       MOVE PAYSLIP-LINE TO WS-PIECE-LINE
                       PERFORM WRITE-PIECE-LINE
                       IF PAYSLIP-LINE(1:10) = ALL '='
                           MOVE 'N' TO WS-COPYING-SW
                       END-IF
               CLOSE PAYSLIP-FILE
           END-IF.

       COPY-ONE-INCOME-STMT.
           OPEN INPUT INCOME-STMT-FILE.
           IF WS-ISTM-STATUS = '00'
               MOVE 'N' TO WS-COPYING-SW
               PERFORM READ-INCOME-STMT-LINE
               PERFORM UNTIL WS-ISTM-STATUS NOT = '00'
                   IF INCOME-STMT-LINE(1:9) = 'EMPLOYEE '
                       MOVE INCOME-STMT-LINE(10:6) TO WS-SLIP-ID-X
                       INSPECT WS-SLIP-ID-X
                           REPLACING LEADING SPACES BY ZEROS
                       IF WS-SLIP-ID-X IS NUMERIC
                               AND WS-SLIP-ID-9 = WS-SLIP-EMP-ID
                               AND INCOME-STMT-LINE(55:8) =
                                   WS-RUN-DATE
                           MOVE BND-STMT-TITLE-LINE TO
                               WS-PIECE-LINE
                           PERFORM WRITE-PIECE-LINE
                           SET COPYING-THIS-SLIP TO TRUE
                       ELSE
                           MOVE 'N' TO WS-COPYING-SW
                       END-IF
                   END-IF
                   IF COPYING-THIS-SLIP
                       MOVE INCOME-STMT-LINE TO WS-PIECE-LINE
                       PERFORM WRITE-PIECE-LINE
                       IF INCOME-STMT-LINE(1:10) = ALL '='
                           MOVE 'N' TO WS-COPYING-SW
                       END-IF
                   END-IF
                   PERFORM READ-INCOME-STMT-LINE
               END-PERFORM
               CLOSE INCOME-STMT-FILE
           END-IF.

       WRITE-RUNLOG-START.
           MOVE 'MAIL-BUNDLE' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY DLVCHKP.

           COPY BUSDTP.
