      * prints the whole picture on one INQRPT report: the
      * customer's name and address, the account's current CIPARM
      * terms with the product's catalog details, the latest
      * archived statement's lines from CISTARCH, the account's
      * transaction history off the CITXN ledger with the balance
      * each entry left, any penalty sitting on CIPENEXT, and the
      * year-to-date withholding - one report for the service desk
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CI-ACCT-INQUIRY.

               RECORD KEY   IS CIA-KEY
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT TXN-LEDGER-FILE ASSIGN TO 'CITXN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS CTX-KEY
               FILE STATUS IS WS-TXN-STATUS.

           SELECT PEN-EXT-FILE ASSIGN TO 'CIPENEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENEXT-STATUS.
       FD  CI-ARCH-FILE.
           COPY CIARCREC.

       FD  TXN-LEDGER-FILE.
           COPY CITXNREC.

       FD  PEN-EXT-FILE.
       01  PEN-EXT-RECORD.
           05 PEX-ACCT-NR              PIC 9(10).
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

       FD  WHT-REMIT-FILE.
       01  WHT-REMIT-RECORD.
           05 WRM-RUN-DATE             PIC 9(08).
           05 WRM-ACCT-NR              PIC 9(10).
           05 WRM-WITHHELD             PIC 9(8)V99.
           05 WRM-EXEMPTED             PIC 9(8)V99.
           05 WRM-CERT-NR              PIC X(20).
           05 WRM-ENTRY-CD             PIC X(1).
              88 WRM-IS-REVERSAL       VALUE 'R'.
           05 WRM-REASON-CD            PIC X(2).

       FD  INQ-RPT-FILE.
       01  INQ-RPT-LINE                PIC X(80).
       01  WS-PARM-STATUS              PIC XX.
       01  WS-PROD-STATUS              PIC XX.
       01  WS-ARCH-STATUS              PIC XX.
       01  WS-TXN-STATUS               PIC XX.
       01  WS-PENEXT-STATUS            PIC XX.
       01  WS-REMIT-STATUS             PIC XX.

           88  ARCH-SWEEP-DONE                 VALUE 'Y'.
       01  WS-CONSOL-SEEN-SW           PIC X(01).
           88  CONSOL-HEAD-PRINTED             VALUE 'Y'.
       01  WS-TXN-COUNT                PIC 9(05).
       01  WS-LEDGER-BALANCE           PIC S9(09)V99.

       01  SECTION-BREAK-LINE          PIC X(80) VALUE ALL '-'.

           05 RPT-PEN-AMT              PIC $$$,$$$,$$9.99.
           05 FILLER                   PIC X(09) VALUE '  PAYOFF '.
           05 RPT-PEN-PAYOFF           PIC $$$,$$$,$$9.99.
      * a penalty a targeted rerun restated shows the reversal of
      * the original and the corrected replacement
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-PEN-ENTRY            PIC X(09).

       01  RPT-WHT-LINE.
           05 FILLER                   PIC X(26) VALUE
       01  RPT-CONSOL-HEADING          PIC X(80) VALUE
           'CONSOLIDATED STATEMENT ARCHIVED UNDER THIS ACCOUNT'.

       01  RPT-TXN-HEADING             PIC X(80) VALUE
           'TRANSACTION HISTORY'.

       01  RPT-TXN-LINE.
           05 RPT-TXN-DATE             PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-TXN-DESC             PIC X(18).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-TXN-AMOUNT           PIC $$$,$$$,$$9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-TXN-BALANCE          PIC $$$,$$$,$$9.99-.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-TXN-REFERENCE        PIC X(16).

       01  RPT-BALANCE-LINE.
           05 FILLER                   PIC X(19) VALUE
               'LEDGER BALANCE  -  '.
           05 RPT-LEDGER-BALANCE       PIC $$$,$$$,$$9.99-.
           05 FILLER                   PIC X(11) VALUE
               '  ENTRIES  '.
           05 RPT-TXN-COUNT            PIC Z(4)9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CI-ACCT-INQUIRY' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM MAIN-PROCEDURE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           PERFORM GET-INQUIRY-ACCOUNT.
           IF WS-INQ-ACCT = ZEROS
               DISPLAY 'CI-ACCT-INQUIRY: NO ACCTINQ ACCOUNT '
               PERFORM REPORT-CUSTOMER-SECTION
               PERFORM REPORT-TERMS-SECTION
               PERFORM REPORT-STATEMENT-SECTION
               PERFORM REPORT-LEDGER-SECTION
               PERFORM REPORT-PENALTY-SECTION
               PERFORM REPORT-WITHHOLDING-SECTION

               END-READ
           END-PERFORM.

      * every entry on the account's ledger in date order, then
      * the balance the last one left
       REPORT-LEDGER-SECTION.
           WRITE INQ-RPT-LINE FROM SECTION-BREAK-LINE.
           MOVE ZEROS TO WS-TXN-COUNT.
           MOVE ZEROS TO WS-LEDGER-BALANCE.
           OPEN INPUT TXN-LEDGER-FILE.
           IF WS-TXN-STATUS NOT = '00'
               MOVE 'NO TRANSACTION LEDGER AVAILABLE' TO
                   INQ-RPT-LINE
               WRITE INQ-RPT-LINE
           ELSE
               WRITE INQ-RPT-LINE FROM RPT-TXN-HEADING
               MOVE WS-INQ-ACCT TO CTX-ACCT-NR
               MOVE ZEROS TO CTX-TXN-DATE
               MOVE ZEROS TO CTX-TXN-SEQ
               MOVE 'N' TO WS-SWEEP-DONE-SW
               START TXN-LEDGER-FILE KEY NOT < CTX-KEY
                   INVALID KEY
                       SET ARCH-SWEEP-DONE TO TRUE
               END-START
               PERFORM UNTIL ARCH-SWEEP-DONE
                   READ TXN-LEDGER-FILE NEXT RECORD
                       AT END
                           SET ARCH-SWEEP-DONE TO TRUE
                       NOT AT END
                           IF CTX-ACCT-NR NOT = WS-INQ-ACCT
                               SET ARCH-SWEEP-DONE TO TRUE
                           ELSE
                               PERFORM WRITE-TXN-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TXN-LEDGER-FILE
               IF WS-TXN-COUNT = ZEROS
                   MOVE 'NO LEDGER ENTRIES FOR ACCOUNT' TO
                       INQ-RPT-LINE
                   WRITE INQ-RPT-LINE
               ELSE
                   MOVE WS-LEDGER-BALANCE TO RPT-LEDGER-BALANCE
                   MOVE WS-TXN-COUNT TO RPT-TXN-COUNT
                   WRITE INQ-RPT-LINE FROM RPT-BALANCE-LINE
               END-IF
           END-IF.

       WRITE-TXN-LINE.
           ADD 1 TO WS-TXN-COUNT.
           MOVE CTX-BALANCE TO WS-LEDGER-BALANCE.
           EVALUATE TRUE
               WHEN CTX-FROM-TAKE-ON
                   MOVE 'OPENING BALANCE' TO RPT-TXN-DESC
               WHEN CTX-ADJ-REDUCES
                   MOVE 'RERUN REDUCTION' TO RPT-TXN-DESC
               WHEN CTX-DEPOSIT
                   MOVE 'DEPOSIT' TO RPT-TXN-DESC
               WHEN CTX-WITHDRAWAL
                   MOVE 'WITHDRAWAL' TO RPT-TXN-DESC
               WHEN CTX-INTEREST-CREDIT
                   MOVE 'INTEREST CREDITED' TO RPT-TXN-DESC
               WHEN CTX-PENALTY
                   MOVE 'PENALTY' TO RPT-TXN-DESC
               WHEN CTX-TAX-WITHHELD
                   MOVE 'TAX WITHHELD' TO RPT-TXN-DESC
               WHEN CTX-FEE
                   MOVE 'FEE CHARGED' TO RPT-TXN-DESC
               WHEN OTHER
                   MOVE SPACES TO RPT-TXN-DESC
           END-EVALUATE.
           MOVE CTX-TXN-DATE TO RPT-TXN-DATE.
           MOVE CTX-AMOUNT TO RPT-TXN-AMOUNT.
           MOVE CTX-BALANCE TO RPT-TXN-BALANCE.
           MOVE CTX-REFERENCE TO RPT-TXN-REFERENCE.
           WRITE INQ-RPT-LINE FROM RPT-TXN-LINE.

       REPORT-PENALTY-SECTION.
           WRITE INQ-RPT-LINE FROM SECTION-BREAK-LINE.
           OPEN INPUT PEN-EXT-FILE.
               PERFORM READ-PENALTY-RECORD
               PERFORM UNTIL WS-PENEXT-STATUS NOT = '00'
                   IF PEX-ACCT-NR = WS-INQ-ACCT
                           AND PEX-PENALTY-AMT > ZEROS
                       MOVE PEX-RUN-DATE TO RPT-PEN-DATE
                       MOVE PEX-PENALTY-AMT TO RPT-PEN-AMT
                       MOVE PEX-PAYOFF-AMT TO RPT-PEN-PAYOFF
                       EVALUATE PEX-ENTRY-CD
                           WHEN 'R'
                               MOVE 'REVERSED' TO RPT-PEN-ENTRY
                           WHEN 'C'
                               MOVE 'CORRECTED' TO RPT-PEN-ENTRY
                           WHEN OTHER
                               MOVE SPACES TO RPT-PEN-ENTRY
                       END-EVALUATE
                       WRITE INQ-RPT-LINE FROM RPT-PENALTY-LINE
                   END-IF
                   PERFORM READ-PENALTY-RECORD
                   IF WRM-ACCT-NR = WS-INQ-ACCT
                           AND WRM-RUN-DATE(1:4) =
                               WS-RUN-DATE(1:4)
                       IF WRM-IS-REVERSAL
                           SUBTRACT WRM-WITHHELD FROM WS-YTD-WITHHELD
                       ELSE
                           ADD WRM-WITHHELD TO WS-YTD-WITHHELD
                       END-IF
                   END-IF
                   PERFORM READ-REMIT-RECORD
               END-PERFORM
               AT END
                   MOVE '10' TO WS-REMIT-STATUS
           END-READ.

           COPY BUSDTP.
