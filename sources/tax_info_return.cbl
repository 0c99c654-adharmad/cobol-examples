      * semiannual tax-authority information return - the authority
      * wants, per CPF/CNPJ, the balance held at the end of each
      * half-year and the totals credited to and debited from the
      * customer's deposits in it.  this is the institution's own
      * return, separate from the customer certificate CICERT.
      *
      * the TAXRETPARM control record carries the declarant CNPJ,
      * which is required and must prove its check digits, and
      * optionally the year and half (1 January-June, 2 July-
      * December); without them the run reports the last half-year
      * completed before the business date.
      *
      * balances: every CITERMS account opened by the period end
      * stands at its last CIDAILY daily balance inside the period,
      * or at its term principal when it has none; an account on
      * CICLOSED closed by the period end holds nothing.
      * movements dated inside the period: credits are the interest
      * on the CIGLIN extract, debits the tax withheld on WHTREMIT
      * and the penalty and payoff of each withdrawal on CIPENEXT.
      *
      * each account is grouped to its holders - the owners on
      * ACCTREL ('P' primary and 'J' joint; an attorney owns
      * nothing), else the CUST-DOC-NR on the customer master -
      * and the balance and movements split evenly among them with
      * any odd cent to the first holder, so the return adds back
      * to the book.  the TAXRETEXT return carries a 'H' header, one
      * 'D' record per document and a 'T' trailer of totals.  the
      * TAXRETRPT control report lists every document, flags those
      * failing their check digits, lists accounts with no
      * identifiable holder, and proves the return's totals plus
      * the unidentified amounts back to the book totals
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-INFO-RETURN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CI-TERMS-FILE ASSIGN TO 'CITERMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS CIT-ACCT-NR
               FILE STATUS IS WS-TERMS-STATUS.

           SELECT DAILY-ACCR-FILE ASSIGN TO 'CIDAILY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAILY-STATUS.

           SELECT CI-GL-FILE ASSIGN TO 'CIGLIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIGL-STATUS.

           SELECT WHT-REMIT-FILE ASSIGN TO 'WHTREMIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.

           SELECT PEN-EXT-FILE ASSIGN TO 'CIPENEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENEXT-STATUS.

           SELECT CLOSED-FLAG-FILE ASSIGN TO 'CICLOSED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-STATUS.

           SELECT ACCT-REL-FILE ASSIGN TO 'ACCTREL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS ACR-KEY
               FILE STATUS IS WS-REL-STATUS.

           SELECT CUST-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS CUST-ACCT-NR
               FILE STATUS IS WS-CUST-STATUS.

           SELECT RETURN-PARM-FILE ASSIGN TO 'TAXRETPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPARM-STATUS.

           SELECT RETURN-EXT-FILE ASSIGN TO 'TAXRETEXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETURN-RPT-FILE ASSIGN TO 'TAXRETRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CI-TERMS-FILE.
           COPY CITERMRC.

       FD  DAILY-ACCR-FILE.
       01  DAILY-ACCR-RECORD.
           05 CID-ACCT-NR              PIC 9(10).
           05 CID-ACCR-DATE            PIC 9(08).
           05 CID-DAY-INTEREST         PIC 9(08)V9(04).
           05 CID-ACCRUED-BAL          PIC 9(08)V99.

       FD  CI-GL-FILE.
       01  CI-GL-RECORD.
           05 CIGL-ACCT-NR             PIC 9(10).
           05 CIGL-PERIOD              PIC 9(4).
           05 CIGL-INTEREST            PIC 9(8)V99.
           05 CIGL-POST-DATE           PIC 9(8).
           05 CIGL-ENTRY-CD            PIC X(1).
              88 CIGL-IS-REVERSAL      VALUE 'R'.
           05 CIGL-REASON-CD           PIC X(2).

       FD  WHT-REMIT-FILE.
       01  WHT-REMIT-RECORD.
           05 WRM-JURIS-CD             PIC X(02).
           05 WRM-RUN-DATE             PIC 9(08).
           05 WRM-ACCT-NR              PIC 9(10).
           05 WRM-WITHHELD             PIC 9(8)V99.
           05 WRM-EXEMPTED             PIC 9(8)V99.
           05 WRM-CERT-NR              PIC X(20).
           05 WRM-ENTRY-CD             PIC X(1).
              88 WRM-IS-REVERSAL       VALUE 'R'.
           05 WRM-REASON-CD            PIC X(2).

       FD  PEN-EXT-FILE.
       01  PEN-EXT-RECORD.
           05 PEX-ACCT-NR              PIC 9(10).
           05 PEX-RUN-DATE             PIC 9(8).
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

       FD  CLOSED-FLAG-FILE.
       01  CLOSED-FLAG-RECORD.
           05 CFG-ACCT-NR              PIC 9(10).
           05 CFG-CLOSE-DATE           PIC 9(08).
           05 CFG-RUN-DATE             PIC 9(08).

       FD  ACCT-REL-FILE.
           COPY ACRELREC.

       FD  CUST-FILE.
           COPY CUSTREC.

       FD  RETURN-PARM-FILE.
       01  RETURN-PARM-RECORD.
           05 TRP-DECLARANT-CNPJ       PIC 9(14).
           05 TRP-YEAR                 PIC 9(04).
           05 TRP-HALF                 PIC 9(01).

      * the authority's fixed layout - one 'H' header, one 'D'
      * record per document number and one 'T' trailer
       FD  RETURN-EXT-FILE.
       01  RETURN-EXT-RECORD           PIC X(120).

       FD  RETURN-RPT-FILE.
       01  RETURN-RPT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TERMS-STATUS             PIC XX.
       01  WS-DAILY-STATUS             PIC XX.
       01  WS-CIGL-STATUS              PIC XX.
       01  WS-REMIT-STATUS             PIC XX.
       01  WS-PENEXT-STATUS            PIC XX.
       01  WS-FLAG-STATUS              PIC XX.
       01  WS-REL-STATUS               PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-TPARM-STATUS             PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

           COPY CNPJCHKW.

           COPY CPFCHKW.

       01  WS-REL-OPEN-SW              PIC X(01) VALUE 'N'.
           88  ACCTREL-IS-OPEN                 VALUE 'Y'.
       01  WS-CUST-OPEN-SW             PIC X(01) VALUE 'N'.
           88  CUSTFILE-IS-OPEN                VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-DECLARANT-CNPJ           PIC 9(14) VALUE ZEROS.
       01  WS-DECLARANT-SW             PIC X(01) VALUE 'N'.
           88  DECLARANT-IS-VALID              VALUE 'Y'.
       01  WS-RETURN-YEAR              PIC 9(04).
       01  WS-RETURN-HALF              PIC 9(01).
       01  WS-PERIOD-FROM              PIC 9(08).
       01  WS-PERIOD-TO                PIC 9(08).

      * accounts closed out with the date each was closed
       01  WS-CLOSED-COUNT             PIC 9(04) VALUE ZEROS.
       01  WS-CLOSED-IDX               PIC 9(04).
       01  CLOSED-ACCT-TABLE.
           05  CLOSED-ACCT-ENTRY OCCURS 2000 TIMES.
               10  CLOSED-ACCT-NR      PIC 9(10).
               10  CLOSED-DATE         PIC 9(08).
       01  WS-CLOSED-SW                PIC X(01).
           88  CLOSED-BY-PERIOD-END            VALUE 'Y'.

      * one slot per account - the period-end balance and the
      * period's movements gather here before they are grouped
       01  WS-ACCT-COUNT               PIC 9(05) VALUE ZEROS.
       01  WS-ACCT-IDX                 PIC 9(05).
       01  WS-ACCT-SLOT                PIC 9(05).
       01  WS-WANTED-ACCT              PIC 9(10).
       01  WS-ACCT-FULL-SW             PIC X(01) VALUE 'N'.
           88  ACCOUNT-TABLE-FULL              VALUE 'Y'.
       01  RETURN-ACCT-TABLE.
           05  RETURN-ACCT-ENTRY OCCURS 5000 TIMES.
               10  RA-ACCT-NR          PIC 9(10).
               10  RA-HOLDS-SW         PIC X(01).
                   88  RA-HOLDS-BALANCE        VALUE 'Y'.
               10  RA-BAL-DATE         PIC 9(08).
               10  RA-BALANCE          PIC 9(11)V99.
               10  RA-CREDITS          PIC 9(11)V99.
               10  RA-DEBITS           PIC 9(11)V99.
       01  WS-LAST-DAILY-ACCT          PIC 9(10) VALUE ZEROS.
       01  WS-LAST-DAILY-SLOT          PIC 9(05) VALUE ZEROS.

      * the account's owners, and each one's share of its figures
       01  WS-HOLDER-COUNT             PIC 9(02).
       01  WS-HOLDER-IDX               PIC 9(02).
       01  HOLDER-TABLE.
           05  HOLDER-ENTRY OCCURS 20 TIMES.
               10  HLD-DOC-NR          PIC X(14).
               10  HLD-NAME            PIC X(30).
       01  WS-SPLIT-AMT                PIC 9(11)V99.
       01  WS-SHARE-AMT                PIC 9(11)V99.
       01  WS-FIRST-SHARE-AMT          PIC 9(11)V99.
       01  WS-BAL-SHARE                PIC 9(11)V99.
       01  WS-BAL-FIRST                PIC 9(11)V99.
       01  WS-CR-SHARE                 PIC 9(11)V99.
       01  WS-CR-FIRST                 PIC 9(11)V99.
       01  WS-DR-SHARE                 PIC 9(11)V99.
       01  WS-DR-FIRST                 PIC 9(11)V99.

      * one entry per document number reported
       01  WS-DEP-COUNT                PIC 9(05) VALUE ZEROS.
       01  WS-DEP-IDX                  PIC 9(05).
       01  WS-DEP-FULL-SW              PIC X(01) VALUE 'N'.
           88  DEPOSITOR-TABLE-FULL            VALUE 'Y'.
       01  DEPOSITOR-TABLE.
           05  DEPOSITOR-ENTRY OCCURS 5000 TIMES.
               10  DEP-DOC-NR          PIC X(14).
               10  DEP-NAME            PIC X(30).
               10  DEP-ACCT-COUNT      PIC 9(04).
               10  DEP-BALANCE         PIC 9(13)V99.
               10  DEP-CREDITS         PIC 9(13)V99.
               10  DEP-DEBITS          PIC 9(13)V99.

       01  WS-DOC-TYPE                 PIC X(01).
       01  WS-DOC-OK-SW                PIC X(01).
           88  DOCUMENT-IS-VALID               VALUE 'Y'.

       01  WS-BOOK-BALANCE             PIC 9(15)V99 VALUE ZEROS.
       01  WS-BOOK-CREDITS             PIC 9(15)V99 VALUE ZEROS.
       01  WS-BOOK-DEBITS              PIC 9(15)V99 VALUE ZEROS.
       01  WS-RET-BALANCE              PIC 9(15)V99 VALUE ZEROS.
       01  WS-RET-CREDITS              PIC 9(15)V99 VALUE ZEROS.
       01  WS-RET-DEBITS               PIC 9(15)V99 VALUE ZEROS.
       01  WS-UNID-BALANCE             PIC 9(15)V99 VALUE ZEROS.
       01  WS-UNID-CREDITS             PIC 9(15)V99 VALUE ZEROS.
       01  WS-UNID-DEBITS              PIC 9(15)V99 VALUE ZEROS.
       01  WS-UNID-COUNT               PIC 9(05) VALUE ZEROS.
       01  WS-BAD-DOC-COUNT            PIC 9(05) VALUE ZEROS.
       01  WS-PROOF-WORK               PIC 9(15)V99.
       01  WS-PROOF-SW                 PIC X(01).
           88  RETURN-PROVES-OUT               VALUE 'Y'.

       01  RETURN-HEADER-RECORD.
           05 RTH-REC-TYPE             PIC X(01) VALUE 'H'.
           05 RTH-DECLARANT-CNPJ       PIC 9(14).
           05 RTH-YEAR                 PIC 9(04).
           05 RTH-HALF                 PIC 9(01).
           05 RTH-PERIOD-FROM          PIC 9(08).
           05 RTH-PERIOD-TO            PIC 9(08).
           05 RTH-GEN-DATE             PIC 9(08).
           05 FILLER                   PIC X(76) VALUE SPACES.

       01  RETURN-DETAIL-RECORD.
           05 RTD-REC-TYPE             PIC X(01) VALUE 'D'.
           05 RTD-DOC-NR               PIC X(14).
           05 RTD-DOC-TYPE             PIC X(01).
           05 RTD-NAME                 PIC X(30).
           05 RTD-ACCT-COUNT           PIC 9(04).
           05 RTD-BALANCE              PIC 9(13)V99.
           05 RTD-CREDITS              PIC 9(13)V99.
           05 RTD-DEBITS               PIC 9(13)V99.
           05 FILLER                   PIC X(25) VALUE SPACES.

       01  RETURN-TRAILER-RECORD.
           05 RTT-REC-TYPE             PIC X(01) VALUE 'T'.
           05 RTT-DETAIL-COUNT         PIC 9(07).
           05 RTT-TOTAL-BALANCE        PIC 9(15)V99.
           05 RTT-TOTAL-CREDITS        PIC 9(15)V99.
           05 RTT-TOTAL-DEBITS         PIC 9(15)V99.
           05 FILLER                   PIC X(61) VALUE SPACES.

       01  RPT-HEADING.
           05 FILLER                   PIC X(30) VALUE
               'TAX INFORMATION RETURN - YEAR '.
           05 RPT-HDG-YEAR             PIC 9(04).
           05 FILLER                   PIC X(07) VALUE ' HALF  '.
           05 RPT-HDG-HALF             PIC 9(01).
           05 FILLER                   PIC X(10) VALUE '  PERIOD  '.
           05 RPT-HDG-FROM             PIC 9(08).
           05 FILLER                   PIC X(04) VALUE ' TO '.
           05 RPT-HDG-TO               PIC 9(08).
           05 FILLER                   PIC X(12) VALUE
               '  DECLARANT '.
           05 RPT-HDG-CNPJ             PIC 9(14).

       01  RPT-COLUMN-HEADING.
           05 FILLER                   PIC X(40) VALUE
               'DOCUMENT       T NAME                 AC'.
           05 FILLER                   PIC X(40) VALUE
               'CTS      BALANCE          CREDITS       '.
           05 FILLER                   PIC X(20) VALUE
               '   DEBITS  CHECK    '.

       01  RPT-DETAIL-LINE.
           05 RPT-DOC-NR               PIC X(14).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-DOC-TYPE             PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-NAME                 PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-ACCT-COUNT           PIC ZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-BALANCE              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-CREDITS              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-DEBITS               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-CHECK                PIC X(12).

       01  RPT-UNID-LINE.
           05 FILLER                   PIC X(08) VALUE 'ACCOUNT '.
           05 RPT-UNID-ACCT            PIC 9(10).
           05 FILLER                   PIC X(21) VALUE
               ' NO HOLDER DOCUMENT  '.
           05 RPT-UNID-BALANCE         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-UNID-CREDITS         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-UNID-DEBITS          PIC ZZZ,ZZZ,ZZ9.99.

       01  RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL          PIC X(30).
           05 RPT-TOTAL-BALANCE        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-TOTAL-CREDITS        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-TOTAL-DEBITS         PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  RPT-COUNT-LINE.
           05 RPT-COUNT-LABEL          PIC X(30).
           05 RPT-COUNT-VALUE          PIC Z(6)9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'TAX-INFO-RETURN' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           PERFORM GET-RETURN-PARMS.
           IF NOT DECLARANT-IS-VALID
               DISPLAY 'TAX-INFO-RETURN: NO VALID DECLARANT CNPJ ON '
                   'TAXRETPARM - REFUSED'
               MOVE 8 TO WS-RUN-RC
           ELSE
               OPEN INPUT CI-TERMS-FILE
               IF WS-TERMS-STATUS NOT = '00'
                   DISPLAY 'TAX-INFO-RETURN: NO CITERMS MASTER '
                       'AVAILABLE'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM LOAD-CLOSED-ACCOUNTS
                   PERFORM READ-TERMS-RECORD
                   PERFORM UNTIL WS-TERMS-STATUS NOT = '00'
                       PERFORM TAKE-ONE-ACCOUNT
                       PERFORM READ-TERMS-RECORD
                   END-PERFORM
                   CLOSE CI-TERMS-FILE

                   PERFORM GATHER-PERIOD-END-BALANCES
                   PERFORM GATHER-PERIOD-CREDITS
                   PERFORM GATHER-PERIOD-WITHHOLDING
                   PERFORM GATHER-PERIOD-WITHDRAWALS

                   OPEN INPUT ACCT-REL-FILE
                   IF WS-REL-STATUS = '00'
                       SET ACCTREL-IS-OPEN TO TRUE
                   END-IF
                   OPEN INPUT CUST-FILE
                   IF WS-CUST-STATUS = '00'
                       SET CUSTFILE-IS-OPEN TO TRUE
                   END-IF
                   OPEN OUTPUT RETURN-RPT-FILE
                   PERFORM WRITE-REPORT-HEADING

                   PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                           UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                       PERFORM GROUP-ONE-ACCOUNT
                   END-PERFORM
                   IF ACCTREL-IS-OPEN
                       CLOSE ACCT-REL-FILE
                   END-IF
                   IF CUSTFILE-IS-OPEN
                       CLOSE CUST-FILE
                   END-IF

                   PERFORM WRITE-RETURN-FILE
                   PERFORM WRITE-CONTROL-TOTALS
                   CLOSE RETURN-RPT-FILE
                   DISPLAY 'TAX-INFO-RETURN: ' WS-DEP-COUNT
                       ' DOCUMENTS REPORTED FOR ' WS-RETURN-YEAR
                       '/' WS-RETURN-HALF
               END-IF
           END-IF.

      * the declarant CNPJ must prove its check digits; the half
      * defaults to the last one completed before the business date
       GET-RETURN-PARMS.
           MOVE WS-RUN-DATE(1:4) TO WS-RETURN-YEAR.
           IF WS-RUN-DATE(5:2) > '06'
               MOVE 1 TO WS-RETURN-HALF
           ELSE
               SUBTRACT 1 FROM WS-RETURN-YEAR
               MOVE 2 TO WS-RETURN-HALF
           END-IF.

           OPEN INPUT RETURN-PARM-FILE.
           IF WS-TPARM-STATUS = '00'
               READ RETURN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TRP-DECLARANT-CNPJ IS NUMERIC
                           MOVE TRP-DECLARANT-CNPJ TO CNPJ-CHK-RAW
                           PERFORM VALIDATE-CNPJ-DIGITS
                           IF CNPJ-CHK-IS-VALID
                               MOVE TRP-DECLARANT-CNPJ TO
                                   WS-DECLARANT-CNPJ
                               SET DECLARANT-IS-VALID TO TRUE
                           END-IF
                       END-IF
                       IF TRP-YEAR IS NUMERIC AND TRP-YEAR > ZEROS
                               AND TRP-HALF IS NUMERIC
                               AND (TRP-HALF = 1 OR TRP-HALF = 2)
                           MOVE TRP-YEAR TO WS-RETURN-YEAR
                           MOVE TRP-HALF TO WS-RETURN-HALF
                       END-IF
               END-READ
               CLOSE RETURN-PARM-FILE
           END-IF.

           IF WS-RETURN-HALF = 1
               COMPUTE WS-PERIOD-FROM = WS-RETURN-YEAR * 10000 + 0101
               COMPUTE WS-PERIOD-TO = WS-RETURN-YEAR * 10000 + 0630
           ELSE
               COMPUTE WS-PERIOD-FROM = WS-RETURN-YEAR * 10000 + 0701
               COMPUTE WS-PERIOD-TO = WS-RETURN-YEAR * 10000 + 1231
           END-IF.

       LOAD-CLOSED-ACCOUNTS.
           OPEN INPUT CLOSED-FLAG-FILE.
           IF WS-FLAG-STATUS = '00'
               PERFORM READ-CLOSED-FLAG
               PERFORM UNTIL WS-FLAG-STATUS NOT = '00'
                       OR WS-CLOSED-COUNT = 2000
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE CFG-ACCT-NR TO
                       CLOSED-ACCT-NR(WS-CLOSED-COUNT)
                   MOVE CFG-CLOSE-DATE TO
                       CLOSED-DATE(WS-CLOSED-COUNT)
                   PERFORM READ-CLOSED-FLAG
               END-PERFORM
               CLOSE CLOSED-FLAG-FILE
           END-IF.

       READ-CLOSED-FLAG.
           READ CLOSED-FLAG-FILE
               AT END
                   MOVE '10' TO WS-FLAG-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       READ-TERMS-RECORD.
           READ CI-TERMS-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-TERMS-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * an account opened after the period end is not reported;
      * one closed by the period end keeps its slot for the
      * movements but holds no balance
       TAKE-ONE-ACCOUNT.
           IF CIT-START-DATE NOT > WS-PERIOD-TO
               MOVE 'N' TO WS-CLOSED-SW
               PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
                       UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
                   IF CLOSED-ACCT-NR(WS-CLOSED-IDX) = CIT-ACCT-NR
                           AND CLOSED-DATE(WS-CLOSED-IDX) NOT >
                               WS-PERIOD-TO
                       SET CLOSED-BY-PERIOD-END TO TRUE
                   END-IF
               END-PERFORM
               MOVE CIT-ACCT-NR TO WS-WANTED-ACCT
               PERFORM ADD-ACCOUNT-SLOT
               IF WS-ACCT-SLOT > ZEROS AND NOT CLOSED-BY-PERIOD-END
                   MOVE 'Y' TO RA-HOLDS-SW(WS-ACCT-SLOT)
                   COMPUTE RA-BALANCE(WS-ACCT-SLOT) ROUNDED =
                       CIT-PRINCIPAL
               END-IF
           END-IF.

      * leaves WS-ACCT-SLOT on the account's entry, adding one when
      * the account is new; zero when the table is full
       FIND-ACCOUNT-SLOT.
           MOVE ZEROS TO WS-ACCT-SLOT.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                      OR WS-ACCT-SLOT > ZEROS
               IF RA-ACCT-NR(WS-ACCT-IDX) = WS-WANTED-ACCT
                   MOVE WS-ACCT-IDX TO WS-ACCT-SLOT
               END-IF
           END-PERFORM.
           IF WS-ACCT-SLOT = ZEROS
               PERFORM ADD-ACCOUNT-SLOT
           END-IF.

      * CITERMS delivers each account once, so the book load adds
      * its slots without searching
       ADD-ACCOUNT-SLOT.
           MOVE ZEROS TO WS-ACCT-SLOT.
           IF WS-ACCT-COUNT = 5000
               IF NOT ACCOUNT-TABLE-FULL
                   SET ACCOUNT-TABLE-FULL TO TRUE
                   DISPLAY 'TAX-INFO-RETURN: ACCOUNT TABLE FULL '
                       '- FURTHER ACCOUNTS NOT REPORTED'
                   MOVE 8 TO WS-RUN-RC
               END-IF
           ELSE
               ADD 1 TO WS-ACCT-COUNT
               MOVE WS-ACCT-COUNT TO WS-ACCT-SLOT
               MOVE WS-WANTED-ACCT TO RA-ACCT-NR(WS-ACCT-SLOT)
               MOVE 'N' TO RA-HOLDS-SW(WS-ACCT-SLOT)
               MOVE ZEROS TO RA-BAL-DATE(WS-ACCT-SLOT)
               MOVE ZEROS TO RA-BALANCE(WS-ACCT-SLOT)
               MOVE ZEROS TO RA-CREDITS(WS-ACCT-SLOT)
               MOVE ZEROS TO RA-DEBITS(WS-ACCT-SLOT)
           END-IF.

      ******************************************************************
      * the last daily balance inside the period replaces the
      * principal for every account still holding at period end
      ******************************************************************
       GATHER-PERIOD-END-BALANCES.
           OPEN INPUT DAILY-ACCR-FILE.
           IF WS-DAILY-STATUS = '00'
               PERFORM READ-DAILY-RECORD
               PERFORM UNTIL WS-DAILY-STATUS NOT = '00'
                   IF CID-ACCR-DATE NOT < WS-PERIOD-FROM
                           AND CID-ACCR-DATE NOT > WS-PERIOD-TO
                       PERFORM FIND-DAILY-ACCOUNT
                       IF WS-LAST-DAILY-SLOT > ZEROS
                           IF RA-HOLDS-BALANCE(WS-LAST-DAILY-SLOT)
                                   AND CID-ACCR-DATE NOT <
                                       RA-BAL-DATE(WS-LAST-DAILY-SLOT)
                               MOVE CID-ACCR-DATE TO
                                   RA-BAL-DATE(WS-LAST-DAILY-SLOT)
                               MOVE CID-ACCRUED-BAL TO
                                   RA-BALANCE(WS-LAST-DAILY-SLOT)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM READ-DAILY-RECORD
               END-PERFORM
               CLOSE DAILY-ACCR-FILE
           END-IF.

       READ-DAILY-RECORD.
           READ DAILY-ACCR-FILE
               AT END
                   MOVE '10' TO WS-DAILY-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * CIDAILY arrives grouped by account - the slot found is held
      * for the account's following days.  an account not on the
      * book is passed over rather than given a slot
       FIND-DAILY-ACCOUNT.
           IF CID-ACCT-NR NOT = WS-LAST-DAILY-ACCT
               MOVE CID-ACCT-NR TO WS-LAST-DAILY-ACCT
               MOVE ZEROS TO WS-LAST-DAILY-SLOT
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                          OR WS-LAST-DAILY-SLOT > ZEROS
                   IF RA-ACCT-NR(WS-ACCT-IDX) = CID-ACCT-NR
                       MOVE WS-ACCT-IDX TO WS-LAST-DAILY-SLOT
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * the period's movements - interest credited, tax withheld,
      * and each withdrawal's penalty and payoff
      ******************************************************************
       GATHER-PERIOD-CREDITS.
           OPEN INPUT CI-GL-FILE.
           IF WS-CIGL-STATUS NOT = '00'
               DISPLAY 'TAX-INFO-RETURN: NO CIGLIN INTEREST '
                   'SUPPLIED'
           ELSE
               PERFORM READ-CIGL-RECORD
               PERFORM UNTIL WS-CIGL-STATUS NOT = '00'
                   IF CIGL-POST-DATE NOT < WS-PERIOD-FROM
                           AND CIGL-POST-DATE NOT > WS-PERIOD-TO
                       MOVE CIGL-ACCT-NR TO WS-WANTED-ACCT
                       PERFORM FIND-ACCOUNT-SLOT
                       IF WS-ACCT-SLOT > ZEROS
                           IF CIGL-IS-REVERSAL
                               SUBTRACT CIGL-INTEREST FROM
                                   RA-CREDITS(WS-ACCT-SLOT)
                           ELSE
                               ADD CIGL-INTEREST TO
                                   RA-CREDITS(WS-ACCT-SLOT)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM READ-CIGL-RECORD
               END-PERFORM
               CLOSE CI-GL-FILE
           END-IF.

       READ-CIGL-RECORD.
           READ CI-GL-FILE
               AT END
                   MOVE '10' TO WS-CIGL-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       GATHER-PERIOD-WITHHOLDING.
           OPEN INPUT WHT-REMIT-FILE.
           IF WS-REMIT-STATUS = '00'
               PERFORM READ-REMIT-RECORD
               PERFORM UNTIL WS-REMIT-STATUS NOT = '00'
                   IF WRM-RUN-DATE NOT < WS-PERIOD-FROM
                           AND WRM-RUN-DATE NOT > WS-PERIOD-TO
                       MOVE WRM-ACCT-NR TO WS-WANTED-ACCT
                       PERFORM FIND-ACCOUNT-SLOT
                       IF WS-ACCT-SLOT > ZEROS
                           IF WRM-IS-REVERSAL
                               SUBTRACT WRM-WITHHELD FROM
                                   RA-DEBITS(WS-ACCT-SLOT)
                           ELSE
                               ADD WRM-WITHHELD TO
                                   RA-DEBITS(WS-ACCT-SLOT)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM READ-REMIT-RECORD
               END-PERFORM
               CLOSE WHT-REMIT-FILE
           END-IF.

       READ-REMIT-RECORD.
           READ WHT-REMIT-FILE
               AT END
                   MOVE '10' TO WS-REMIT-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * a withdrawal debits the payoff paid out and the penalty
      * kept, full ('E') and partial ('P') alike.  across all
      * three extracts a rerun's reversal record takes back what
      * the record it reverses contributed
       GATHER-PERIOD-WITHDRAWALS.
           OPEN INPUT PEN-EXT-FILE.
           IF WS-PENEXT-STATUS = '00'
               PERFORM READ-PENEXT-RECORD
               PERFORM UNTIL WS-PENEXT-STATUS NOT = '00'
                   IF PEX-RUN-DATE NOT < WS-PERIOD-FROM
                           AND PEX-RUN-DATE NOT > WS-PERIOD-TO
                       MOVE PEX-ACCT-NR TO WS-WANTED-ACCT
                       PERFORM FIND-ACCOUNT-SLOT
                       IF WS-ACCT-SLOT > ZEROS
                           IF PEX-IS-REVERSAL
                               SUBTRACT PEX-PENALTY-AMT PEX-PAYOFF-AMT
                                   FROM RA-DEBITS(WS-ACCT-SLOT)
                           ELSE
                               ADD PEX-PENALTY-AMT PEX-PAYOFF-AMT TO
                                   RA-DEBITS(WS-ACCT-SLOT)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM READ-PENEXT-RECORD
               END-PERFORM
               CLOSE PEN-EXT-FILE
           END-IF.

       READ-PENEXT-RECORD.
           READ PEN-EXT-FILE
               AT END
                   MOVE '10' TO WS-PENEXT-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      ******************************************************************
      * one account's figures to its holders; an account with
      * nothing to report is passed over
      ******************************************************************
       GROUP-ONE-ACCOUNT.
           IF RA-BALANCE(WS-ACCT-IDX) > ZEROS
                   OR RA-CREDITS(WS-ACCT-IDX) > ZEROS
                   OR RA-DEBITS(WS-ACCT-IDX) > ZEROS
               ADD RA-BALANCE(WS-ACCT-IDX) TO WS-BOOK-BALANCE
               ADD RA-CREDITS(WS-ACCT-IDX) TO WS-BOOK-CREDITS
               ADD RA-DEBITS(WS-ACCT-IDX) TO WS-BOOK-DEBITS
               PERFORM GATHER-ACCOUNT-HOLDERS
               IF WS-HOLDER-COUNT = ZEROS
                   ADD 1 TO WS-UNID-COUNT
                   ADD RA-BALANCE(WS-ACCT-IDX) TO WS-UNID-BALANCE
                   ADD RA-CREDITS(WS-ACCT-IDX) TO WS-UNID-CREDITS
                   ADD RA-DEBITS(WS-ACCT-IDX) TO WS-UNID-DEBITS
                   MOVE RA-ACCT-NR(WS-ACCT-IDX) TO RPT-UNID-ACCT
                   MOVE RA-BALANCE(WS-ACCT-IDX) TO RPT-UNID-BALANCE
                   MOVE RA-CREDITS(WS-ACCT-IDX) TO RPT-UNID-CREDITS
                   MOVE RA-DEBITS(WS-ACCT-IDX) TO RPT-UNID-DEBITS
                   WRITE RETURN-RPT-LINE FROM RPT-UNID-LINE
                   ADD 1 TO RUNLOG-WRITTEN-COUNT
               ELSE
                   PERFORM CREDIT-ACCOUNT-HOLDERS
               END-IF
           END-IF.

      * owners from the relationship file - an attorney holds no
      * share; with no relationship entries the customer master's
      * document owns the account alone
       GATHER-ACCOUNT-HOLDERS.
           MOVE ZEROS TO WS-HOLDER-COUNT.
           IF ACCTREL-IS-OPEN
               MOVE RA-ACCT-NR(WS-ACCT-IDX) TO ACR-ACCT-NR
               MOVE SPACES TO ACR-DOC-NR
               MOVE '00' TO WS-REL-STATUS
               START ACCT-REL-FILE KEY NOT < ACR-KEY
                   INVALID KEY
                       MOVE '23' TO WS-REL-STATUS
               END-START
               PERFORM UNTIL WS-REL-STATUS NOT = '00'
                   READ ACCT-REL-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-REL-STATUS
                       NOT AT END
                           IF ACR-ACCT-NR NOT = RA-ACCT-NR(WS-ACCT-IDX)
                               MOVE '10' TO WS-REL-STATUS
                           ELSE
                               IF (ACR-ROLE-PRIMARY
                                       OR ACR-ROLE-JOINT)
                                       AND ACR-DOC-NR NOT = SPACES
                                       AND WS-HOLDER-COUNT < 20
                                   ADD 1 TO WS-HOLDER-COUNT
                                   MOVE ACR-DOC-NR TO
                                       HLD-DOC-NR(WS-HOLDER-COUNT)
                                   MOVE ACR-NAME TO
                                       HLD-NAME(WS-HOLDER-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE '00' TO WS-REL-STATUS
           END-IF.

           IF WS-HOLDER-COUNT = ZEROS AND CUSTFILE-IS-OPEN
               MOVE RA-ACCT-NR(WS-ACCT-IDX) TO CUST-ACCT-NR
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUST-DOC-NR NOT = SPACES
                           MOVE 1 TO WS-HOLDER-COUNT
                           MOVE CUST-DOC-NR TO HLD-DOC-NR(1)
                           MOVE CUST-NAME TO HLD-NAME(1)
                       END-IF
               END-READ
           END-IF.

      * an even split of each figure, cut to the cent; the first
      * holder takes whatever the cut left over, so the shares
      * always add back to the account
       CREDIT-ACCOUNT-HOLDERS.
           MOVE RA-BALANCE(WS-ACCT-IDX) TO WS-SPLIT-AMT.
           PERFORM SPLIT-AMONG-HOLDERS.
           MOVE WS-SHARE-AMT TO WS-BAL-SHARE.
           MOVE WS-FIRST-SHARE-AMT TO WS-BAL-FIRST.
           MOVE RA-CREDITS(WS-ACCT-IDX) TO WS-SPLIT-AMT.
           PERFORM SPLIT-AMONG-HOLDERS.
           MOVE WS-SHARE-AMT TO WS-CR-SHARE.
           MOVE WS-FIRST-SHARE-AMT TO WS-CR-FIRST.
           MOVE RA-DEBITS(WS-ACCT-IDX) TO WS-SPLIT-AMT.
           PERFORM SPLIT-AMONG-HOLDERS.
           MOVE WS-SHARE-AMT TO WS-DR-SHARE.
           MOVE WS-FIRST-SHARE-AMT TO WS-DR-FIRST.

           PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
                   UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
               PERFORM FIND-DEPOSITOR-ENTRY
               IF WS-DEP-IDX > ZEROS
                   ADD 1 TO DEP-ACCT-COUNT(WS-DEP-IDX)
                   IF WS-HOLDER-IDX = 1
                       ADD WS-BAL-FIRST TO DEP-BALANCE(WS-DEP-IDX)
                       ADD WS-CR-FIRST TO DEP-CREDITS(WS-DEP-IDX)
                       ADD WS-DR-FIRST TO DEP-DEBITS(WS-DEP-IDX)
                   ELSE
                       ADD WS-BAL-SHARE TO DEP-BALANCE(WS-DEP-IDX)
                       ADD WS-CR-SHARE TO DEP-CREDITS(WS-DEP-IDX)
                       ADD WS-DR-SHARE TO DEP-DEBITS(WS-DEP-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       SPLIT-AMONG-HOLDERS.
           DIVIDE WS-SPLIT-AMT BY WS-HOLDER-COUNT
               GIVING WS-SHARE-AMT.
           COMPUTE WS-FIRST-SHARE-AMT = WS-SPLIT-AMT -
               (WS-SHARE-AMT * (WS-HOLDER-COUNT - 1)).

      * leaves WS-DEP-IDX on the holder's document entry, adding
      * one when the document is new; zero when the table is full
       FIND-DEPOSITOR-ENTRY.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
                   OR DEP-DOC-NR(WS-DEP-IDX) =
                       HLD-DOC-NR(WS-HOLDER-IDX)
               CONTINUE
           END-PERFORM.
           IF WS-DEP-IDX > WS-DEP-COUNT
               IF WS-DEP-COUNT = 5000
                   MOVE ZEROS TO WS-DEP-IDX
                   IF NOT DEPOSITOR-TABLE-FULL
                       SET DEPOSITOR-TABLE-FULL TO TRUE
                       DISPLAY 'TAX-INFO-RETURN: DOCUMENT TABLE '
                           'FULL - FURTHER HOLDERS NOT REPORTED'
                       MOVE 8 TO WS-RUN-RC
                   END-IF
               ELSE
                   ADD 1 TO WS-DEP-COUNT
                   MOVE WS-DEP-COUNT TO WS-DEP-IDX
                   MOVE HLD-DOC-NR(WS-HOLDER-IDX) TO
                       DEP-DOC-NR(WS-DEP-IDX)
                   MOVE HLD-NAME(WS-HOLDER-IDX) TO
                       DEP-NAME(WS-DEP-IDX)
                   MOVE ZEROS TO DEP-ACCT-COUNT(WS-DEP-IDX)
                   MOVE ZEROS TO DEP-BALANCE(WS-DEP-IDX)
                   MOVE ZEROS TO DEP-CREDITS(WS-DEP-IDX)
                   MOVE ZEROS TO DEP-DEBITS(WS-DEP-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * the return itself - header, one record per document, and
      * the trailer; each document is listed on the control report
      * with the outcome of its check-digit proof
      ******************************************************************
       WRITE-RETURN-FILE.
           OPEN OUTPUT RETURN-EXT-FILE.
           MOVE WS-DECLARANT-CNPJ TO RTH-DECLARANT-CNPJ.
           MOVE WS-RETURN-YEAR TO RTH-YEAR.
           MOVE WS-RETURN-HALF TO RTH-HALF.
           MOVE WS-PERIOD-FROM TO RTH-PERIOD-FROM.
           MOVE WS-PERIOD-TO TO RTH-PERIOD-TO.
           MOVE WS-RUN-DATE TO RTH-GEN-DATE.
           WRITE RETURN-EXT-RECORD FROM RETURN-HEADER-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

           WRITE RETURN-RPT-LINE FROM RPT-COLUMN-HEADING.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               PERFORM WRITE-ONE-DOCUMENT
           END-PERFORM.

           MOVE WS-DEP-COUNT TO RTT-DETAIL-COUNT.
           MOVE WS-RET-BALANCE TO RTT-TOTAL-BALANCE.
           MOVE WS-RET-CREDITS TO RTT-TOTAL-CREDITS.
           MOVE WS-RET-DEBITS TO RTT-TOTAL-DEBITS.
           WRITE RETURN-EXT-RECORD FROM RETURN-TRAILER-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           CLOSE RETURN-EXT-FILE.

       WRITE-ONE-DOCUMENT.
           PERFORM CHECK-DOCUMENT-DIGITS.
           MOVE DEP-DOC-NR(WS-DEP-IDX) TO RTD-DOC-NR.
           MOVE WS-DOC-TYPE TO RTD-DOC-TYPE.
           MOVE DEP-NAME(WS-DEP-IDX) TO RTD-NAME.
           MOVE DEP-ACCT-COUNT(WS-DEP-IDX) TO RTD-ACCT-COUNT.
           MOVE DEP-BALANCE(WS-DEP-IDX) TO RTD-BALANCE.
           MOVE DEP-CREDITS(WS-DEP-IDX) TO RTD-CREDITS.
           MOVE DEP-DEBITS(WS-DEP-IDX) TO RTD-DEBITS.
           WRITE RETURN-EXT-RECORD FROM RETURN-DETAIL-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           ADD DEP-BALANCE(WS-DEP-IDX) TO WS-RET-BALANCE.
           ADD DEP-CREDITS(WS-DEP-IDX) TO WS-RET-CREDITS.
           ADD DEP-DEBITS(WS-DEP-IDX) TO WS-RET-DEBITS.

           MOVE DEP-DOC-NR(WS-DEP-IDX) TO RPT-DOC-NR.
           MOVE WS-DOC-TYPE TO RPT-DOC-TYPE.
           MOVE DEP-NAME(WS-DEP-IDX) TO RPT-NAME.
           MOVE DEP-ACCT-COUNT(WS-DEP-IDX) TO RPT-ACCT-COUNT.
           MOVE DEP-BALANCE(WS-DEP-IDX) TO RPT-BALANCE.
           MOVE DEP-CREDITS(WS-DEP-IDX) TO RPT-CREDITS.
           MOVE DEP-DEBITS(WS-DEP-IDX) TO RPT-DEBITS.
           IF DOCUMENT-IS-VALID
               MOVE SPACES TO RPT-CHECK
           ELSE
               ADD 1 TO WS-BAD-DOC-COUNT
               MOVE 'BAD DOCUMENT' TO RPT-CHECK
           END-IF.
           WRITE RETURN-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * eleven digits and three spaces is a CPF ('F'), fourteen
      * digits a CNPJ ('J'); anything else cannot be filed as is
       CHECK-DOCUMENT-DIGITS.
           MOVE 'N' TO WS-DOC-OK-SW.
           MOVE SPACE TO WS-DOC-TYPE.
           IF DEP-DOC-NR(WS-DEP-IDX)(12:3) = SPACES
                   AND DEP-DOC-NR(WS-DEP-IDX)(1:11) IS NUMERIC
               MOVE 'F' TO WS-DOC-TYPE
               MOVE DEP-DOC-NR(WS-DEP-IDX)(1:11) TO CPF-CHK-RAW
               PERFORM VALIDATE-CPF-DIGITS
               IF CPF-CHK-IS-VALID
                   SET DOCUMENT-IS-VALID TO TRUE
               END-IF
           ELSE
               IF DEP-DOC-NR(WS-DEP-IDX) IS NUMERIC
                   MOVE 'J' TO WS-DOC-TYPE
                   MOVE DEP-DOC-NR(WS-DEP-IDX) TO CNPJ-CHK-RAW
                   PERFORM VALIDATE-CNPJ-DIGITS
                   IF CNPJ-CHK-IS-VALID
                       SET DOCUMENT-IS-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-RETURN-YEAR TO RPT-HDG-YEAR.
           MOVE WS-RETURN-HALF TO RPT-HDG-HALF.
           MOVE WS-PERIOD-FROM TO RPT-HDG-FROM.
           MOVE WS-PERIOD-TO TO RPT-HDG-TO.
           MOVE WS-DECLARANT-CNPJ TO RPT-HDG-CNPJ.
           WRITE RETURN-RPT-LINE FROM RPT-HEADING.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * the proof - what the return carries plus what could not
      * be attributed must come back to the book figures
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO RETURN-RPT-LINE.
           WRITE RETURN-RPT-LINE.
           MOVE 'BOOK TOTALS' TO RPT-TOTAL-LABEL.
           MOVE WS-BOOK-BALANCE TO RPT-TOTAL-BALANCE.
           MOVE WS-BOOK-CREDITS TO RPT-TOTAL-CREDITS.
           MOVE WS-BOOK-DEBITS TO RPT-TOTAL-DEBITS.
           WRITE RETURN-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'RETURN TRAILER TOTALS' TO RPT-TOTAL-LABEL.
           MOVE WS-RET-BALANCE TO RPT-TOTAL-BALANCE.
           MOVE WS-RET-CREDITS TO RPT-TOTAL-CREDITS.
           MOVE WS-RET-DEBITS TO RPT-TOTAL-DEBITS.
           WRITE RETURN-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'NO IDENTIFIABLE HOLDER' TO RPT-TOTAL-LABEL.
           MOVE WS-UNID-BALANCE TO RPT-TOTAL-BALANCE.
           MOVE WS-UNID-CREDITS TO RPT-TOTAL-CREDITS.
           MOVE WS-UNID-DEBITS TO RPT-TOTAL-DEBITS.
           WRITE RETURN-RPT-LINE FROM RPT-TOTAL-LINE.
           ADD 4 TO RUNLOG-WRITTEN-COUNT.

           MOVE 'DOCUMENTS REPORTED' TO RPT-COUNT-LABEL.
           MOVE WS-DEP-COUNT TO RPT-COUNT-VALUE.
           WRITE RETURN-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'DOCUMENTS FAILING CHECK' TO RPT-COUNT-LABEL.
           MOVE WS-BAD-DOC-COUNT TO RPT-COUNT-VALUE.
           WRITE RETURN-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'ACCOUNTS WITHOUT HOLDER' TO RPT-COUNT-LABEL.
           MOVE WS-UNID-COUNT TO RPT-COUNT-VALUE.
           WRITE RETURN-RPT-LINE FROM RPT-COUNT-LINE.
           ADD 3 TO RUNLOG-WRITTEN-COUNT.

           MOVE 'Y' TO WS-PROOF-SW.
           COMPUTE WS-PROOF-WORK = WS-RET-BALANCE + WS-UNID-BALANCE.
           IF WS-PROOF-WORK NOT = WS-BOOK-BALANCE
               MOVE 'N' TO WS-PROOF-SW
           END-IF.
           COMPUTE WS-PROOF-WORK = WS-RET-CREDITS + WS-UNID-CREDITS.
           IF WS-PROOF-WORK NOT = WS-BOOK-CREDITS
               MOVE 'N' TO WS-PROOF-SW
           END-IF.
           COMPUTE WS-PROOF-WORK = WS-RET-DEBITS + WS-UNID-DEBITS.
           IF WS-PROOF-WORK NOT = WS-BOOK-DEBITS
               MOVE 'N' TO WS-PROOF-SW
           END-IF.
           IF RETURN-PROVES-OUT
               MOVE 'RETURN PROVES TO THE BOOK' TO RETURN-RPT-LINE
           ELSE
               MOVE 'RETURN OUT OF BALANCE - DO NOT FILE' TO
                   RETURN-RPT-LINE
               MOVE 8 TO WS-RUN-RC
           END-IF.
           WRITE RETURN-RPT-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-RUNLOG-START.
           MOVE 'TAX-INFO-RETURN' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'TAX-INFO-RETURN' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY CNPJCHKP.

           COPY CPFCHKP.

           COPY BUSDTP.
