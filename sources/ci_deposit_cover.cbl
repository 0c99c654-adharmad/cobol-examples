      * deposit insurance coverage run - the regulator wants, for
      * every depositor, how much of the balance the deposit
      * guarantee fund covers and how much is uninsured, and the
      * figure is per CPF/CNPJ across the whole institution, not
      * per account.  this run browses the CITERMS master, takes
      * each open account's balance - the latest CITXN ledger
      * balance as of the business date, or the term principal
      * when the account has no ledger entries yet - and credits
      * it to its depositors.  the holders are the owners on the
      * ACCTREL relationship file ('P' primary and 'J' joint; an
      * attorney owns nothing), the balance split evenly among
      * them with any odd cent to the first holder; an account
      * with no relationship entries belongs whole to the
      * CUST-DOC-NR on the customer master.  accounts flagged on
      * CICLOSED carry nothing.
      *
      * the coverage cap per depositor comes from the COVERPARM
      * parameter and is required - without it the run refuses
      * with return code 8 rather than report a guessed limit.
      * each depositor's aggregate is split into covered (up to
      * the cap) and uninsured (the excess) on the COVEREXT
      * regulatory extract - a 'H' header with the as-of date and
      * cap, one 'D' record per depositor, and a 'T' trailer of
      * totals.  the COVEREXC exception list names every depositor
      * over the cap, and every account whose depositor could not
      * be identified, whose balance is outside the extract
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CI-DEPOSIT-COVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CI-TERMS-FILE ASSIGN TO 'CITERMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS CIT-ACCT-NR
               FILE STATUS IS WS-TERMS-STATUS.

           SELECT TXN-LEDGER-FILE ASSIGN TO 'CITXN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS CTX-KEY
               FILE STATUS IS WS-TXN-STATUS.

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

           SELECT CLOSED-FLAG-FILE ASSIGN TO 'CICLOSED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-STATUS.

           SELECT COVER-PARM-FILE ASSIGN TO 'COVERPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPARM-STATUS.

           SELECT COVER-EXT-FILE ASSIGN TO 'COVEREXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COVER-EXC-FILE ASSIGN TO 'COVEREXC'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CI-TERMS-FILE.
           COPY CITERMRC.

       FD  TXN-LEDGER-FILE.
           COPY CITXNREC.

       FD  ACCT-REL-FILE.
           COPY ACRELREC.

       FD  CUST-FILE.
           COPY CUSTREC.

       FD  CLOSED-FLAG-FILE.
       01  CLOSED-FLAG-RECORD.
           05 CFG-ACCT-NR              PIC 9(10).
           05 CFG-CLOSE-DATE           PIC 9(08).
           05 CFG-RUN-DATE             PIC 9(08).

       FD  COVER-PARM-FILE.
       01  COVER-PARM-RECORD.
           05 CVP-CAP-AMT              PIC 9(09)V99.

      * the regulatory layout - one 'H' header, one 'D' record per
      * depositor and one 'T' trailer, fixed positions throughout
       FD  COVER-EXT-FILE.
       01  COVER-EXT-RECORD            PIC X(80).

       FD  COVER-EXC-FILE.
       01  COVER-EXC-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TERMS-STATUS             PIC XX.
       01  WS-TXN-STATUS               PIC XX.
       01  WS-REL-STATUS               PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-FLAG-STATUS              PIC XX.
       01  WS-CPARM-STATUS             PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

       01  WS-TXN-OPEN-SW              PIC X(01) VALUE 'N'.
           88  LEDGER-IS-OPEN                  VALUE 'Y'.
       01  WS-REL-OPEN-SW              PIC X(01) VALUE 'N'.
           88  ACCTREL-IS-OPEN                 VALUE 'Y'.
       01  WS-CUST-OPEN-SW             PIC X(01) VALUE 'N'.
           88  CUSTFILE-IS-OPEN                VALUE 'Y'.
       01  WS-LDG-SWEEP-SW             PIC X(01).
           88  LDG-SWEEP-DONE                  VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-CAP-AMT                  PIC 9(09)V99 VALUE ZEROS.
       01  WS-CAP-SW                   PIC X(01) VALUE 'N'.
           88  COVERAGE-CAP-SUPPLIED           VALUE 'Y'.

      * accounts closed out - loaded once, an account on the list
      * carries no balance into the coverage
       01  WS-CLOSED-COUNT             PIC 9(04) VALUE ZEROS.
       01  WS-CLOSED-IDX               PIC 9(04).
       01  CLOSED-ACCT-TABLE.
           05  CLOSED-ACCT-NR          PIC 9(10) OCCURS 2000 TIMES.
       01  WS-CLOSED-SW                PIC X(01).
           88  ACCOUNT-IS-CLOSED               VALUE 'Y'.

      * the account in hand - its balance and its owners
       01  WS-ACCT-BALANCE             PIC 9(11)V99.
       01  WS-LEDGER-BALANCE           PIC S9(09)V99.
       01  WS-HOLDER-COUNT             PIC 9(02).
       01  WS-HOLDER-IDX               PIC 9(02).
       01  HOLDER-TABLE.
           05  HOLDER-ENTRY OCCURS 20 TIMES.
               10  HLD-DOC-NR          PIC X(14).
               10  HLD-NAME            PIC X(30).
       01  WS-SHARE-AMT                PIC 9(11)V99.
       01  WS-FIRST-SHARE-AMT          PIC 9(11)V99.

      * one entry per depositor document number across the book
       01  WS-DEP-COUNT                PIC 9(05) VALUE ZEROS.
       01  WS-DEP-IDX                  PIC 9(05).
       01  WS-DEP-FULL-SW              PIC X(01) VALUE 'N'.
           88  DEPOSITOR-TABLE-FULL            VALUE 'Y'.
       01  DEPOSITOR-TABLE.
           05  DEPOSITOR-ENTRY OCCURS 5000 TIMES.
               10  DEP-DOC-NR          PIC X(14).
               10  DEP-NAME            PIC X(30).
               10  DEP-ACCT-COUNT      PIC 9(04).
               10  DEP-BALANCE         PIC 9(11)V99.

       01  WS-COVERED-AMT              PIC 9(11)V99.
       01  WS-UNINSURED-AMT            PIC 9(11)V99.

       01  WS-ACCT-COUNT               PIC 9(07) VALUE ZEROS.
       01  WS-UNIDENT-COUNT            PIC 9(07) VALUE ZEROS.
       01  WS-UNIDENT-TOTAL            PIC 9(13)V99 VALUE ZEROS.
       01  WS-OVER-CAP-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-BALANCE            PIC 9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-COVERED            PIC 9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-UNINSURED          PIC 9(13)V99 VALUE ZEROS.

       01  COVER-HEADER-RECORD.
           05 CVH-REC-TYPE             PIC X(01) VALUE 'H'.
           05 CVH-AS-OF-DATE           PIC 9(08).
           05 CVH-CAP-AMT              PIC 9(09)V99.
           05 FILLER                   PIC X(60) VALUE SPACES.

       01  COVER-DETAIL-RECORD.
           05 CVD-REC-TYPE             PIC X(01) VALUE 'D'.
           05 CVD-DOC-NR               PIC X(14).
           05 CVD-ACCT-COUNT           PIC 9(04).
           05 CVD-BALANCE              PIC 9(11)V99.
           05 CVD-COVERED              PIC 9(11)V99.
           05 CVD-UNINSURED            PIC 9(11)V99.
           05 FILLER                   PIC X(22) VALUE SPACES.

       01  COVER-TRAILER-RECORD.
           05 CVT-REC-TYPE             PIC X(01) VALUE 'T'.
           05 CVT-DEP-COUNT            PIC 9(07).
           05 CVT-TOTAL-BALANCE        PIC 9(13)V99.
           05 CVT-TOTAL-COVERED        PIC 9(13)V99.
           05 CVT-TOTAL-UNINSURED      PIC 9(13)V99.
           05 FILLER                   PIC X(17) VALUE SPACES.

       01  EXC-HEADING.
           05 FILLER                   PIC X(36) VALUE
               'DEPOSIT COVERAGE EXCEPTIONS AS OF   '.
           05 EXC-HDG-DATE             PIC 9(08).
           05 FILLER                   PIC X(06) VALUE '  CAP '.
           05 EXC-HDG-CAP              PIC $$$,$$$,$$9.99.

       01  EXC-COLUMN-HEADING.
           05 FILLER                   PIC X(40) VALUE
               'DOCUMENT       NAME                  ACC'.
           05 FILLER                   PIC X(40) VALUE
               'TS       AGGREGATE        UNINSURED     '.

       01  EXC-OVER-CAP-LINE.
           05 EXC-DOC-NR               PIC X(14).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 EXC-NAME                 PIC X(20).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 EXC-ACCT-COUNT           PIC ZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 EXC-BALANCE              PIC $$$$,$$$,$$9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 EXC-UNINSURED            PIC $$$$,$$$,$$9.99.

       01  EXC-UNIDENT-LINE.
           05 FILLER                   PIC X(08) VALUE 'ACCOUNT '.
           05 EXC-ACCT-NR              PIC 9(10).
           05 FILLER                   PIC X(27) VALUE
               ' NO DEPOSITOR DOCUMENT -   '.
           05 EXC-UNIDENT-BAL          PIC $$$$,$$$,$$9.99.

       01  EXC-TOTAL-LINE.
           05 EXC-TOTAL-LABEL          PIC X(30).
           05 EXC-TOTAL-COUNT          PIC Z(6)9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CI-DEPOSIT-COVER' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           PERFORM GET-COVERAGE-CAP.
           IF NOT COVERAGE-CAP-SUPPLIED
               DISPLAY 'CI-DEPOSIT-COVER: NO COVERAGE CAP ON '
                   'COVERPARM - REFUSED'
               MOVE 8 TO WS-RUN-RC
           ELSE
               OPEN INPUT CI-TERMS-FILE
               IF WS-TERMS-STATUS NOT = '00'
                   DISPLAY 'CI-DEPOSIT-COVER: NO CITERMS MASTER '
                       'AVAILABLE'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM OPEN-SUPPORTING-FILES
                   PERFORM LOAD-CLOSED-ACCOUNTS
                   OPEN OUTPUT COVER-EXC-FILE
                   MOVE WS-RUN-DATE TO EXC-HDG-DATE
                   MOVE WS-CAP-AMT TO EXC-HDG-CAP
                   WRITE COVER-EXC-LINE FROM EXC-HEADING
                   ADD 1 TO RUNLOG-WRITTEN-COUNT

                   PERFORM READ-TERMS-RECORD
                   PERFORM UNTIL WS-TERMS-STATUS NOT = '00'
                       PERFORM AGGREGATE-ONE-ACCOUNT
                       PERFORM READ-TERMS-RECORD
                   END-PERFORM
                   CLOSE CI-TERMS-FILE
                   PERFORM CLOSE-SUPPORTING-FILES

                   PERFORM WRITE-COVERAGE-EXTRACT
                   PERFORM WRITE-EXCEPTION-TOTALS
                   CLOSE COVER-EXC-FILE
                   DISPLAY 'CI-DEPOSIT-COVER: ' WS-DEP-COUNT
                       ' DEPOSITORS, ' WS-OVER-CAP-COUNT
                       ' OVER THE CAP'
               END-IF
           END-IF.

       GET-COVERAGE-CAP.
           OPEN INPUT COVER-PARM-FILE.
           IF WS-CPARM-STATUS = '00'
               READ COVER-PARM-FILE
                   NOT AT END
                       IF CVP-CAP-AMT IS NUMERIC
                               AND CVP-CAP-AMT > ZEROS
                           MOVE CVP-CAP-AMT TO WS-CAP-AMT
                           SET COVERAGE-CAP-SUPPLIED TO TRUE
                       END-IF
               END-READ
               CLOSE COVER-PARM-FILE
           END-IF.

       OPEN-SUPPORTING-FILES.
           OPEN INPUT TXN-LEDGER-FILE.
           IF WS-TXN-STATUS = '00'
               SET LEDGER-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT ACCT-REL-FILE.
           IF WS-REL-STATUS = '00'
               SET ACCTREL-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT CUST-FILE.
           IF WS-CUST-STATUS = '00'
               SET CUSTFILE-IS-OPEN TO TRUE
           END-IF.

       CLOSE-SUPPORTING-FILES.
           IF LEDGER-IS-OPEN
               CLOSE TXN-LEDGER-FILE
           END-IF.
           IF ACCTREL-IS-OPEN
               CLOSE ACCT-REL-FILE
           END-IF.
           IF CUSTFILE-IS-OPEN
               CLOSE CUST-FILE
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

       AGGREGATE-ONE-ACCOUNT.
           MOVE 'N' TO WS-CLOSED-SW.
           PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
                   UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
               IF CLOSED-ACCT-NR(WS-CLOSED-IDX) = CIT-ACCT-NR
                   SET ACCOUNT-IS-CLOSED TO TRUE
               END-IF
           END-PERFORM.

           IF NOT ACCOUNT-IS-CLOSED
               ADD 1 TO WS-ACCT-COUNT
               PERFORM TAKE-ACCOUNT-BALANCE
               PERFORM GATHER-ACCOUNT-HOLDERS
               IF WS-HOLDER-COUNT = ZEROS
                   ADD 1 TO WS-UNIDENT-COUNT
                   ADD WS-ACCT-BALANCE TO WS-UNIDENT-TOTAL
                   MOVE CIT-ACCT-NR TO EXC-ACCT-NR
                   MOVE WS-ACCT-BALANCE TO EXC-UNIDENT-BAL
                   WRITE COVER-EXC-LINE FROM EXC-UNIDENT-LINE
                   ADD 1 TO RUNLOG-WRITTEN-COUNT
               ELSE
                   PERFORM CREDIT-ACCOUNT-HOLDERS
               END-IF
           END-IF.

      * the latest ledger entry dated on or before the business
      * date carries the balance; an account never taken on to
      * the ledger stands at its term principal
       TAKE-ACCOUNT-BALANCE.
           COMPUTE WS-ACCT-BALANCE ROUNDED = CIT-PRINCIPAL.
           IF LEDGER-IS-OPEN
               MOVE 'N' TO WS-LDG-SWEEP-SW
               MOVE CIT-ACCT-NR TO CTX-ACCT-NR
               MOVE ZEROS TO CTX-TXN-DATE
               MOVE ZEROS TO CTX-TXN-SEQ
               START TXN-LEDGER-FILE KEY NOT < CTX-KEY
                   INVALID KEY
                       SET LDG-SWEEP-DONE TO TRUE
               END-START
               PERFORM UNTIL LDG-SWEEP-DONE
                   READ TXN-LEDGER-FILE NEXT RECORD
                       AT END
                           SET LDG-SWEEP-DONE TO TRUE
                       NOT AT END
                           IF CTX-ACCT-NR NOT = CIT-ACCT-NR
                                   OR CTX-TXN-DATE > WS-RUN-DATE
                               SET LDG-SWEEP-DONE TO TRUE
                           ELSE
                               MOVE CTX-BALANCE TO WS-LEDGER-BALANCE
                               IF WS-LEDGER-BALANCE < ZEROS
                                   MOVE ZEROS TO WS-ACCT-BALANCE
                               ELSE
                                   MOVE WS-LEDGER-BALANCE TO
                                       WS-ACCT-BALANCE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * owners from the relationship file - an attorney holds no
      * share; with no relationship entries the customer master's
      * document owns the account alone
       GATHER-ACCOUNT-HOLDERS.
           MOVE ZEROS TO WS-HOLDER-COUNT.
           IF ACCTREL-IS-OPEN
               MOVE CIT-ACCT-NR TO ACR-ACCT-NR
               MOVE SPACES TO ACR-DOC-NR
               START ACCT-REL-FILE KEY NOT < ACR-KEY
                   INVALID KEY
                       MOVE '23' TO WS-REL-STATUS
               END-START
               PERFORM UNTIL WS-REL-STATUS NOT = '00'
                   READ ACCT-REL-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-REL-STATUS
                       NOT AT END
                           IF ACR-ACCT-NR NOT = CIT-ACCT-NR
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
               MOVE CIT-ACCT-NR TO CUST-ACCT-NR
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

      * an even split, cut to the cent; the first holder takes
      * whatever the cut left over, so the shares always add back
      * to the account balance
       CREDIT-ACCOUNT-HOLDERS.
           DIVIDE WS-ACCT-BALANCE BY WS-HOLDER-COUNT
               GIVING WS-SHARE-AMT.
           COMPUTE WS-FIRST-SHARE-AMT = WS-ACCT-BALANCE -
               (WS-SHARE-AMT * (WS-HOLDER-COUNT - 1)).
           PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
                   UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
               PERFORM FIND-DEPOSITOR-ENTRY
               IF WS-DEP-IDX > ZEROS
                   ADD 1 TO DEP-ACCT-COUNT(WS-DEP-IDX)
                   IF WS-HOLDER-IDX = 1
                       ADD WS-FIRST-SHARE-AMT TO
                           DEP-BALANCE(WS-DEP-IDX)
                   ELSE
                       ADD WS-SHARE-AMT TO DEP-BALANCE(WS-DEP-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      * leaves WS-DEP-IDX on the holder's depositor entry, adding
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
                       DISPLAY 'CI-DEPOSIT-COVER: DEPOSITOR TABLE '
                           'FULL - FURTHER DEPOSITORS NOT COVERED'
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
               END-IF
           END-IF.

      * covered is the aggregate up to the cap, uninsured the
      * excess; a depositor over the cap also lists as an
      * exception
       WRITE-COVERAGE-EXTRACT.
           OPEN OUTPUT COVER-EXT-FILE.
           MOVE WS-RUN-DATE TO CVH-AS-OF-DATE.
           MOVE WS-CAP-AMT TO CVH-CAP-AMT.
           WRITE COVER-EXT-RECORD FROM COVER-HEADER-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           WRITE COVER-EXC-LINE FROM EXC-COLUMN-HEADING.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF DEP-BALANCE(WS-DEP-IDX) > WS-CAP-AMT
                   MOVE WS-CAP-AMT TO WS-COVERED-AMT
                   COMPUTE WS-UNINSURED-AMT =
                       DEP-BALANCE(WS-DEP-IDX) - WS-CAP-AMT
                   ADD 1 TO WS-OVER-CAP-COUNT
                   MOVE DEP-DOC-NR(WS-DEP-IDX) TO EXC-DOC-NR
                   MOVE DEP-NAME(WS-DEP-IDX) TO EXC-NAME
                   MOVE DEP-ACCT-COUNT(WS-DEP-IDX) TO EXC-ACCT-COUNT
                   MOVE DEP-BALANCE(WS-DEP-IDX) TO EXC-BALANCE
                   MOVE WS-UNINSURED-AMT TO EXC-UNINSURED
                   WRITE COVER-EXC-LINE FROM EXC-OVER-CAP-LINE
                   ADD 1 TO RUNLOG-WRITTEN-COUNT
               ELSE
                   MOVE DEP-BALANCE(WS-DEP-IDX) TO WS-COVERED-AMT
                   MOVE ZEROS TO WS-UNINSURED-AMT
               END-IF
               MOVE DEP-DOC-NR(WS-DEP-IDX) TO CVD-DOC-NR
               MOVE DEP-ACCT-COUNT(WS-DEP-IDX) TO CVD-ACCT-COUNT
               MOVE DEP-BALANCE(WS-DEP-IDX) TO CVD-BALANCE
               MOVE WS-COVERED-AMT TO CVD-COVERED
               MOVE WS-UNINSURED-AMT TO CVD-UNINSURED
               WRITE COVER-EXT-RECORD FROM COVER-DETAIL-RECORD
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               ADD DEP-BALANCE(WS-DEP-IDX) TO WS-TOTAL-BALANCE
               ADD WS-COVERED-AMT TO WS-TOTAL-COVERED
               ADD WS-UNINSURED-AMT TO WS-TOTAL-UNINSURED
           END-PERFORM.

           MOVE WS-DEP-COUNT TO CVT-DEP-COUNT.
           MOVE WS-TOTAL-BALANCE TO CVT-TOTAL-BALANCE.
           MOVE WS-TOTAL-COVERED TO CVT-TOTAL-COVERED.
           MOVE WS-TOTAL-UNINSURED TO CVT-TOTAL-UNINSURED.
           WRITE COVER-EXT-RECORD FROM COVER-TRAILER-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           CLOSE COVER-EXT-FILE.

       WRITE-EXCEPTION-TOTALS.
           MOVE 'ACCOUNTS AGGREGATED -         ' TO EXC-TOTAL-LABEL.
           MOVE WS-ACCT-COUNT TO EXC-TOTAL-COUNT.
           WRITE COVER-EXC-LINE FROM EXC-TOTAL-LINE.
           MOVE 'DEPOSITORS REPORTED -         ' TO EXC-TOTAL-LABEL.
           MOVE WS-DEP-COUNT TO EXC-TOTAL-COUNT.
           WRITE COVER-EXC-LINE FROM EXC-TOTAL-LINE.
           MOVE 'DEPOSITORS OVER THE CAP -     ' TO EXC-TOTAL-LABEL.
           MOVE WS-OVER-CAP-COUNT TO EXC-TOTAL-COUNT.
           WRITE COVER-EXC-LINE FROM EXC-TOTAL-LINE.
           MOVE 'ACCOUNTS WITHOUT DEPOSITOR -  ' TO EXC-TOTAL-LABEL.
           MOVE WS-UNIDENT-COUNT TO EXC-TOTAL-COUNT.
           WRITE COVER-EXC-LINE FROM EXC-TOTAL-LINE.
           ADD 4 TO RUNLOG-WRITTEN-COUNT.

       WRITE-RUNLOG-START.
           MOVE 'CI-DEPOSIT-COVER' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'CI-DEPOSIT-COVER' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
