      * daily legal hold report - the branch and the legal desk
      * need one list, every morning, of what is frozen and what is
      * about to be let go.  this run browses the HOLDFILE hold and
      * lien master HOLD-MAINT keeps and lists on HOLDRPT every hold
      * in force on the business date - court order or pledge, full
      * or partial, with its order reference and dates - grouped by
      * account.  each account closes with its balance - the latest
      * CITXN ledger balance as of the business date, or the CITERMS
      * principal when the account has no ledger entries yet - and
      * the part of it the holds keep: the whole balance under a
      * full hold, otherwise the partial amounts held, never more
      * than the balance.  the report totals the accounts and the
      * balance held, then lists the holds due for release within
      * the next seven days, so the desk can confirm the release
      * with the court or pledgee before the money is let go
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CI-HOLD-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO 'HOLDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS HLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT CI-TERMS-FILE ASSIGN TO 'CITERMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS CIT-ACCT-NR
               FILE STATUS IS WS-TERMS-STATUS.

           SELECT TXN-LEDGER-FILE ASSIGN TO 'CITXN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS CTX-KEY
               FILE STATUS IS WS-TXN-STATUS.

           SELECT HOLD-RPT-FILE ASSIGN TO 'HOLDRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  CI-TERMS-FILE.
           COPY CITERMRC.

       FD  TXN-LEDGER-FILE.
           COPY CITXNREC.

       FD  HOLD-RPT-FILE.
       01  HOLD-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HOLD-STATUS              PIC XX.
       01  WS-TERMS-STATUS             PIC XX.
       01  WS-TXN-STATUS               PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.

           COPY RUNLOGW.

           COPY DATESRVW.

       01  WS-TERMS-OPEN-SW            PIC X(01) VALUE 'N'.
           88  TERMS-IS-OPEN                   VALUE 'Y'.
       01  WS-TXN-OPEN-SW              PIC X(01) VALUE 'N'.
           88  LEDGER-IS-OPEN                  VALUE 'Y'.
       01  WS-HOLD-SWEEP-SW            PIC X(01).
           88  HOLD-SWEEP-DONE                 VALUE 'Y'.
       01  WS-LDG-SWEEP-SW             PIC X(01).
           88  LDG-SWEEP-DONE                  VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(08).
      * holds whose release date falls inside this many days of
      * the business date are listed as due for release
       01  WS-RELEASE-WINDOW           PIC 9(03) VALUE 7.
       01  WS-WINDOW-END-DATE          PIC 9(08).

      * the account in hand - its holds in force and its balance
       01  WS-CUR-ACCT-NR              PIC 9(10) VALUE ZEROS.
       01  WS-ACCT-HOLD-COUNT          PIC 9(03).
       01  WS-ACCT-FULL-SW             PIC X(01).
           88  ACCOUNT-FULLY-HELD              VALUE 'Y'.
       01  WS-ACCT-PARTIAL-AMT         PIC 9(11)V99.
       01  WS-ACCT-BALANCE             PIC S9(09)V99.
       01  WS-ACCT-HELD-AMT            PIC 9(11)V99.

       01  WS-HELD-ACCT-COUNT          PIC 9(05) VALUE ZEROS.
       01  WS-IN-FORCE-COUNT           PIC 9(05) VALUE ZEROS.
       01  WS-DUE-COUNT                PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-HELD               PIC 9(13)V99 VALUE ZEROS.

       01  RPT-HEADING-1.
           05 FILLER                   PIC X(30) VALUE
               'LEGAL HOLDS AND LIENS AS OF   '.
           05 RPT-HDG-DATE             PIC 9(08).

       01  RPT-SECTION-1 PIC X(80) VALUE
           'HOLDS IN FORCE'.
       01  RPT-SECTION-2.
           05 FILLER                   PIC X(32) VALUE
               'HOLDS DUE FOR RELEASE THROUGH   '.
           05 RPT-HDG-WINDOW-END       PIC 9(08).

       01  RPT-COLUMN-HEADING.
           05 FILLER                   PIC X(40) VALUE
               'ACCOUNT    ORDER REFERENCE  T S   HOLD A'.
           05 FILLER                   PIC X(40) VALUE
               'MOUNT    START  RELEASE                 '.

       01  RPT-HOLD-LINE.
           05 RPT-ACCT-NR              PIC 9(10).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-ORDER-REF            PIC X(16).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-TYPE-CD              PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-SCOPE-CD             PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-HOLD-AMT-X           PIC X(14).
           05 RPT-HOLD-AMT REDEFINES RPT-HOLD-AMT-X
                                       PIC $$$,$$$,$$9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-START-DATE           PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-RELEASE-X            PIC X(08).
           05 RPT-RELEASE-DATE REDEFINES RPT-RELEASE-X
                                       PIC 9(08).

       01  RPT-ACCT-TOTAL-LINE.
           05 FILLER                   PIC X(21) VALUE
               '    ACCOUNT BALANCE  '.
           05 RPT-ACCT-BALANCE         PIC $$$,$$$,$$9.99-.
           05 FILLER                   PIC X(08) VALUE
               '  HELD  '.
           05 RPT-ACCT-HELD            PIC $$$,$$$,$$9.99.

       01  RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL          PIC X(30).
           05 RPT-TOTAL-COUNT          PIC Z(6)9.

       01  RPT-HELD-TOTAL-LINE.
           05 FILLER                   PIC X(30) VALUE
               'TOTAL BALANCE HELD            '.
           05 RPT-TOTAL-HELD           PIC $,$$$,$$$,$$$,$$9.99.

       01  RPT-NONE-LINE PIC X(80) VALUE
           '    NONE'.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CI-HOLD-REPORT' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           PERFORM SET-RELEASE-WINDOW.
           OPEN OUTPUT HOLD-RPT-FILE.
           MOVE WS-RUN-DATE TO RPT-HDG-DATE.
           WRITE HOLD-RPT-LINE FROM RPT-HEADING-1.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY 'CI-HOLD-REPORT: NO HOLDFILE - NO HOLDS ON '
                   'FILE'
               WRITE HOLD-RPT-LINE FROM RPT-NONE-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           ELSE
               OPEN INPUT CI-TERMS-FILE
               IF WS-TERMS-STATUS = '00'
                   SET TERMS-IS-OPEN TO TRUE
               END-IF
               OPEN INPUT TXN-LEDGER-FILE
               IF WS-TXN-STATUS = '00'
                   SET LEDGER-IS-OPEN TO TRUE
               END-IF

               PERFORM LIST-HOLDS-IN-FORCE
               PERFORM LIST-HOLDS-DUE-FOR-RELEASE

               IF TERMS-IS-OPEN
                   CLOSE CI-TERMS-FILE
               END-IF
               IF LEDGER-IS-OPEN
                   CLOSE TXN-LEDGER-FILE
               END-IF
               CLOSE HOLD-FILE
               DISPLAY 'CI-HOLD-REPORT: ' WS-IN-FORCE-COUNT
                   ' HOLDS IN FORCE ON ' WS-HELD-ACCT-COUNT
                   ' ACCOUNTS, ' WS-DUE-COUNT ' DUE FOR RELEASE'
           END-IF.
           CLOSE HOLD-RPT-FILE.

      * the look-ahead for the release list ends this many days
      * past the business date
       SET-RELEASE-WINDOW.
           MOVE WS-RUN-DATE TO WS-WINDOW-END-DATE.
           SET DSV-FUNC-ADD-DAYS TO TRUE.
           MOVE WS-RUN-DATE TO DSV-DATE-1.
           MOVE WS-RELEASE-WINDOW TO DSV-DAYS.
           CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS.
           IF DSV-STAT-OK
               MOVE DSV-DATE-OUT TO WS-WINDOW-END-DATE
           ELSE
               DISPLAY 'CI-HOLD-REPORT: BUSINESS DATE ' WS-RUN-DATE
                   ' REJECTED BY DATE-SERVICE - RELEASE LIST '
                   'COVERS TODAY ONLY'
           END-IF.

      * first pass - the holds in force, one account at a time;
      * the file's key keeps each account's holds together
       LIST-HOLDS-IN-FORCE.
           WRITE HOLD-RPT-LINE FROM RPT-SECTION-1.
           WRITE HOLD-RPT-LINE FROM RPT-COLUMN-HEADING.
           ADD 2 TO RUNLOG-WRITTEN-COUNT.
           MOVE ZEROS TO WS-CUR-ACCT-NR.
           PERFORM START-HOLD-SWEEP.
           PERFORM UNTIL HOLD-SWEEP-DONE
               READ HOLD-FILE NEXT RECORD
                   AT END
                       SET HOLD-SWEEP-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO RUNLOG-READ-COUNT
                       IF HLD-START-DATE NOT > WS-RUN-DATE
                               AND (HLD-RELEASE-DATE = ZEROS
                                   OR HLD-RELEASE-DATE > WS-RUN-DATE)
                           PERFORM TAKE-HOLD-IN-FORCE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CUR-ACCT-NR NOT = ZEROS
               PERFORM CLOSE-ACCOUNT-GROUP
           END-IF.
           IF WS-IN-FORCE-COUNT = ZEROS
               WRITE HOLD-RPT-LINE FROM RPT-NONE-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-IF.

           MOVE 'ACCOUNTS UNDER HOLD           ' TO RPT-TOTAL-LABEL.
           MOVE WS-HELD-ACCT-COUNT TO RPT-TOTAL-COUNT.
           WRITE HOLD-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'HOLDS IN FORCE                ' TO RPT-TOTAL-LABEL.
           MOVE WS-IN-FORCE-COUNT TO RPT-TOTAL-COUNT.
           WRITE HOLD-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE WS-TOTAL-HELD TO RPT-TOTAL-HELD.
           WRITE HOLD-RPT-LINE FROM RPT-HELD-TOTAL-LINE.
           ADD 3 TO RUNLOG-WRITTEN-COUNT.

       START-HOLD-SWEEP.
           MOVE 'N' TO WS-HOLD-SWEEP-SW.
           MOVE ZEROS TO HLD-ACCT-NR.
           MOVE SPACES TO HLD-ORDER-REF.
           START HOLD-FILE KEY NOT < HLD-KEY
               INVALID KEY
                   SET HOLD-SWEEP-DONE TO TRUE
           END-START.

       TAKE-HOLD-IN-FORCE.
           IF HLD-ACCT-NR NOT = WS-CUR-ACCT-NR
               IF WS-CUR-ACCT-NR NOT = ZEROS
                   PERFORM CLOSE-ACCOUNT-GROUP
               END-IF
               MOVE HLD-ACCT-NR TO WS-CUR-ACCT-NR
               MOVE ZEROS TO WS-ACCT-HOLD-COUNT
               MOVE 'N' TO WS-ACCT-FULL-SW
               MOVE ZEROS TO WS-ACCT-PARTIAL-AMT
           END-IF.
           ADD 1 TO WS-ACCT-HOLD-COUNT.
           ADD 1 TO WS-IN-FORCE-COUNT.
           IF HLD-PARTIAL
               ADD HLD-AMOUNT TO WS-ACCT-PARTIAL-AMT
           ELSE
               SET ACCOUNT-FULLY-HELD TO TRUE
           END-IF.
           PERFORM WRITE-HOLD-LINE.

      * the account's balance, and what of it the holds keep
       CLOSE-ACCOUNT-GROUP.
           PERFORM FIND-ACCOUNT-BALANCE.
           IF WS-ACCT-BALANCE NOT > ZEROS
               MOVE ZEROS TO WS-ACCT-HELD-AMT
           ELSE
               IF ACCOUNT-FULLY-HELD
                       OR WS-ACCT-PARTIAL-AMT > WS-ACCT-BALANCE
                   MOVE WS-ACCT-BALANCE TO WS-ACCT-HELD-AMT
               ELSE
                   MOVE WS-ACCT-PARTIAL-AMT TO WS-ACCT-HELD-AMT
               END-IF
           END-IF.
           ADD 1 TO WS-HELD-ACCT-COUNT.
           ADD WS-ACCT-HELD-AMT TO WS-TOTAL-HELD.
           MOVE WS-ACCT-BALANCE TO RPT-ACCT-BALANCE.
           MOVE WS-ACCT-HELD-AMT TO RPT-ACCT-HELD.
           WRITE HOLD-RPT-LINE FROM RPT-ACCT-TOTAL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * the balance of the last ledger entry dated on or before the
      * business date - the term principal while the account has
      * nothing on the ledger
       FIND-ACCOUNT-BALANCE.
           MOVE ZEROS TO WS-ACCT-BALANCE.
           IF TERMS-IS-OPEN
               MOVE WS-CUR-ACCT-NR TO CIT-ACCT-NR
               READ CI-TERMS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CIT-PRINCIPAL TO WS-ACCT-BALANCE
               END-READ
           END-IF.
           IF LEDGER-IS-OPEN
               MOVE 'N' TO WS-LDG-SWEEP-SW
               MOVE WS-CUR-ACCT-NR TO CTX-ACCT-NR
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
                           IF CTX-ACCT-NR NOT = WS-CUR-ACCT-NR
                                   OR CTX-TXN-DATE > WS-RUN-DATE
                               SET LDG-SWEEP-DONE TO TRUE
                           ELSE
                               MOVE CTX-BALANCE TO WS-ACCT-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * second pass - the holds whose release date falls after
      * today and inside the look-ahead window
       LIST-HOLDS-DUE-FOR-RELEASE.
           MOVE WS-WINDOW-END-DATE TO RPT-HDG-WINDOW-END.
           WRITE HOLD-RPT-LINE FROM RPT-SECTION-2.
           WRITE HOLD-RPT-LINE FROM RPT-COLUMN-HEADING.
           ADD 2 TO RUNLOG-WRITTEN-COUNT.
           PERFORM START-HOLD-SWEEP.
           PERFORM UNTIL HOLD-SWEEP-DONE
               READ HOLD-FILE NEXT RECORD
                   AT END
                       SET HOLD-SWEEP-DONE TO TRUE
                   NOT AT END
                       IF HLD-RELEASE-DATE > WS-RUN-DATE
                               AND HLD-RELEASE-DATE NOT >
                                   WS-WINDOW-END-DATE
                           ADD 1 TO WS-DUE-COUNT
                           PERFORM WRITE-HOLD-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DUE-COUNT = ZEROS
               WRITE HOLD-RPT-LINE FROM RPT-NONE-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-IF.
           MOVE 'HOLDS DUE FOR RELEASE         ' TO RPT-TOTAL-LABEL.
           MOVE WS-DUE-COUNT TO RPT-TOTAL-COUNT.
           WRITE HOLD-RPT-LINE FROM RPT-TOTAL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * a full hold shows FULL in the amount column, an open-ended
      * hold OPEN in the release column
       WRITE-HOLD-LINE.
           MOVE HLD-ACCT-NR TO RPT-ACCT-NR.
           MOVE HLD-ORDER-REF TO RPT-ORDER-REF.
           MOVE HLD-TYPE-CD TO RPT-TYPE-CD.
           MOVE HLD-SCOPE-CD TO RPT-SCOPE-CD.
           IF HLD-PARTIAL
               MOVE HLD-AMOUNT TO RPT-HOLD-AMT
           ELSE
               MOVE '          FULL' TO RPT-HOLD-AMT-X
           END-IF.
           MOVE HLD-START-DATE TO RPT-START-DATE.
           IF HLD-RELEASE-DATE = ZEROS
               MOVE 'OPEN    ' TO RPT-RELEASE-X
           ELSE
               MOVE HLD-RELEASE-DATE TO RPT-RELEASE-DATE
           END-IF.
           WRITE HOLD-RPT-LINE FROM RPT-HOLD-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-RUNLOG-START.
           MOVE 'CI-HOLD-REPORT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'CI-HOLD-REPORT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
