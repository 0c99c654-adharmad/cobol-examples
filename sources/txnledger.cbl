      * CALLable writer for CITXN, the deposit transaction ledger -
      * the schedule run only ever knew one extra payment and one
      * partial withdrawal per account, while customers make
      * several top-ups and withdrawals over a term.  every
      * monetary event on a term account now posts here as one
      * dated entry carrying the balance the account stood at once
      * it posted, so the account's history can be reproduced from
      * the ledger alone.
      *
      * the ledger is opened, posted, and closed on every call so
      * the entry is on disk even if the calling program abends a
      * moment later; the file is created on its first use.  the
      * account's entries are swept once per call to find the
      * balance on the entry's date, the next sequence within the
      * date, and any earlier posting of the same code and
      * reference.  an entry landing behind later ones has its
      * amount carried through every later entry's balance, so the
      * running balance stays right whatever order the events
      * arrive in.  an adjusting entry marked as reducing its code
      * moves the balance the opposite way the code normally does,
      * and a duplicate hands back the amount the earlier posting
      * carried so the caller can see whether it still stands.
      * callers use the TXNLGW parameter area
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNLEDGER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-LEDGER-FILE ASSIGN TO 'CITXN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS CTX-KEY
               FILE STATUS IS WS-TXN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXN-LEDGER-FILE.
           COPY CITXNREC.

       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS               PIC XX.
       01  WS-OPEN-SW                  PIC X(01).
           88  LEDGER-IS-OPEN                  VALUE 'Y'.
       01  WS-SWEEP-DONE-SW            PIC X(01).
           88  SWEEP-DONE                      VALUE 'Y'.
       01  WS-DUP-SW                   PIC X(01).
           88  ENTRY-IS-DUPLICATE              VALUE 'Y'.
       01  WS-LATER-SW                 PIC X(01).
           88  LATER-ENTRIES-EXIST             VALUE 'Y'.

      * what the sweep of the account's entries leaves behind
       01  WS-ENTRY-COUNT              PIC 9(05).
       01  WS-DATE-BALANCE             PIC S9(09)V99.
       01  WS-DATE-LAST-SEQ            PIC 9(04).
       01  WS-DUP-BALANCE              PIC S9(09)V99.
       01  WS-NEW-BALANCE              PIC S9(09)V99.
       01  WS-SIGNED-AMOUNT            PIC S9(09)V99.
       01  WS-NEW-KEY.
           05 WS-NEW-ACCT-NR           PIC 9(10).
           05 WS-NEW-TXN-DATE          PIC 9(08).
           05 WS-NEW-TXN-SEQ           PIC 9(04).

       LINKAGE SECTION.
           COPY TXNLGW.

       PROCEDURE DIVISION USING TXN-LEDGER-PARMS.

           MOVE ZEROS TO TXL-BALANCE.
           MOVE ZEROS TO TXL-DUP-AMOUNT.
           IF TXL-ACCT-NR NOT NUMERIC OR TXL-ACCT-NR = ZEROS
                   OR TXL-TXN-DATE NOT NUMERIC
                   OR TXL-TXN-DATE = ZEROS
                   OR TXL-AMOUNT NOT NUMERIC
                   OR TXL-AMOUNT = ZEROS
                   OR (TXL-TXN-CD NOT = 'D' AND 'W' AND 'I'
                       AND 'P' AND 'T' AND 'F')
               SET TXL-STAT-INVALID TO TRUE
           ELSE
               PERFORM OPEN-LEDGER
               IF LEDGER-IS-OPEN
                   PERFORM POST-ONE-ENTRY
                   CLOSE TXN-LEDGER-FILE
               ELSE
                   SET TXL-STAT-ERROR TO TRUE
                   DISPLAY 'TXNLEDGER: UNABLE TO OPEN CITXN'
               END-IF
           END-IF.

           GOBACK.

       OPEN-LEDGER.
           MOVE 'N' TO WS-OPEN-SW.
           OPEN I-O TXN-LEDGER-FILE.
           IF WS-TXN-STATUS = '00'
               MOVE 'Y' TO WS-OPEN-SW
           ELSE
               OPEN OUTPUT TXN-LEDGER-FILE
               IF WS-TXN-STATUS = '00'
                   CLOSE TXN-LEDGER-FILE
                   OPEN I-O TXN-LEDGER-FILE
                   IF WS-TXN-STATUS = '00'
                       MOVE 'Y' TO WS-OPEN-SW
                   END-IF
               END-IF
           END-IF.

       POST-ONE-ENTRY.
           PERFORM SWEEP-ACCOUNT-ENTRIES.

           IF ENTRY-IS-DUPLICATE
               MOVE WS-DUP-BALANCE TO TXL-BALANCE
               SET TXL-STAT-DUPLICATE TO TRUE
           ELSE
               IF WS-ENTRY-COUNT = ZEROS
                       AND TXL-TAKEON-AMT IS NUMERIC
                       AND TXL-TAKEON-AMT > ZEROS
                   PERFORM WRITE-TAKE-ON-ENTRY
               END-IF

               IF TXL-TXN-CD = 'D' OR 'I'
                   MOVE TXL-AMOUNT TO WS-SIGNED-AMOUNT
               ELSE
                   COMPUTE WS-SIGNED-AMOUNT = ZERO - TXL-AMOUNT
               END-IF
               IF TXL-ADJ-REDUCES
                   COMPUTE WS-SIGNED-AMOUNT = ZERO - WS-SIGNED-AMOUNT
               END-IF
               COMPUTE WS-NEW-BALANCE =
                   WS-DATE-BALANCE + WS-SIGNED-AMOUNT

      * only the customer's own withdrawal is held to the balance -
      * an entry the system strikes records what already happened
               IF TXL-ORIGIN-CD = 'C' AND TXL-TXN-CD = 'W'
                       AND WS-NEW-BALANCE < ZERO
                   MOVE WS-DATE-BALANCE TO TXL-BALANCE
                   SET TXL-STAT-OVERDRAWN TO TRUE
               ELSE
                   PERFORM WRITE-LEDGER-ENTRY
                   IF LATER-ENTRIES-EXIST
                       PERFORM RESTRIKE-LATER-BALANCES
                   END-IF
                   MOVE WS-NEW-BALANCE TO TXL-BALANCE
                   SET TXL-STAT-POSTED TO TRUE
               END-IF
           END-IF.

      * one pass over the account's entries in key order - the
      * balance on the entry's date is the balance of the last
      * entry dated on or before it
       SWEEP-ACCOUNT-ENTRIES.
           MOVE ZEROS TO WS-ENTRY-COUNT.
           MOVE ZEROS TO WS-DATE-BALANCE.
           MOVE ZEROS TO WS-DATE-LAST-SEQ.
           MOVE ZEROS TO WS-DUP-BALANCE.
           MOVE 'N' TO WS-DUP-SW.
           MOVE 'N' TO WS-LATER-SW.
           MOVE 'N' TO WS-SWEEP-DONE-SW.
           MOVE TXL-ACCT-NR TO CTX-ACCT-NR.
           MOVE ZEROS TO CTX-TXN-DATE.
           MOVE ZEROS TO CTX-TXN-SEQ.
           START TXN-LEDGER-FILE KEY NOT < CTX-KEY
               INVALID KEY
                   SET SWEEP-DONE TO TRUE
           END-START.
           PERFORM UNTIL SWEEP-DONE
               READ TXN-LEDGER-FILE NEXT RECORD
                   AT END
                       SET SWEEP-DONE TO TRUE
                   NOT AT END
                       IF CTX-ACCT-NR NOT = TXL-ACCT-NR
                           SET SWEEP-DONE TO TRUE
                       ELSE
                           PERFORM WEIGH-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       WEIGH-ONE-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT.
           IF CTX-TXN-DATE > TXL-TXN-DATE
               SET LATER-ENTRIES-EXIST TO TRUE
           ELSE
               MOVE CTX-BALANCE TO WS-DATE-BALANCE
               IF CTX-TXN-DATE = TXL-TXN-DATE
                   MOVE CTX-TXN-SEQ TO WS-DATE-LAST-SEQ
               END-IF
           END-IF.
           IF TXL-REFERENCE NOT = SPACES
                   AND CTX-REFERENCE = TXL-REFERENCE
                   AND CTX-TXN-CD = TXL-TXN-CD
               SET ENTRY-IS-DUPLICATE TO TRUE
               MOVE CTX-BALANCE TO WS-DUP-BALANCE
               IF CTX-ADJ-REDUCES
                   COMPUTE TXL-DUP-AMOUNT = ZERO - CTX-AMOUNT
               ELSE
                   MOVE CTX-AMOUNT TO TXL-DUP-AMOUNT
               END-IF
           END-IF.

      * the account's ledger opens with its principal as a deposit
      * on its start date - or on the entry's own date, when the
      * entry is older than the start date the caller knows of
       WRITE-TAKE-ON-ENTRY.
           MOVE TXL-ACCT-NR TO CTX-ACCT-NR.
           IF TXL-TAKEON-DATE IS NUMERIC
                   AND TXL-TAKEON-DATE > ZEROS
                   AND TXL-TAKEON-DATE NOT > TXL-TXN-DATE
               MOVE TXL-TAKEON-DATE TO CTX-TXN-DATE
           ELSE
               MOVE TXL-TXN-DATE TO CTX-TXN-DATE
           END-IF.
           MOVE 1 TO CTX-TXN-SEQ.
           MOVE 'D' TO CTX-TXN-CD.
           MOVE 'O' TO CTX-ORIGIN-CD.
           MOVE TXL-TAKEON-AMT TO CTX-AMOUNT.
           MOVE TXL-TAKEON-AMT TO CTX-BALANCE.
           MOVE 'TAKE-ON' TO CTX-REFERENCE.
           MOVE SPACE TO CTX-ADJ-CD.
           MOVE TXL-CALLER-ID TO CTX-SOURCE-ID.
           MOVE TXL-POST-DATE TO CTX-POST-DATE.
           WRITE CTX-RECORD
               INVALID KEY
                   DISPLAY 'TXNLEDGER: TAKE-ON FOR ACCOUNT '
                       TXL-ACCT-NR ' NOT WRITTEN'
               NOT INVALID KEY
                   ADD 1 TO WS-ENTRY-COUNT
                   MOVE TXL-TAKEON-AMT TO WS-DATE-BALANCE
                   IF CTX-TXN-DATE = TXL-TXN-DATE
                       MOVE 1 TO WS-DATE-LAST-SEQ
                   END-IF
           END-WRITE.

       WRITE-LEDGER-ENTRY.
           MOVE TXL-ACCT-NR TO CTX-ACCT-NR.
           MOVE TXL-TXN-DATE TO CTX-TXN-DATE.
           COMPUTE CTX-TXN-SEQ = WS-DATE-LAST-SEQ + 1.
           MOVE TXL-TXN-CD TO CTX-TXN-CD.
           MOVE TXL-ORIGIN-CD TO CTX-ORIGIN-CD.
           MOVE TXL-AMOUNT TO CTX-AMOUNT.
           MOVE WS-NEW-BALANCE TO CTX-BALANCE.
           MOVE TXL-REFERENCE TO CTX-REFERENCE.
           MOVE TXL-CALLER-ID TO CTX-SOURCE-ID.
           MOVE TXL-POST-DATE TO CTX-POST-DATE.
           IF TXL-ADJ-REDUCES
               MOVE 'R' TO CTX-ADJ-CD
           ELSE
               MOVE SPACE TO CTX-ADJ-CD
           END-IF.
           MOVE CTX-KEY TO WS-NEW-KEY.
           WRITE CTX-RECORD
               INVALID KEY
                   DISPLAY 'TXNLEDGER: ENTRY FOR ACCOUNT '
                       TXL-ACCT-NR ' NOT WRITTEN'
           END-WRITE.

      * every entry dated after the new one stood on a balance
      * that did not include it - carry its amount through them
       RESTRIKE-LATER-BALANCES.
           MOVE WS-NEW-KEY TO CTX-KEY.
           MOVE 'N' TO WS-SWEEP-DONE-SW.
           START TXN-LEDGER-FILE KEY > CTX-KEY
               INVALID KEY
                   SET SWEEP-DONE TO TRUE
           END-START.
           PERFORM UNTIL SWEEP-DONE
               READ TXN-LEDGER-FILE NEXT RECORD
                   AT END
                       SET SWEEP-DONE TO TRUE
                   NOT AT END
                       IF CTX-ACCT-NR NOT = TXL-ACCT-NR
                           SET SWEEP-DONE TO TRUE
                       ELSE
                           ADD WS-SIGNED-AMOUNT TO CTX-BALANCE
                           REWRITE CTX-RECORD
                       END-IF
               END-READ
           END-PERFORM.
