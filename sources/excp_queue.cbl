      * unified exception work queue - rejects land in CMPREJ,
      * PAYROLLREJ, and SORTREJ, rejected account applications in
      * OPENREJ, returned-mail address research in ADDRREJ,
      * transaction-monitoring alerts awaiting the analyst in
      * AMLALERT, failed feed checks land on the PREFLGRPT
      * pre-flight report, ledger postings GL-LOAD could not load
      * in GLREJ, bank statement items and payments the bank
      * reconciliation could not clear in RECONREJ, master codes
      * the CODE-SWEEP run found invalid or expired in CODESWPREJ,
      * and each got chased by whoever remembered that file
      * existed.  this nightly run sweeps all ten streams into the
      * central EXCPQUE queue - one item per source program and
      * key, with the reason and the date raised - without
      * duplicating items already queued, then processes the
      * EXCPTXN workstation transactions that drive the lifecycle:
      * assign, resubmit, and close, each stamped with its
      * operator.  a close is only honored when the item has
      * actually cleared its source reject file - closure in the
      * queue must mean the fault is gone, not forgotten.  the
      * EXCPRPT aging report by source and status is the one list
      * the morning meeting works
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCP-QUEUE.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTREJ-STATUS.

           SELECT OPEN-REJ-FILE ASSIGN TO 'OPENREJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENREJ-STATUS.

           SELECT ADDR-REJ-FILE ASSIGN TO 'ADDRREJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRREJ-STATUS.

           SELECT AML-ALERT-FILE ASSIGN TO 'AMLALERT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMLALERT-STATUS.

           SELECT GL-REJ-FILE ASSIGN TO 'GLREJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLREJ-STATUS.

           SELECT RECON-REJ-FILE ASSIGN TO 'RECONREJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECONREJ-STATUS.

           SELECT CODE-SWP-REJ-FILE ASSIGN TO 'CODESWPREJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODESWP-STATUS.

           SELECT CUST-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS CUST-ACCT-NR
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCT-REL-FILE ASSIGN TO 'ACCTREL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS ACR-KEY
               FILE STATUS IS WS-REL-STATUS.

           SELECT PREFLG-RPT-FILE ASSIGN TO 'PREFLGRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREFLG-STATUS.
       FD  SORT-REJ-FILE.
       01  SORT-REJ-RECORD             PIC X(80).

      * the account applications CI-ACCT-OPEN rejected - keyed by
      * application id and the primary holder's document
       FD  OPEN-REJ-FILE.
       01  OPEN-REJ-RECORD.
           05 ORJ-KEY                  PIC X(26).
           05 FILLER                   PIC X(02).
           05 ORJ-REASON               PIC X(35).
           05 ORJ-RUN-DATE             PIC 9(08).

      * the addresses RETURNED-MAIL flagged undeliverable - keyed
      * by account and the recipient's document number.  the file
      * only ever grows, so an item counts as still in its source
      * while the customer-master or holder entry behind it is
      * still flagged
       FD  ADDR-REJ-FILE.
       01  ADDR-REJ-RECORD.
           05 ARJ-KEY.
              10 ARJ-ACCT-NR           PIC 9(10).
              10 ARJ-DOC-NR            PIC X(14).
              10 FILLER                PIC X(02).
           05 FILLER                   PIC X(02).
           05 ARJ-REASON               PIC X(35).
           05 ARJ-RUN-DATE             PIC 9(08).

      * the transaction-monitoring alerts AML-MONITOR still has
      * awaiting the analyst - keyed by depositor, rule, and date;
      * the file is rewritten every monitoring run, so an alert
      * that has had its verdict is gone from it
       FD  AML-ALERT-FILE.
       01  AML-ALERT-RECORD.
           05 AAL-KEY                  PIC X(26).
           05 FILLER                   PIC X(02).
           05 AAL-REASON               PIC X(35).
           05 AAL-RUN-DATE             PIC 9(08).

      * the ledger postings GL-LOAD could not load
       FD  GL-REJ-FILE.
           COPY GLREJREC.

      * the bank reconciliation's open items - keyed by kind and
      * payment reference; BANK-STMT-RECON rewrites the file every
      * run, so an overdue payment that has cleared is gone from it
       FD  RECON-REJ-FILE.
       01  RECON-REJ-RECORD.
           05 RRJ-KEY                  PIC X(26).
           05 FILLER                   PIC X(02).
           05 RRJ-REASON               PIC X(35).
           05 RRJ-RUN-DATE             PIC 9(08).

      * master records carrying a code CODE-SWEEP found invalid or
      * expired - keyed by master tag and master key; the sweep
      * rewrites the file every run, so a recoded record is gone
      * from it
       FD  CODE-SWP-REJ-FILE.
       01  CODE-SWP-REJ-RECORD.
           05 CSR-KEY                  PIC X(26).
           05 FILLER                   PIC X(02).
           05 CSR-REASON               PIC X(35).
           05 CSR-RUN-DATE             PIC 9(08).

       FD  CUST-FILE.
           COPY CUSTREC.

       FD  ACCT-REL-FILE.
           COPY ACRELREC.

      * the pre-flight input check report - feed name, count, and
      * result per detail line; anything not READY is a failed
      * feed check worth chasing
       01  WS-CMPREJ-STATUS            PIC XX.
       01  WS-PAYREJ-STATUS            PIC XX.
       01  WS-SORTREJ-STATUS           PIC XX.
       01  WS-OPENREJ-STATUS           PIC XX.
       01  WS-ADDRREJ-STATUS           PIC XX.
       01  WS-AMLALERT-STATUS          PIC XX.
       01  WS-GLREJ-STATUS             PIC XX.
       01  WS-RECONREJ-STATUS          PIC XX.
       01  WS-CODESWP-STATUS           PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-REL-STATUS               PIC XX.
       01  WS-PREFLG-STATUS            PIC XX.
       01  WS-TXN-STATUS               PIC XX.

       01  WS-SWEEP-REASON             PIC X(35).
       01  WS-STILL-REJECTED-SW        PIC X(01).
           88  ITEM-STILL-IN-SOURCE            VALUE 'Y'.
       01  WS-ADDR-BAD-SW              PIC X(01).
           88  ADDRESS-STILL-BAD               VALUE 'Y'.
       01  WS-AGE-DAYS                 PIC S9(07).
       01  WS-NEW-COUNT                PIC 9(05) VALUE ZEROS.
       01  WS-OPEN-COUNT               PIC 9(05) VALUE ZEROS.
               '  STILL OPEN-'.
           05 RPT-OPEN-COUNT           PIC Z(4)9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'EXCP-QUEUE' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-TODAY.
           PERFORM LOAD-THE-QUEUE.
           PERFORM SWEEP-CMPREJ.
           PERFORM SWEEP-PAYROLLREJ.
           PERFORM SWEEP-SORTREJ.
           PERFORM SWEEP-OPENREJ.
           PERFORM SWEEP-ADDRREJ.
           PERFORM SWEEP-AMLALERT.
           PERFORM SWEEP-PREFLIGHT.
           PERFORM SWEEP-GLREJ.
           PERFORM SWEEP-RECONREJ.
           PERFORM SWEEP-CODESWPREJ.
           PERFORM WORK-THE-TRANSACTIONS.
           PERFORM REWRITE-THE-QUEUE.
           PERFORM WRITE-AGING-REPORT.
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       SWEEP-OPENREJ.
           OPEN INPUT OPEN-REJ-FILE.
           IF WS-OPENREJ-STATUS = '00'
               PERFORM READ-OPENREJ-RECORD
               PERFORM UNTIL WS-OPENREJ-STATUS NOT = '00'
                   MOVE 'OPENREJ   ' TO WS-SWEEP-SOURCE
                   MOVE ORJ-KEY TO WS-SWEEP-KEY
                   MOVE ORJ-REASON TO WS-SWEEP-REASON
                   PERFORM RAISE-QUEUE-ITEM
                   PERFORM READ-OPENREJ-RECORD
               END-PERFORM
               CLOSE OPEN-REJ-FILE
           END-IF.

       READ-OPENREJ-RECORD.
           READ OPEN-REJ-FILE
               AT END
                   MOVE '10' TO WS-OPENREJ-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       SWEEP-GLREJ.
           OPEN INPUT GL-REJ-FILE.
           IF WS-GLREJ-STATUS = '00'
               PERFORM READ-GLREJ-RECORD
               PERFORM UNTIL WS-GLREJ-STATUS NOT = '00'
                   MOVE 'GLREJ     ' TO WS-SWEEP-SOURCE
                   MOVE GRJ-KEY TO WS-SWEEP-KEY
                   MOVE GRJ-REASON TO WS-SWEEP-REASON
                   PERFORM RAISE-QUEUE-ITEM
                   PERFORM READ-GLREJ-RECORD
               END-PERFORM
               CLOSE GL-REJ-FILE
           END-IF.

       READ-GLREJ-RECORD.
           READ GL-REJ-FILE
               AT END
                   MOVE '10' TO WS-GLREJ-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       SWEEP-RECONREJ.
           OPEN INPUT RECON-REJ-FILE.
           IF WS-RECONREJ-STATUS = '00'
               PERFORM READ-RECONREJ-RECORD
               PERFORM UNTIL WS-RECONREJ-STATUS NOT = '00'
                   MOVE 'RECONREJ  ' TO WS-SWEEP-SOURCE
                   MOVE RRJ-KEY TO WS-SWEEP-KEY
                   MOVE RRJ-REASON TO WS-SWEEP-REASON
                   PERFORM RAISE-QUEUE-ITEM
                   PERFORM READ-RECONREJ-RECORD
               END-PERFORM
               CLOSE RECON-REJ-FILE
           END-IF.

       READ-RECONREJ-RECORD.
           READ RECON-REJ-FILE
               AT END
                   MOVE '10' TO WS-RECONREJ-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       SWEEP-CODESWPREJ.
           OPEN INPUT CODE-SWP-REJ-FILE.
           IF WS-CODESWP-STATUS = '00'
               PERFORM READ-CODESWPREJ-RECORD
               PERFORM UNTIL WS-CODESWP-STATUS NOT = '00'
                   MOVE 'CODESWPREJ' TO WS-SWEEP-SOURCE
                   MOVE CSR-KEY TO WS-SWEEP-KEY
                   MOVE CSR-REASON TO WS-SWEEP-REASON
                   PERFORM RAISE-QUEUE-ITEM
                   PERFORM READ-CODESWPREJ-RECORD
               END-PERFORM
               CLOSE CODE-SWP-REJ-FILE
           END-IF.

       READ-CODESWPREJ-RECORD.
           READ CODE-SWP-REJ-FILE
               AT END
                   MOVE '10' TO WS-CODESWP-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * a returned-mail item is only raised while its address is
      * still flagged - once the address is corrected the line on
      * ADDRREJ is history, not a fault
       SWEEP-ADDRREJ.
           OPEN INPUT ADDR-REJ-FILE.
           IF WS-ADDRREJ-STATUS = '00'
               PERFORM READ-ADDRREJ-RECORD
               PERFORM UNTIL WS-ADDRREJ-STATUS NOT = '00'
                   MOVE 'ADDRREJ   ' TO WS-SWEEP-SOURCE
                   MOVE ARJ-KEY TO WS-SWEEP-KEY
                   MOVE ARJ-REASON TO WS-SWEEP-REASON
                   PERFORM CHECK-ADDRESS-STILL-BAD
                   IF ADDRESS-STILL-BAD
                       PERFORM RAISE-QUEUE-ITEM
                   END-IF
                   PERFORM READ-ADDRREJ-RECORD
               END-PERFORM
               CLOSE ADDR-REJ-FILE
           END-IF.

       READ-ADDRREJ-RECORD.
           READ ADDR-REJ-FILE
               AT END
                   MOVE '10' TO WS-ADDRREJ-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       SWEEP-AMLALERT.
           OPEN INPUT AML-ALERT-FILE.
           IF WS-AMLALERT-STATUS = '00'
               PERFORM READ-AMLALERT-RECORD
               PERFORM UNTIL WS-AMLALERT-STATUS NOT = '00'
                   MOVE 'AMLALERT  ' TO WS-SWEEP-SOURCE
                   MOVE AAL-KEY TO WS-SWEEP-KEY
                   MOVE AAL-REASON TO WS-SWEEP-REASON
                   PERFORM RAISE-QUEUE-ITEM
                   PERFORM READ-AMLALERT-RECORD
               END-PERFORM
               CLOSE AML-ALERT-FILE
           END-IF.

       READ-AMLALERT-RECORD.
           READ AML-ALERT-FILE
               AT END
                   MOVE '10' TO WS-AMLALERT-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * the item's key is the account and the recipient's document
      * number - the address is still bad while the account's
      * customer-master entry for that recipient, or the
      * recipient's holder entry on the account, is flagged
       CHECK-ADDRESS-STILL-BAD.
           MOVE 'N' TO WS-ADDR-BAD-SW.
           OPEN INPUT CUST-FILE.
           IF WS-CUST-STATUS = '00'
               MOVE WS-SWEEP-KEY(1:10) TO CUST-ACCT-NR
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUST-DOC-NR = WS-SWEEP-KEY(11:14)
                               AND CUST-ADDR-UNDELIVERABLE
                           SET ADDRESS-STILL-BAD TO TRUE
                       END-IF
               END-READ
               CLOSE CUST-FILE
           END-IF.
           OPEN INPUT ACCT-REL-FILE.
           IF WS-REL-STATUS = '00'
               MOVE WS-SWEEP-KEY(1:24) TO ACR-KEY
               READ ACCT-REL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACR-ADDR-UNDELIVERABLE
                           SET ADDRESS-STILL-BAD TO TRUE
                       END-IF
               END-READ
               CLOSE ACCT-REL-FILE
           END-IF.

      * the pre-flight report's failure lines are exceptions too -
      * a feed that failed its checks gets chased from the same
      * queue as a rejected record.  heading, verdict, and READY
                       END-PERFORM
                       CLOSE SORT-REJ-FILE
                   END-IF
               WHEN 'OPENREJ   '
                   OPEN INPUT OPEN-REJ-FILE
                   IF WS-OPENREJ-STATUS = '00'
                       PERFORM READ-OPENREJ-RECORD
                       PERFORM UNTIL WS-OPENREJ-STATUS NOT = '00'
                           IF ORJ-KEY = WS-SWEEP-KEY
                               SET ITEM-STILL-IN-SOURCE TO TRUE
                           END-IF
                           PERFORM READ-OPENREJ-RECORD
                       END-PERFORM
                       CLOSE OPEN-REJ-FILE
                   END-IF
               WHEN 'ADDRREJ   '
                   PERFORM CHECK-ADDRESS-STILL-BAD
                   IF ADDRESS-STILL-BAD
                       SET ITEM-STILL-IN-SOURCE TO TRUE
                   END-IF
               WHEN 'AMLALERT  '
                   OPEN INPUT AML-ALERT-FILE
                   IF WS-AMLALERT-STATUS = '00'
                       PERFORM READ-AMLALERT-RECORD
                       PERFORM UNTIL WS-AMLALERT-STATUS NOT = '00'
                           IF AAL-KEY = WS-SWEEP-KEY
                               SET ITEM-STILL-IN-SOURCE TO TRUE
                           END-IF
                           PERFORM READ-AMLALERT-RECORD
                       END-PERFORM
                       CLOSE AML-ALERT-FILE
                   END-IF
               WHEN 'PREFLIGHT '
                   OPEN INPUT PREFLG-RPT-FILE
                   IF WS-PREFLG-STATUS = '00'
                       END-PERFORM
                       CLOSE PREFLG-RPT-FILE
                   END-IF
               WHEN 'GLREJ     '
                   OPEN INPUT GL-REJ-FILE
                   IF WS-GLREJ-STATUS = '00'
                       PERFORM READ-GLREJ-RECORD
                       PERFORM UNTIL WS-GLREJ-STATUS NOT = '00'
                           IF GRJ-KEY = WS-SWEEP-KEY
                               SET ITEM-STILL-IN-SOURCE TO TRUE
                           END-IF
                           PERFORM READ-GLREJ-RECORD
                       END-PERFORM
                       CLOSE GL-REJ-FILE
                   END-IF
               WHEN 'RECONREJ  '
                   OPEN INPUT RECON-REJ-FILE
                   IF WS-RECONREJ-STATUS = '00'
                       PERFORM READ-RECONREJ-RECORD
                       PERFORM UNTIL WS-RECONREJ-STATUS NOT = '00'
                           IF RRJ-KEY = WS-SWEEP-KEY
                               SET ITEM-STILL-IN-SOURCE TO TRUE
                           END-IF
                           PERFORM READ-RECONREJ-RECORD
                       END-PERFORM
                       CLOSE RECON-REJ-FILE
                   END-IF
               WHEN 'CODESWPREJ'
                   OPEN INPUT CODE-SWP-REJ-FILE
                   IF WS-CODESWP-STATUS = '00'
                       PERFORM READ-CODESWPREJ-RECORD
                       PERFORM UNTIL WS-CODESWP-STATUS NOT = '00'
                           IF CSR-KEY = WS-SWEEP-KEY
                               SET ITEM-STILL-IN-SOURCE TO TRUE
                           END-IF
                           PERFORM READ-CODESWPREJ-RECORD
                       END-PERFORM
                       CLOSE CODE-SWP-REJ-FILE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
