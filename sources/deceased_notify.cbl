      * deceased-depositor notification run - when the bank learned
      * a customer had died nothing in the system changed:
      * statements kept going to the customer's address and joint
      * accounts kept the customer as holder.  this run takes the
      * death notifications from DCDNOTIFY - the deceased's
      * CPF/CNPJ, the date of death, and the estate contact's name
      * and address - and finds every account the person holds,
      * either as the CUST-DOC-NR on the customer master or as a
      * holder on ACCTREL.
      *
      * an account with a surviving owner ('P' or 'J' on ACCTREL)
      * passes to the survivor: the deceased's relationship entry
      * is removed, the survivor becomes primary when the deceased
      * was, and a customer-master record in the deceased's name is
      * rewritten in the survivor's.  an account the deceased owned
      * alone is blocked with an estate hold on HOLDFILE from the
      * date of death - the hold refuses every transaction, the
      * withdrawals and the closure until the executor's release is
      * keyed through HOLD-MAINT - and its correspondence is
      * redirected to the estate contact on the customer master and
      * the deceased's relationship entry.  a power of attorney
      * ends with the death, so an attorney entry for the deceased
      * is removed, as is any attorney acting on a sole owner's
      * account.
      *
      * the executor receives the ESTSTMT estate balance statement
      * - every account the deceased held with its balance on the
      * date of death (the last CITXN ledger balance dated on or
      * before it, or the CITERMS principal when the account has no
      * ledger entries) and what became of it, totalled for the
      * accounts that fall into the estate and those that passed to
      * survivors.  every step is recorded against its account on
      * CONTHIST and listed on the DCDNOTRPT register.  follows the
      * shop's maintenance standard: the batch leads with its
      * operator-id record and every change is stamped into the
      * shared MNTAUDIT audit file
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECEASED-NOTIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DCD-TXN-FILE ASSIGN TO 'DCDNOTIFY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

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
               FILE STATUS IS WS-LDG-STATUS.

           SELECT ESTATE-STMT-FILE ASSIGN TO 'ESTSTMT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DCD-RPT-FILE ASSIGN TO 'DCDNOTRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DCD-TXN-FILE.
       01  DCD-TXN-RECORD.
           05 DCN-DOC-NR               PIC X(14).
           05 DCN-DEATH-DATE           PIC 9(08).
           05 DCN-ESTATE-NAME          PIC X(30).
           05 DCN-ESTATE-ADDR-1        PIC X(30).
           05 DCN-ESTATE-ADDR-2        PIC X(30).

       FD  CUST-FILE.
           COPY CUSTREC.

       FD  ACCT-REL-FILE.
           COPY ACRELREC.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  CI-TERMS-FILE.
           COPY CITERMRC.

       FD  TXN-LEDGER-FILE.
           COPY CITXNREC.

       FD  ESTATE-STMT-FILE.
       01  ESTATE-STMT-LINE            PIC X(80).

       FD  DCD-RPT-FILE.
       01  DCD-RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS               PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-REL-STATUS               PIC XX.
       01  WS-HOLD-STATUS              PIC XX.
       01  WS-TERMS-STATUS             PIC XX.
       01  WS-LDG-STATUS               PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.

           COPY RUNLOGW.

           COPY BUSDTW.

      * the operator who submitted this batch - taken from the
      * required 'O' record at the head of the transaction file; a
      * batch without one is refused outright.  the operator is
      * also stamped on each estate hold placed
       01  OPERATOR-ID-WORK            PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-OK-SW           PIC X(01) VALUE 'N'.
           88  OPERATOR-SUPPLIED               VALUE 'Y'.
       01  WS-REFUSED-SW               PIC X(01) VALUE 'N'.
           88  BATCH-WAS-REFUSED               VALUE 'Y'.

           COPY MNTAUDW.

           COPY CONTLGW.

       01  WS-CUST-OPEN-SW             PIC X(01) VALUE 'N'.
           88  CUSTFILE-IS-OPEN                VALUE 'Y'.
       01  WS-REL-OPEN-SW              PIC X(01) VALUE 'N'.
           88  ACCTREL-IS-OPEN                 VALUE 'Y'.
       01  WS-TERMS-OPEN-SW            PIC X(01) VALUE 'N'.
           88  TERMS-IS-OPEN                   VALUE 'Y'.
       01  WS-LDG-OPEN-SW              PIC X(01) VALUE 'N'.
           88  LEDGER-IS-OPEN                  VALUE 'Y'.
       01  WS-SWEEP-SW                 PIC X(01).
           88  SWEEP-DONE                      VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-NOTICE-OK-SW             PIC X(01).
           88  NOTICE-IS-USABLE                VALUE 'Y'.
       01  WS-DECEASED-NAME            PIC X(30).
       01  WS-ESTATE-REF               PIC X(16).

      * every account the deceased holds, gathered before any of
      * them is touched so the browse never runs over a record
      * this run has just changed
       01  WS-ACCT-COUNT               PIC 9(03).
       01  WS-ACCT-IDX                 PIC 9(03).
       01  WS-ACCT-SCAN-IDX            PIC 9(03).
       01  WS-ACCT-FOUND-SW            PIC X(01).
           88  ACCOUNT-ALREADY-LISTED          VALUE 'Y'.
       01  DCD-ACCT-TABLE.
           05  DCD-ACCT-NR             PIC 9(10) OCCURS 200 TIMES.

      * the account in hand - its holders on ACCTREL, the
      * deceased's own role there, and the surviving owner
       01  WS-CUR-ACCT-NR              PIC 9(10).
       01  WS-HOLDER-COUNT             PIC 9(02).
       01  WS-HOLDER-IDX               PIC 9(02).
       01  HOLDER-TABLE.
           05  HOLDER-ENTRY OCCURS 20 TIMES.
               10  HLR-DOC-NR          PIC X(14).
               10  HLR-ROLE-CD         PIC X(01).
               10  HLR-NAME            PIC X(30).
               10  HLR-ADDR-LINE-1     PIC X(30).
               10  HLR-ADDR-LINE-2     PIC X(30).
       01  WS-DCD-ROLE-CD              PIC X(01).
       01  WS-SURVIVOR-IDX             PIC 9(02).
       01  WS-OTHER-PRIMARY-SW         PIC X(01).
           88  OTHER-PRIMARY-REMAINS           VALUE 'Y'.
       01  WS-CUST-FOUND-SW            PIC X(01).
           88  CUST-RECORD-FOUND               VALUE 'Y'.
       01  WS-CUST-DECEASED-SW         PIC X(01).
           88  CUST-IS-DECEASED                VALUE 'Y'.
       01  WS-DISPOSITION              PIC X(24).
       01  WS-DEATH-BALANCE            PIC S9(09)V99.

       01  WS-ESTATE-TOTAL             PIC S9(11)V99.
       01  WS-SURVIVOR-TOTAL           PIC S9(11)V99.
       01  WS-STMT-ACCT-COUNT          PIC 9(03).

      * audit stamp for the register line in hand
       01  WS-AUD-FILE-ID              PIC X(12).
       01  WS-AUD-ACTION               PIC X(01).

       01  RPT-HEADING PIC X(80) VALUE
           'DECEASED DEPOSITOR NOTIFICATION REGISTER'.

       01  RPT-DETAIL-LINE.
           05 RPT-DOC-NR               PIC X(14).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-ACCT-NR              PIC 9(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-RESULT               PIC X(40).

       01  STM-TITLE-LINE              PIC X(80) VALUE
           'ESTATE BALANCE STATEMENT'.
       01  STM-BREAK-LINE              PIC X(80) VALUE ALL '='.

       01  STM-DECEASED-LINE.
           05 FILLER                   PIC X(10) VALUE 'DECEASED  '.
           05 STM-DECEASED-NAME        PIC X(30).
           05 FILLER                   PIC X(06) VALUE '  DOC '.
           05 STM-DOC-NR               PIC X(14).

       01  STM-DATE-LINE.
           05 FILLER                   PIC X(15) VALUE
               'DATE OF DEATH  '.
           05 STM-DEATH-DATE           PIC 9(08).
           05 FILLER                   PIC X(12) VALUE
               '   PREPARED '.
           05 STM-RUN-DATE             PIC 9(08).

       01  STM-EXECUTOR-LINE.
           05 FILLER                   PIC X(14) VALUE
               'FOR THE ESTATE'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 STM-ESTATE-NAME          PIC X(30).

       01  STM-ADDR-LINE.
           05 FILLER                   PIC X(16) VALUE SPACES.
           05 STM-ADDR                 PIC X(30).

       01  STM-COLUMN-HEADING PIC X(80) VALUE
           'ACCOUNT     DISPOSITION               BALANCE AT DEATH'.

       01  STM-DETAIL-LINE.
           05 STM-ACCT-NR              PIC 9(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 STM-DISPOSITION          PIC X(24).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 STM-BALANCE              PIC $$$,$$$,$$9.99-.

       01  STM-TOTAL-LINE.
           05 STM-TOTAL-LABEL          PIC X(38).
           05 STM-TOTAL                PIC $$,$$$,$$$,$$9.99-.

       01  STM-NONE-LINE PIC X(80) VALUE
           'NO ACCOUNTS HELD BY THE DECEASED WERE FOUND'.

       PROCEDURE DIVISION.
           MOVE 'DECEASED-NOTIFY' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           IF BATCH-WAS-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           OPEN INPUT DCD-TXN-FILE.
           IF WS-TXN-STATUS NOT = '00'
               DISPLAY 'DECEASED-NOTIFY: NO DCDNOTIFY NOTIFICATIONS '
                   'SUPPLIED'
           ELSE
               PERFORM OPEN-ACCOUNT-FILES
               OPEN OUTPUT DCD-RPT-FILE
               OPEN OUTPUT ESTATE-STMT-FILE
               WRITE DCD-RPT-LINE FROM RPT-HEADING
               ADD 1 TO RUNLOG-WRITTEN-COUNT

               PERFORM READ-TXN-RECORD
               PERFORM TAKE-OPERATOR-RECORD
               IF OPERATOR-SUPPLIED
                   PERFORM UNTIL WS-TXN-STATUS NOT = '00'
                       PERFORM PROCESS-NOTIFICATION
                       PERFORM READ-TXN-RECORD
                   END-PERFORM
               END-IF

               CLOSE ESTATE-STMT-FILE
               CLOSE DCD-RPT-FILE
               PERFORM CLOSE-ACCOUNT-FILES
           END-IF.
           CLOSE DCD-TXN-FILE.

       OPEN-ACCOUNT-FILES.
           OPEN I-O CUST-FILE.
           IF WS-CUST-STATUS = '00'
               SET CUSTFILE-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O ACCT-REL-FILE.
           IF WS-REL-STATUS = '00'
               SET ACCTREL-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O HOLD-FILE.
           IF WS-HOLD-STATUS NOT = '00'
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.
           OPEN INPUT CI-TERMS-FILE.
           IF WS-TERMS-STATUS = '00'
               SET TERMS-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT TXN-LEDGER-FILE.
           IF WS-LDG-STATUS = '00'
               SET LEDGER-IS-OPEN TO TRUE
           END-IF.

       CLOSE-ACCOUNT-FILES.
           IF CUSTFILE-IS-OPEN
               CLOSE CUST-FILE
           END-IF.
           IF ACCTREL-IS-OPEN
               CLOSE ACCT-REL-FILE
           END-IF.
           CLOSE HOLD-FILE.
           IF TERMS-IS-OPEN
               CLOSE CI-TERMS-FILE
           END-IF.
           IF LEDGER-IS-OPEN
               CLOSE TXN-LEDGER-FILE
           END-IF.

       READ-TXN-RECORD.
           READ DCD-TXN-FILE
               AT END
                   MOVE '10' TO WS-TXN-STATUS
           END-READ.

      * the batch must lead with its operator-id record - byte 'O'
      * and the submitting operator's id - or nothing in it is
      * applied
       TAKE-OPERATOR-RECORD.
           MOVE 'N' TO WS-OPERATOR-OK-SW.
           IF WS-TXN-STATUS = '00'
                   AND DCD-TXN-RECORD(1:1) = 'O'
               MOVE DCD-TXN-RECORD(2:8) TO OPERATOR-ID-WORK
               SET OPERATOR-SUPPLIED TO TRUE
               PERFORM READ-TXN-RECORD
           ELSE
               DISPLAY 'DECEASED-NOTIFY: NO OPERATOR-ID RECORD AT '
                   'HEAD OF DCDNOTIFY - BATCH REFUSED'
               SET BATCH-WAS-REFUSED TO TRUE
           END-IF.

       PROCESS-NOTIFICATION.
           ADD 1 TO RUNLOG-READ-COUNT.
           MOVE ZEROS TO WS-CUR-ACCT-NR.
           PERFORM VET-NOTIFICATION.
           IF NOTICE-IS-USABLE
               MOVE SPACES TO WS-ESTATE-REF
               STRING 'ESTATE' DCN-DEATH-DATE DELIMITED BY SIZE
                   INTO WS-ESTATE-REF
               END-STRING
               PERFORM GATHER-DECEASED-ACCOUNTS
               PERFORM WRITE-STATEMENT-HEADING
               IF WS-ACCT-COUNT = ZEROS
                   WRITE ESTATE-STMT-LINE FROM STM-NONE-LINE
                   MOVE 'NO ACCOUNTS HELD' TO RPT-RESULT
                   MOVE SPACES TO WS-AUD-FILE-ID
                   PERFORM WRITE-RPT-RECORD
               ELSE
                   PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                           UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                       MOVE DCD-ACCT-NR(WS-ACCT-IDX) TO
                           WS-CUR-ACCT-NR
                       PERFORM SETTLE-ONE-ACCOUNT
                   END-PERFORM
               END-IF
               PERFORM WRITE-STATEMENT-TOTALS
           END-IF.

      * the notification must name the deceased, a date of death no
      * later than today, and an estate contact to write to
       VET-NOTIFICATION.
           MOVE 'N' TO WS-NOTICE-OK-SW.
           EVALUATE TRUE
               WHEN DCN-DOC-NR = SPACES
                   MOVE 'REFUSED - NO DOCUMENT NUMBER' TO RPT-RESULT
               WHEN DCN-DEATH-DATE NOT NUMERIC
                       OR DCN-DEATH-DATE = ZEROS
                   MOVE 'REFUSED - NO DATE OF DEATH' TO RPT-RESULT
               WHEN DCN-DEATH-DATE > WS-RUN-DATE
                   MOVE 'REFUSED - DATE OF DEATH IN FUTURE' TO
                       RPT-RESULT
               WHEN DCN-ESTATE-NAME = SPACES
                       OR DCN-ESTATE-ADDR-1 = SPACES
                   MOVE 'REFUSED - NO ESTATE CONTACT ADDRESS' TO
                       RPT-RESULT
               WHEN OTHER
                   SET NOTICE-IS-USABLE TO TRUE
           END-EVALUATE.
           IF NOT NOTICE-IS-USABLE
               MOVE SPACES TO WS-AUD-FILE-ID
               PERFORM WRITE-RPT-RECORD
           END-IF.

      * one pass over the customer master for accounts in the
      * deceased's name, one over ACCTREL for the accounts the
      * deceased is a holder on
       GATHER-DECEASED-ACCOUNTS.
           MOVE ZEROS TO WS-ACCT-COUNT.
           MOVE SPACES TO WS-DECEASED-NAME.
           IF CUSTFILE-IS-OPEN
               MOVE 'N' TO WS-SWEEP-SW
               MOVE ZEROS TO CUST-ACCT-NR
               START CUST-FILE KEY NOT < CUST-ACCT-NR
                   INVALID KEY
                       SET SWEEP-DONE TO TRUE
               END-START
               PERFORM UNTIL SWEEP-DONE
                   READ CUST-FILE NEXT RECORD
                       AT END
                           SET SWEEP-DONE TO TRUE
                       NOT AT END
                           IF CUST-DOC-NR = DCN-DOC-NR
                               MOVE CUST-ACCT-NR TO WS-CUR-ACCT-NR
                               PERFORM LIST-DECEASED-ACCOUNT
                               IF WS-DECEASED-NAME = SPACES
                                   MOVE CUST-NAME TO WS-DECEASED-NAME
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF ACCTREL-IS-OPEN
               MOVE 'N' TO WS-SWEEP-SW
               MOVE ZEROS TO ACR-ACCT-NR
               MOVE SPACES TO ACR-DOC-NR
               START ACCT-REL-FILE KEY NOT < ACR-KEY
                   INVALID KEY
                       SET SWEEP-DONE TO TRUE
               END-START
               PERFORM UNTIL SWEEP-DONE
                   READ ACCT-REL-FILE NEXT RECORD
                       AT END
                           SET SWEEP-DONE TO TRUE
                       NOT AT END
                           IF ACR-DOC-NR = DCN-DOC-NR
                               MOVE ACR-ACCT-NR TO WS-CUR-ACCT-NR
                               PERFORM LIST-DECEASED-ACCOUNT
                               IF WS-DECEASED-NAME = SPACES
                                   MOVE ACR-NAME TO WS-DECEASED-NAME
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       LIST-DECEASED-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SW.
           PERFORM VARYING WS-ACCT-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-SCAN-IDX > WS-ACCT-COUNT
               IF DCD-ACCT-NR(WS-ACCT-SCAN-IDX) = WS-CUR-ACCT-NR
                   SET ACCOUNT-ALREADY-LISTED TO TRUE
               END-IF
           END-PERFORM.
           IF NOT ACCOUNT-ALREADY-LISTED
               IF WS-ACCT-COUNT < 200
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-CUR-ACCT-NR TO DCD-ACCT-NR(WS-ACCT-COUNT)
               ELSE
                   DISPLAY 'DECEASED-NOTIFY: MORE THAN 200 ACCOUNTS '
                       'FOR ' DCN-DOC-NR ' - ACCOUNT '
                       WS-CUR-ACCT-NR ' NOT HANDLED'
               END-IF
           END-IF.

      * the deceased's standing on the account decides what becomes
      * of it - an attorney's mandate simply ends, an owner's share
      * passes to a surviving owner or, with none, to the estate
       SETTLE-ONE-ACCOUNT.
           PERFORM LOAD-ACCOUNT-HOLDERS.
           PERFORM READ-ACCOUNT-CUSTOMER.
           EVALUATE TRUE
               WHEN WS-DCD-ROLE-CD = 'A' AND NOT CUST-IS-DECEASED
                   PERFORM END-ATTORNEY-MANDATE
               WHEN WS-SURVIVOR-IDX > ZERO
                   PERFORM PASS-TO-SURVIVOR
                   PERFORM WRITE-STATEMENT-DETAIL
               WHEN OTHER
                   PERFORM BLOCK-SOLE-ACCOUNT
                   PERFORM REDIRECT-TO-ESTATE
                   PERFORM END-OTHER-MANDATES
                   PERFORM WRITE-STATEMENT-DETAIL
           END-EVALUATE.

      * the account's holders, the deceased's role among them, and
      * the surviving owner - another primary first, else the
      * first joint holder
       LOAD-ACCOUNT-HOLDERS.
           MOVE ZEROS TO WS-HOLDER-COUNT.
           MOVE ZEROS TO WS-SURVIVOR-IDX.
           MOVE SPACE TO WS-DCD-ROLE-CD.
           MOVE 'N' TO WS-OTHER-PRIMARY-SW.
           IF ACCTREL-IS-OPEN
               MOVE 'N' TO WS-SWEEP-SW
               MOVE WS-CUR-ACCT-NR TO ACR-ACCT-NR
               MOVE SPACES TO ACR-DOC-NR
               START ACCT-REL-FILE KEY NOT < ACR-KEY
                   INVALID KEY
                       SET SWEEP-DONE TO TRUE
               END-START
               PERFORM UNTIL SWEEP-DONE
                   READ ACCT-REL-FILE NEXT RECORD
                       AT END
                           SET SWEEP-DONE TO TRUE
                       NOT AT END
                           IF ACR-ACCT-NR NOT = WS-CUR-ACCT-NR
                               SET SWEEP-DONE TO TRUE
                           ELSE
                               PERFORM TAKE-ONE-HOLDER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-SURVIVOR-IDX = ZERO
               PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
                       UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
                       OR WS-SURVIVOR-IDX > ZERO
                   IF HLR-DOC-NR(WS-HOLDER-IDX) NOT = DCN-DOC-NR
                           AND HLR-ROLE-CD(WS-HOLDER-IDX) = 'J'
                       MOVE WS-HOLDER-IDX TO WS-SURVIVOR-IDX
                   END-IF
               END-PERFORM
           END-IF.

       TAKE-ONE-HOLDER.
           IF ACR-DOC-NR = DCN-DOC-NR
               MOVE ACR-ROLE-CD TO WS-DCD-ROLE-CD
           END-IF.
           IF WS-HOLDER-COUNT < 20
               ADD 1 TO WS-HOLDER-COUNT
               MOVE ACR-DOC-NR TO HLR-DOC-NR(WS-HOLDER-COUNT)
               MOVE ACR-ROLE-CD TO HLR-ROLE-CD(WS-HOLDER-COUNT)
               MOVE ACR-NAME TO HLR-NAME(WS-HOLDER-COUNT)
               MOVE ACR-ADDR-LINE-1 TO
                   HLR-ADDR-LINE-1(WS-HOLDER-COUNT)
               MOVE ACR-ADDR-LINE-2 TO
                   HLR-ADDR-LINE-2(WS-HOLDER-COUNT)
               IF ACR-DOC-NR NOT = DCN-DOC-NR
                       AND ACR-ROLE-PRIMARY
                   SET OTHER-PRIMARY-REMAINS TO TRUE
                   IF WS-SURVIVOR-IDX = ZERO
                       MOVE WS-HOLDER-COUNT TO WS-SURVIVOR-IDX
                   END-IF
               END-IF
           END-IF.

       READ-ACCOUNT-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SW.
           MOVE 'N' TO WS-CUST-DECEASED-SW.
           IF CUSTFILE-IS-OPEN
               MOVE WS-CUR-ACCT-NR TO CUST-ACCT-NR
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CUST-RECORD-FOUND TO TRUE
                       IF CUST-DOC-NR = DCN-DOC-NR
                           SET CUST-IS-DECEASED TO TRUE
                       END-IF
               END-READ
           END-IF.

       END-ATTORNEY-MANDATE.
           PERFORM REMOVE-DECEASED-ENTRY.
           MOVE 'POAENDED  ' TO CLOG-DOC-TYPE.
           MOVE DCN-DOC-NR TO CLOG-REFERENCE.
           PERFORM LOG-ESTATE-STEP.

      * an attorney on a sole owner's account acted for the
      * deceased, so that mandate ends with the death as well
       END-OTHER-MANDATES.
           PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
                   UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
               IF HLR-DOC-NR(WS-HOLDER-IDX) NOT = DCN-DOC-NR
                       AND HLR-ROLE-CD(WS-HOLDER-IDX) = 'A'
                   MOVE WS-CUR-ACCT-NR TO ACR-ACCT-NR
                   MOVE HLR-DOC-NR(WS-HOLDER-IDX) TO ACR-DOC-NR
                   DELETE ACCT-REL-FILE RECORD
                       INVALID KEY
                           MOVE 'ATTORNEY ENTRY DELETE FAILED' TO
                               RPT-RESULT
                       NOT INVALID KEY
                           MOVE 'ATTORNEY MANDATE ENDED' TO
                               RPT-RESULT
                   END-DELETE
                   MOVE 'ACCTREL' TO WS-AUD-FILE-ID
                   MOVE 'D' TO WS-AUD-ACTION
                   PERFORM WRITE-RPT-RECORD
                   MOVE 'POAENDED  ' TO CLOG-DOC-TYPE
                   MOVE HLR-DOC-NR(WS-HOLDER-IDX) TO CLOG-REFERENCE
                   PERFORM LOG-ESTATE-STEP
               END-IF
           END-PERFORM.

      * the deceased leaves the account and the survivor carries it
      * on - as primary when no other primary is left - with the
      * customer master following the survivor
       PASS-TO-SURVIVOR.
           MOVE WS-SURVIVOR-IDX TO WS-HOLDER-IDX.
           IF WS-DCD-ROLE-CD NOT = SPACE
               PERFORM REMOVE-DECEASED-ENTRY
           END-IF.
           IF NOT OTHER-PRIMARY-REMAINS
               MOVE WS-CUR-ACCT-NR TO ACR-ACCT-NR
               MOVE HLR-DOC-NR(WS-HOLDER-IDX) TO ACR-DOC-NR
               READ ACCT-REL-FILE
                   INVALID KEY
                       MOVE 'SURVIVOR ENTRY NOT FOUND' TO RPT-RESULT
                   NOT INVALID KEY
                       SET ACR-ROLE-PRIMARY TO TRUE
                       REWRITE ACR-RECORD
                           INVALID KEY
                               MOVE 'SURVIVOR REWRITE FAILED' TO
                                   RPT-RESULT
                           NOT INVALID KEY
                               MOVE 'SURVIVOR MADE PRIMARY' TO
                                   RPT-RESULT
                       END-REWRITE
               END-READ
               MOVE 'ACCTREL' TO WS-AUD-FILE-ID
               MOVE 'C' TO WS-AUD-ACTION
               PERFORM WRITE-RPT-RECORD
           END-IF.
           IF CUST-IS-DECEASED
               MOVE HLR-NAME(WS-HOLDER-IDX) TO CUST-NAME
               MOVE HLR-ADDR-LINE-1(WS-HOLDER-IDX) TO
                   CUST-ADDR-LINE-1
               MOVE HLR-ADDR-LINE-2(WS-HOLDER-IDX) TO
                   CUST-ADDR-LINE-2
               MOVE HLR-DOC-NR(WS-HOLDER-IDX) TO CUST-DOC-NR
               REWRITE CUST-RECORD
                   INVALID KEY
                       MOVE 'CUSTOMER REWRITE FAILED' TO RPT-RESULT
                   NOT INVALID KEY
                       MOVE 'CUSTOMER MASTER TO SURVIVOR' TO
                           RPT-RESULT
               END-REWRITE
               MOVE 'CUSTFILE' TO WS-AUD-FILE-ID
               MOVE 'C' TO WS-AUD-ACTION
               PERFORM WRITE-RPT-RECORD
           END-IF.
           MOVE 'JOINT - TO SURVIVOR' TO WS-DISPOSITION.
           MOVE 'SURVIVOR  ' TO CLOG-DOC-TYPE.
           MOVE HLR-DOC-NR(WS-HOLDER-IDX) TO CLOG-REFERENCE.
           PERFORM LOG-ESTATE-STEP.

       REMOVE-DECEASED-ENTRY.
           MOVE WS-CUR-ACCT-NR TO ACR-ACCT-NR.
           MOVE DCN-DOC-NR TO ACR-DOC-NR.
           DELETE ACCT-REL-FILE RECORD
               INVALID KEY
                   MOVE 'HOLDER ENTRY DELETE FAILED' TO RPT-RESULT
               NOT INVALID KEY
                   IF WS-DCD-ROLE-CD = 'A'
                       MOVE 'ATTORNEY ENTRY REMOVED' TO RPT-RESULT
                   ELSE
                       MOVE 'DECEASED HOLDER ENTRY REMOVED' TO
                           RPT-RESULT
                   END-IF
           END-DELETE.
           MOVE 'ACCTREL' TO WS-AUD-FILE-ID.
           MOVE 'D' TO WS-AUD-ACTION.
           PERFORM WRITE-RPT-RECORD.

      * the estate hold runs from the date of death with no release
      * date - only the executor's release, keyed through
      * HOLD-MAINT, lets the account move again
       BLOCK-SOLE-ACCOUNT.
           MOVE WS-CUR-ACCT-NR TO HLD-ACCT-NR.
           MOVE WS-ESTATE-REF TO HLD-ORDER-REF.
           SET HLD-ESTATE TO TRUE.
           SET HLD-FULL TO TRUE.
           MOVE ZEROS TO HLD-AMOUNT.
           MOVE DCN-DEATH-DATE TO HLD-START-DATE.
           MOVE ZEROS TO HLD-RELEASE-DATE.
           MOVE OPERATOR-ID-WORK TO HLD-PLACED-BY.
           WRITE HLD-RECORD
               INVALID KEY
                   MOVE 'ESTATE HOLD ALREADY ON FILE' TO RPT-RESULT
               NOT INVALID KEY
                   MOVE 'SOLE OWNER - ESTATE HOLD PLACED' TO
                       RPT-RESULT
           END-WRITE.
           MOVE 'HOLDFILE' TO WS-AUD-FILE-ID.
           MOVE 'A' TO WS-AUD-ACTION.
           PERFORM WRITE-RPT-RECORD.
           MOVE 'SOLE - ESTATE BLOCKED' TO WS-DISPOSITION.
           MOVE 'ESTATEHOLD' TO CLOG-DOC-TYPE.
           MOVE WS-ESTATE-REF TO CLOG-REFERENCE.
           PERFORM LOG-ESTATE-STEP.

      * the account's mail goes to the estate contact from now on -
      * on the customer master and on the deceased's own holder
      * entry, which the statement run addresses first
       REDIRECT-TO-ESTATE.
           IF CUST-IS-DECEASED
               MOVE DCN-ESTATE-NAME TO CUST-NAME
               MOVE DCN-ESTATE-ADDR-1 TO CUST-ADDR-LINE-1
               MOVE DCN-ESTATE-ADDR-2 TO CUST-ADDR-LINE-2
               REWRITE CUST-RECORD
                   INVALID KEY
                       MOVE 'CUSTOMER REWRITE FAILED' TO RPT-RESULT
                   NOT INVALID KEY
                       MOVE 'CUSTOMER MAIL TO ESTATE CONTACT' TO
                           RPT-RESULT
               END-REWRITE
               MOVE 'CUSTFILE' TO WS-AUD-FILE-ID
               MOVE 'C' TO WS-AUD-ACTION
               PERFORM WRITE-RPT-RECORD
           END-IF.
           IF WS-DCD-ROLE-CD NOT = SPACE
               MOVE WS-CUR-ACCT-NR TO ACR-ACCT-NR
               MOVE DCN-DOC-NR TO ACR-DOC-NR
               READ ACCT-REL-FILE
                   INVALID KEY
                       MOVE 'HOLDER ENTRY NOT FOUND' TO RPT-RESULT
                   NOT INVALID KEY
                       MOVE DCN-ESTATE-NAME TO ACR-NAME
                       MOVE DCN-ESTATE-ADDR-1 TO ACR-ADDR-LINE-1
                       MOVE DCN-ESTATE-ADDR-2 TO ACR-ADDR-LINE-2
                       REWRITE ACR-RECORD
                           INVALID KEY
                               MOVE 'HOLDER REWRITE FAILED' TO
                                   RPT-RESULT
                           NOT INVALID KEY
                               MOVE 'HOLDER MAIL TO ESTATE CONTACT'
                                   TO RPT-RESULT
                       END-REWRITE
               END-READ
               MOVE 'ACCTREL' TO WS-AUD-FILE-ID
               MOVE 'C' TO WS-AUD-ACTION
               PERFORM WRITE-RPT-RECORD
           END-IF.
           MOVE 'REDIRECT  ' TO CLOG-DOC-TYPE.
           MOVE DCN-ESTATE-NAME TO CLOG-REFERENCE.
           PERFORM LOG-ESTATE-STEP.

       LOG-ESTATE-STEP.
           MOVE WS-CUR-ACCT-NR TO CLOG-ACCT-NR.
           MOVE 'DCDNOTIFY ' TO CLOG-STREAM.
           CALL 'CONTACTLOG' USING CONTACT-LOG-PARMS.

      * the estate balance statement for the executor - one per
      * notification, opening with the deceased and the estate
      * contact it is addressed to
       WRITE-STATEMENT-HEADING.
           MOVE ZEROS TO WS-ESTATE-TOTAL.
           MOVE ZEROS TO WS-SURVIVOR-TOTAL.
           MOVE ZEROS TO WS-STMT-ACCT-COUNT.
           WRITE ESTATE-STMT-LINE FROM STM-BREAK-LINE.
           WRITE ESTATE-STMT-LINE FROM STM-TITLE-LINE.
           MOVE WS-DECEASED-NAME TO STM-DECEASED-NAME.
           MOVE DCN-DOC-NR TO STM-DOC-NR.
           WRITE ESTATE-STMT-LINE FROM STM-DECEASED-LINE.
           MOVE DCN-DEATH-DATE TO STM-DEATH-DATE.
           MOVE WS-RUN-DATE TO STM-RUN-DATE.
           WRITE ESTATE-STMT-LINE FROM STM-DATE-LINE.
           MOVE DCN-ESTATE-NAME TO STM-ESTATE-NAME.
           WRITE ESTATE-STMT-LINE FROM STM-EXECUTOR-LINE.
           MOVE DCN-ESTATE-ADDR-1 TO STM-ADDR.
           WRITE ESTATE-STMT-LINE FROM STM-ADDR-LINE.
           IF DCN-ESTATE-ADDR-2 NOT = SPACES
               MOVE DCN-ESTATE-ADDR-2 TO STM-ADDR
               WRITE ESTATE-STMT-LINE FROM STM-ADDR-LINE
           END-IF.
           WRITE ESTATE-STMT-LINE FROM STM-COLUMN-HEADING.
           ADD 7 TO RUNLOG-WRITTEN-COUNT.

       WRITE-STATEMENT-DETAIL.
           PERFORM FIND-DEATH-BALANCE.
           ADD 1 TO WS-STMT-ACCT-COUNT.
           IF WS-DISPOSITION(1:4) = 'SOLE'
               ADD WS-DEATH-BALANCE TO WS-ESTATE-TOTAL
           ELSE
               ADD WS-DEATH-BALANCE TO WS-SURVIVOR-TOTAL
           END-IF.
           MOVE WS-CUR-ACCT-NR TO STM-ACCT-NR.
           MOVE WS-DISPOSITION TO STM-DISPOSITION.
           MOVE WS-DEATH-BALANCE TO STM-BALANCE.
           WRITE ESTATE-STMT-LINE FROM STM-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           MOVE 'ESTATESTMT' TO CLOG-DOC-TYPE.
           MOVE WS-CUR-ACCT-NR TO CLOG-ACCT-NR.
           MOVE 'ESTSTMT   ' TO CLOG-STREAM.
           MOVE SPACES TO CLOG-REFERENCE.
           MOVE DCN-DOC-NR TO CLOG-REFERENCE.
           CALL 'CONTACTLOG' USING CONTACT-LOG-PARMS.

       WRITE-STATEMENT-TOTALS.
           MOVE 'ACCOUNTS FALLING INTO THE ESTATE' TO
               STM-TOTAL-LABEL.
           MOVE WS-ESTATE-TOTAL TO STM-TOTAL.
           WRITE ESTATE-STMT-LINE FROM STM-TOTAL-LINE.
           MOVE 'JOINT ACCOUNTS PASSED TO SURVIVORS' TO
               STM-TOTAL-LABEL.
           MOVE WS-SURVIVOR-TOTAL TO STM-TOTAL.
           WRITE ESTATE-STMT-LINE FROM STM-TOTAL-LINE.
           ADD 2 TO RUNLOG-WRITTEN-COUNT.

      * the balance on the date of death is the balance of the last
      * ledger entry dated on or before it - the term principal
      * while the account has nothing on the ledger
       FIND-DEATH-BALANCE.
           MOVE ZEROS TO WS-DEATH-BALANCE.
           IF TERMS-IS-OPEN
               MOVE WS-CUR-ACCT-NR TO CIT-ACCT-NR
               READ CI-TERMS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CIT-PRINCIPAL TO WS-DEATH-BALANCE
               END-READ
           END-IF.
           IF LEDGER-IS-OPEN
               MOVE 'N' TO WS-SWEEP-SW
               MOVE WS-CUR-ACCT-NR TO CTX-ACCT-NR
               MOVE ZEROS TO CTX-TXN-DATE
               MOVE ZEROS TO CTX-TXN-SEQ
               START TXN-LEDGER-FILE KEY NOT < CTX-KEY
                   INVALID KEY
                       SET SWEEP-DONE TO TRUE
               END-START
               PERFORM UNTIL SWEEP-DONE
                   READ TXN-LEDGER-FILE NEXT RECORD
                       AT END
                           SET SWEEP-DONE TO TRUE
                       NOT AT END
                           IF CTX-ACCT-NR NOT = WS-CUR-ACCT-NR
                                   OR CTX-TXN-DATE > DCN-DEATH-DATE
                               SET SWEEP-DONE TO TRUE
                           ELSE
                               MOVE CTX-BALANCE TO WS-DEATH-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       WRITE-RPT-RECORD.
           MOVE DCN-DOC-NR TO RPT-DOC-NR.
           MOVE WS-CUR-ACCT-NR TO RPT-ACCT-NR.
           WRITE DCD-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * every change to a master is stamped into the shared
      * maintenance audit file for the quarterly access review
           IF WS-AUD-FILE-ID NOT = SPACES
               MOVE WS-AUD-FILE-ID TO MAUD-FILE-ID
               MOVE OPERATOR-ID-WORK TO MAUD-OPERATOR
               MOVE WS-AUD-ACTION TO MAUD-ACTION
               MOVE SPACES TO MAUD-KEY
               MOVE WS-CUR-ACCT-NR TO MAUD-KEY
               MOVE RPT-RESULT TO MAUD-RESULT
               CALL 'MNTAUDLOG' USING MNTAUDIT-PARMS
           END-IF.

       WRITE-RUNLOG-START.
           MOVE 'DECEASED-NOTIFY' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'DECEASED-NOTIFY' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
