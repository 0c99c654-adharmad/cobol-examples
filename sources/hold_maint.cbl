      * maintenance program for HOLDFILE - places, changes, releases,
      * and deletes the legal holds and liens that freeze a deposit
      * account when a court order or pledge arrives, so a clerk no
      * longer has to remember not to key the closure or the partial
      * withdrawal.  CI-CLOSEOUT and COMPOUND-INTEREST read the file
      * through the shared hold check and refuse or limit any
      * movement that would break a hold in force.  a release ('R')
      * keeps the hold on file with its release date stamped - the
      * business date unless the order names a date - so the history
      * of the order stays with the account; a delete is for a hold
      * keyed in error.  follows the shop's maintenance standard: the
      * batch leads with its operator-id record and every action is
      * stamped into the shared MNTAUDIT audit file
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN ASSIGN TO 'HOLDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS HLD-KEY
               FILE STATUS IS WS-FILEIN-STATUS.

           SELECT MNT-TXN-FILE ASSIGN TO 'HOLDMAINT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT MNT-RPT-FILE ASSIGN TO 'HOLDMAINTRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILEIN.
           COPY HOLDREC.

       FD  MNT-TXN-FILE.
       01  MNT-TXN-RECORD.
           05 MNT-ACTION               PIC X(01).
              88 MNT-ACTION-ADD        VALUE 'A'.
              88 MNT-ACTION-CHANGE     VALUE 'C'.
              88 MNT-ACTION-DELETE     VALUE 'D'.
              88 MNT-ACTION-RELEASE    VALUE 'R'.
           05 MNT-ACCT-NR              PIC 9(10).
           05 MNT-ORDER-REF            PIC X(16).
           05 MNT-TYPE-CD              PIC X(01).
              88 MNT-TYPE-IS-KNOWN     VALUES 'C' 'P' 'E'.
           05 MNT-SCOPE-CD             PIC X(01).
              88 MNT-SCOPE-FULL        VALUE 'F'.
              88 MNT-SCOPE-PARTIAL     VALUE 'P'.
              88 MNT-SCOPE-IS-KNOWN    VALUES 'F' 'P'.
           05 MNT-AMOUNT               PIC 9(08)V99.
           05 MNT-START-DATE           PIC 9(08).
           05 MNT-RELEASE-DATE         PIC 9(08).

       FD  MNT-RPT-FILE.
       01  MNT-RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILEIN-STATUS            PIC XX.
       01  WS-TXN-STATUS               PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.

           COPY RUNLOGW.

           COPY BUSDTW.

      * the operator who submitted this batch - taken from the
      * required 'O' record at the head of the transaction file; a
      * batch without one is refused outright.  the operator is
      * also stamped on each hold placed, as the one who keyed it
       01  OPERATOR-ID-WORK            PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-OK-SW           PIC X(01) VALUE 'N'.
           88  OPERATOR-SUPPLIED               VALUE 'Y'.
       01  WS-REFUSED-SW               PIC X(01) VALUE 'N'.
           88  BATCH-WAS-REFUSED               VALUE 'Y'.

      * the transaction's hold terms pass the edits
       01  WS-TERMS-SW                 PIC X(01) VALUE 'N'.
           88  TERMS-ARE-VALID                 VALUE 'Y'.
       01  WS-RELEASE-DATE             PIC 9(08).

           COPY MNTAUDW.

           COPY OPAUTHW.

           COPY PAGINW.

      * account numbers on holds carry the shared mod-11 check
      * digit, same as the master's keys
           COPY ACCTCHKW.

       01  RPT-DETAIL-LINE.
           05 RPT-ACTION                PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-KEY                   PIC X(26).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-RESULT                PIC X(40).

       PROCEDURE DIVISION.
           MOVE 'HOLD-MAINT' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           IF BATCH-WAS-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PAGINATION.
           MOVE 1 TO PAG-HEADING-LINE-COUNT.
           OPEN INPUT MNT-TXN-FILE.
           IF WS-TXN-STATUS NOT = '00'
               DISPLAY 'HOLD-MAINT: NO HOLDMAINT TRANSACTIONS '
                   'SUPPLIED'
           ELSE
               OPEN I-O FILEIN
               IF WS-FILEIN-STATUS NOT = '00'
                   OPEN OUTPUT FILEIN
                   CLOSE FILEIN
                   OPEN I-O FILEIN
               END-IF
               OPEN OUTPUT MNT-RPT-FILE

               PERFORM READ-TXN-RECORD
               PERFORM TAKE-OPERATOR-RECORD
               IF OPERATOR-SUPPLIED
                   PERFORM UNTIL WS-TXN-STATUS NOT = '00'
                       PERFORM PROCESS-TXN-RECORD
                       PERFORM READ-TXN-RECORD
                   END-PERFORM
               END-IF

               CLOSE FILEIN
               CLOSE MNT-RPT-FILE
           END-IF.
           CLOSE MNT-TXN-FILE.

       READ-TXN-RECORD.
           READ MNT-TXN-FILE
               AT END
                   MOVE '10' TO WS-TXN-STATUS
           END-READ.

      * the batch must lead with its operator-id record - action
      * byte 'O' and the submitting operator's id - or nothing in
      * it is applied
       TAKE-OPERATOR-RECORD.
           MOVE 'N' TO WS-OPERATOR-OK-SW.
           IF WS-TXN-STATUS = '00'
                   AND MNT-TXN-RECORD(1:1) = 'O'
               MOVE MNT-TXN-RECORD(2:8) TO OPERATOR-ID-WORK
               SET OPERATOR-SUPPLIED TO TRUE
               PERFORM READ-TXN-RECORD
           ELSE
               DISPLAY 'HOLD-MAINT: NO OPERATOR-ID RECORD AT '
                   'HEAD OF HOLDMAINT - BATCH REFUSED'
               SET BATCH-WAS-REFUSED TO TRUE
           END-IF.

      * the operator must hold the action on the file under the
      * OPAUTH authorization file - a transaction the operator
      * may not make is refused, and the refusal is audited like
      * any other result
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'HOLDFILE' TO OPA-FILE-ID.
           MOVE OPERATOR-ID-WORK TO OPA-OPERATOR.
           MOVE MNT-ACTION TO OPA-ACTION.
           CALL 'OPAUTH-SERVICE' USING OPAUTH-PARMS.

       PROCESS-TXN-RECORD.
           ADD 1 TO RUNLOG-READ-COUNT.
           MOVE MNT-ACCT-NR TO HLD-ACCT-NR.
           MOVE MNT-ORDER-REF TO HLD-ORDER-REF.

           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF OPA-IS-AUTHORIZED
               PERFORM APPLY-AUTHORIZED-TXN
           ELSE
               MOVE OPA-REFUSAL TO RPT-RESULT
               PERFORM WRITE-RPT-RECORD
           END-IF.

       APPLY-AUTHORIZED-TXN.
           MOVE MNT-ACCT-NR TO ACCT-CHK-RAW.
           PERFORM VALIDATE-ACCT-DIGIT.
           IF NOT ACCT-CHK-IS-VALID
               MOVE 'ACCOUNT NR FAILS CHECK DIGIT' TO RPT-RESULT
               PERFORM WRITE-RPT-RECORD
           ELSE
               IF MNT-ORDER-REF = SPACES
                   MOVE 'NO ORDER REFERENCE' TO RPT-RESULT
                   PERFORM WRITE-RPT-RECORD
               ELSE
                   EVALUATE TRUE
                       WHEN MNT-ACTION-ADD
                           PERFORM ADD-RECORD
                       WHEN MNT-ACTION-CHANGE
                           PERFORM CHANGE-RECORD
                       WHEN MNT-ACTION-RELEASE
                           PERFORM RELEASE-RECORD
                       WHEN MNT-ACTION-DELETE
                           PERFORM DELETE-RECORD
                       WHEN OTHER
                           MOVE 'INVALID ACTION CODE' TO RPT-RESULT
                           PERFORM WRITE-RPT-RECORD
                   END-EVALUATE
               END-IF
           END-IF.

       ADD-RECORD.
           PERFORM EDIT-HOLD-TERMS.
           IF TERMS-ARE-VALID
               PERFORM MOVE-TXN-TO-RECORD
               MOVE OPERATOR-ID-WORK TO HLD-PLACED-BY
               WRITE HLD-RECORD
                   INVALID KEY
                       MOVE 'ADD FAILED - KEY ALREADY EXISTS' TO
                           RPT-RESULT
                   NOT INVALID KEY
                       MOVE 'ADDED' TO RPT-RESULT
               END-WRITE
           END-IF.
           PERFORM WRITE-RPT-RECORD.

       CHANGE-RECORD.
           PERFORM EDIT-HOLD-TERMS.
           IF TERMS-ARE-VALID
               READ FILEIN
                   INVALID KEY
                       MOVE 'CHANGE FAILED - KEY NOT FOUND' TO
                           RPT-RESULT
                   NOT INVALID KEY
                       PERFORM MOVE-TXN-TO-RECORD
                       REWRITE HLD-RECORD
                           INVALID KEY
                               MOVE 'CHANGE FAILED ON REWRITE' TO
                                   RPT-RESULT
                           NOT INVALID KEY
                               MOVE 'CHANGED' TO RPT-RESULT
                       END-REWRITE
               END-READ
           END-IF.
           PERFORM WRITE-RPT-RECORD.

      * a release stamps the date the hold stops - the date on the
      * release order when one is keyed, otherwise today - and
      * leaves the record on file
       RELEASE-RECORD.
           IF MNT-RELEASE-DATE = ZEROS
               MOVE BDT-BUS-DATE TO WS-RELEASE-DATE
           ELSE
               MOVE MNT-RELEASE-DATE TO WS-RELEASE-DATE
           END-IF.
           READ FILEIN
               INVALID KEY
                   MOVE 'RELEASE FAILED - KEY NOT FOUND' TO
                       RPT-RESULT
               NOT INVALID KEY
                   IF HLD-RELEASE-DATE NOT = ZEROS
                           AND HLD-RELEASE-DATE NOT > BDT-BUS-DATE
                       MOVE 'RELEASE FAILED - ALREADY RELEASED' TO
                           RPT-RESULT
                   ELSE
                       IF WS-RELEASE-DATE < HLD-START-DATE
                           MOVE 'RELEASE FAILED - BEFORE HOLD START'
                               TO RPT-RESULT
                       ELSE
                           MOVE WS-RELEASE-DATE TO HLD-RELEASE-DATE
                           REWRITE HLD-RECORD
                               INVALID KEY
                                   MOVE 'RELEASE FAILED ON REWRITE'
                                       TO RPT-RESULT
                               NOT INVALID KEY
                                   MOVE 'RELEASED' TO RPT-RESULT
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.
           PERFORM WRITE-RPT-RECORD.

       DELETE-RECORD.
           READ FILEIN
               INVALID KEY
                   MOVE 'DELETE FAILED - KEY NOT FOUND' TO
                       RPT-RESULT
               NOT INVALID KEY
                   DELETE FILEIN RECORD
                       INVALID KEY
                           MOVE 'DELETE FAILED' TO RPT-RESULT
                       NOT INVALID KEY
                           MOVE 'DELETED' TO RPT-RESULT
                   END-DELETE
           END-READ.
           PERFORM WRITE-RPT-RECORD.

      * a hold must name its type and scope, a partial hold the
      * amount it keeps in the account, and a start date; a release
      * date keyed up front cannot come before the start
       EDIT-HOLD-TERMS.
           MOVE 'N' TO WS-TERMS-SW.
           EVALUATE TRUE
               WHEN NOT MNT-TYPE-IS-KNOWN
                   MOVE 'REFUSED - BAD HOLD TYPE' TO RPT-RESULT
               WHEN NOT MNT-SCOPE-IS-KNOWN
                   MOVE 'REFUSED - BAD HOLD SCOPE' TO RPT-RESULT
               WHEN MNT-SCOPE-PARTIAL AND MNT-AMOUNT = ZEROS
                   MOVE 'REFUSED - PARTIAL HOLD WITHOUT AMOUNT' TO
                       RPT-RESULT
               WHEN MNT-START-DATE = ZEROS
                   MOVE 'REFUSED - NO START DATE' TO RPT-RESULT
               WHEN MNT-RELEASE-DATE NOT = ZEROS
                       AND MNT-RELEASE-DATE < MNT-START-DATE
                   MOVE 'REFUSED - RELEASE BEFORE START' TO
                       RPT-RESULT
               WHEN OTHER
                   SET TERMS-ARE-VALID TO TRUE
           END-EVALUATE.

       MOVE-TXN-TO-RECORD.
           MOVE MNT-TYPE-CD TO HLD-TYPE-CD.
           MOVE MNT-SCOPE-CD TO HLD-SCOPE-CD.
           IF MNT-SCOPE-FULL
               MOVE ZEROS TO HLD-AMOUNT
           ELSE
               MOVE MNT-AMOUNT TO HLD-AMOUNT
           END-IF.
           MOVE MNT-START-DATE TO HLD-START-DATE.
           MOVE MNT-RELEASE-DATE TO HLD-RELEASE-DATE.

       WRITE-RPT-RECORD.
           MOVE MNT-ACTION TO RPT-ACTION.
           MOVE HLD-KEY TO RPT-KEY.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE MNT-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * stamp the action, operator, and outcome into the shared
      * maintenance audit file for the quarterly access review
           MOVE 'HOLDFILE' TO MAUD-FILE-ID.
           MOVE OPERATOR-ID-WORK TO MAUD-OPERATOR.
           MOVE MNT-ACTION TO MAUD-ACTION.
           MOVE SPACES TO MAUD-KEY.
           MOVE HLD-ACCT-NR TO MAUD-KEY.
           MOVE RPT-RESULT TO MAUD-RESULT.
           CALL 'MNTAUDLOG' USING MNTAUDIT-PARMS.

       WRITE-RUNLOG-START.
           MOVE 'HOLD-MAINT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'HOLD-MAINT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

      * the shared pagination gate in front of every report line
       PAGINATE-BEFORE-LINE.
           PERFORM CHECK-PAGE-BREAK.
           IF PAG-BREAK-NEEDED
               WRITE MNT-RPT-LINE FROM PAG-PAGE-HEADING-LINE
               PERFORM NOTE-HEADING-LINES
           END-IF.
           PERFORM COUNT-REPORT-LINE.

           COPY ACCTCHKP.

           COPY PAGINP.

           COPY BUSDTP.
