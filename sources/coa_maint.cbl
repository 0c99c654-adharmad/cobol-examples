      * maintenance program for COAFILE, the chart of accounts -
      * one entry for each ledger account the posting streams may
      * post to, naming its type, the side its balance normally
      * sits on, and the streams allowed to post to it.  the type
      * and normal balance must be known, every stream named must
      * be one GLSTRMW lists and none twice, and an account must be
      * open to at least one stream.  an account GLBAL already
      * carries balances for cannot be deleted - it is made
      * inactive instead, which keeps its history and closes it to
      * new postings.  follows the shop's maintenance standard: the
      * batch leads with its operator-id record and every action
      * is stamped into the shared MNTAUDIT audit file
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COA-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN ASSIGN TO 'COAFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS COA-ACCOUNT
               FILE STATUS IS WS-FILEIN-STATUS.

           SELECT GL-BAL-FILE ASSIGN TO 'GLBAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS GLB-KEY
               FILE STATUS IS WS-GLB-STATUS.

           SELECT MNT-TXN-FILE ASSIGN TO 'COAMAINT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT MNT-RPT-FILE ASSIGN TO 'COAMAINTRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILEIN.
           COPY COAREC.

       FD  GL-BAL-FILE.
           COPY GLBREC.

       FD  MNT-TXN-FILE.
       01  MNT-TXN-RECORD.
           05 MNT-ACTION               PIC X(01).
              88 MNT-ACTION-ADD        VALUE 'A'.
              88 MNT-ACTION-CHANGE     VALUE 'C'.
              88 MNT-ACTION-DELETE     VALUE 'D'.
           05 MNT-ACCOUNT              PIC X(10).
           05 MNT-NAME                 PIC X(30).
           05 MNT-TYPE                 PIC X(01).
           05 MNT-NORMAL-BAL           PIC X(01).
           05 MNT-STREAM OCCURS 6 TIMES PIC X(04).
           05 MNT-STATUS-CD            PIC X(01).
              88 MNT-STATUS-INACTIVE   VALUE 'I'.

       FD  MNT-RPT-FILE.
       01  MNT-RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILEIN-STATUS            PIC XX.
       01  WS-GLB-STATUS               PIC XX.
       01  WS-TXN-STATUS               PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.

           COPY RUNLOGW.

           COPY BUSDTW.

      * the operator who submitted this batch - taken from the
      * required 'O' record at the head of the transaction file; a
      * batch without one is refused outright.  the operator is
      * also stamped on each entry as the last to change it
       01  OPERATOR-ID-WORK            PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-OK-SW           PIC X(01) VALUE 'N'.
           88  OPERATOR-SUPPLIED               VALUE 'Y'.
       01  WS-REFUSED-SW               PIC X(01) VALUE 'N'.
           88  BATCH-WAS-REFUSED               VALUE 'Y'.

      * the transaction's account passes the edits
       01  WS-TERMS-SW                 PIC X(01) VALUE 'N'.
           88  TERMS-ARE-VALID                 VALUE 'Y'.
       01  WS-BALANCES-SW              PIC X(01) VALUE 'N'.
           88  ACCOUNT-HAS-BALANCES            VALUE 'Y'.

      * the transaction's streams against the GLSTRMW list
       01  WS-STREAM-ERROR             PIC X(01) VALUE SPACE.
           88  STREAMS-ARE-VALID               VALUE SPACE.
           88  STREAM-NONE-GIVEN               VALUE 'N'.
           88  STREAM-NOT-KNOWN                VALUE 'U'.
           88  STREAM-GIVEN-TWICE              VALUE 'D'.
       01  WS-STREAM-GIVEN-COUNT       PIC 9(02).
       01  WS-STM-IDX                  PIC 9(02).
       01  WS-STM-IDX-2                PIC 9(02).
       01  WS-KNOWN-SW                 PIC X(01).
           88  STREAM-IS-KNOWN                 VALUE 'Y'.

           COPY GLSTRMW.

           COPY MNTAUDW.

           COPY OPAUTHW.

           COPY PAGINW.

       01  RPT-DETAIL-LINE.
           05 RPT-ACTION                PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-ACCOUNT               PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-TYPE                  PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-NORMAL-BAL            PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-STATUS-CD             PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-RESULT                PIC X(40).

       PROCEDURE DIVISION.
           MOVE 'COA-MAINT' TO BDT-CALLER-ID.
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
               DISPLAY 'COA-MAINT: NO COAMAINT TRANSACTIONS '
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
               DISPLAY 'COA-MAINT: NO OPERATOR-ID RECORD AT '
                   'HEAD OF COAMAINT - BATCH REFUSED'
               SET BATCH-WAS-REFUSED TO TRUE
           END-IF.

      * the operator must hold the action on the file under the
      * OPAUTH authorization file - a transaction the operator
      * may not make is refused, and the refusal is audited like
      * any other result
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'COAFILE' TO OPA-FILE-ID.
           MOVE OPERATOR-ID-WORK TO OPA-OPERATOR.
           MOVE MNT-ACTION TO OPA-ACTION.
           CALL 'OPAUTH-SERVICE' USING OPAUTH-PARMS.

       PROCESS-TXN-RECORD.
           ADD 1 TO RUNLOG-READ-COUNT.
           MOVE MNT-ACCOUNT TO COA-ACCOUNT.

           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF OPA-IS-AUTHORIZED
               PERFORM APPLY-AUTHORIZED-TXN
           ELSE
               MOVE OPA-REFUSAL TO RPT-RESULT
               PERFORM WRITE-RPT-RECORD
           END-IF.

       APPLY-AUTHORIZED-TXN.
           IF MNT-ACCOUNT = SPACES
               MOVE 'REFUSED - NO ACCOUNT NUMBER' TO RPT-RESULT
               PERFORM WRITE-RPT-RECORD
           ELSE
               EVALUATE TRUE
                   WHEN MNT-ACTION-ADD
                       PERFORM ADD-RECORD
                   WHEN MNT-ACTION-CHANGE
                       PERFORM CHANGE-RECORD
                   WHEN MNT-ACTION-DELETE
                       PERFORM DELETE-RECORD
                   WHEN OTHER
                       MOVE 'INVALID ACTION CODE' TO RPT-RESULT
                       PERFORM WRITE-RPT-RECORD
               END-EVALUATE
           END-IF.

       ADD-RECORD.
           PERFORM EDIT-ACCOUNT.
           IF TERMS-ARE-VALID
               MOVE SPACES TO COA-RECORD
               MOVE MNT-ACCOUNT TO COA-ACCOUNT
               PERFORM MOVE-TXN-TO-RECORD
               WRITE COA-RECORD
                   INVALID KEY
                       MOVE 'ADD FAILED - KEY ALREADY EXISTS' TO
                           RPT-RESULT
                   NOT INVALID KEY
                       MOVE 'ADDED' TO RPT-RESULT
               END-WRITE
           END-IF.
           PERFORM WRITE-RPT-RECORD.

       CHANGE-RECORD.
           PERFORM EDIT-ACCOUNT.
           IF TERMS-ARE-VALID
               READ FILEIN
                   INVALID KEY
                       MOVE 'CHANGE FAILED - KEY NOT FOUND' TO
                           RPT-RESULT
                   NOT INVALID KEY
                       PERFORM MOVE-TXN-TO-RECORD
                       REWRITE COA-RECORD
                           INVALID KEY
                               MOVE 'CHANGE FAILED ON REWRITE' TO
                                   RPT-RESULT
                           NOT INVALID KEY
                               MOVE 'CHANGED' TO RPT-RESULT
                       END-REWRITE
               END-READ
           END-IF.
           PERFORM WRITE-RPT-RECORD.

      * an account with balances on GLBAL keeps its entry
       DELETE-RECORD.
           READ FILEIN
               INVALID KEY
                   MOVE 'DELETE FAILED - KEY NOT FOUND' TO
                       RPT-RESULT
               NOT INVALID KEY
                   PERFORM CHECK-FOR-BALANCES
                   IF ACCOUNT-HAS-BALANCES
                       MOVE 'REFUSED - ACCOUNT HAS LEDGER BALANCES'
                           TO RPT-RESULT
                   ELSE
                       DELETE FILEIN RECORD
                           INVALID KEY
                               MOVE 'DELETE FAILED' TO RPT-RESULT
                           NOT INVALID KEY
                               MOVE 'DELETED' TO RPT-RESULT
                       END-DELETE
                   END-IF
           END-READ.
           PERFORM WRITE-RPT-RECORD.

      * the name, a known type and normal balance, and at least
      * one stream, every one of them known and none twice
       EDIT-ACCOUNT.
           MOVE 'N' TO WS-TERMS-SW.
           PERFORM CHECK-TXN-STREAMS.
           EVALUATE TRUE
               WHEN MNT-NAME = SPACES
                   MOVE 'REFUSED - NO ACCOUNT NAME' TO RPT-RESULT
               WHEN MNT-TYPE NOT = 'A' AND 'L' AND 'Q' AND 'R'
                       AND 'E'
                   MOVE 'REFUSED - TYPE NOT A L Q R OR E' TO
                       RPT-RESULT
               WHEN MNT-NORMAL-BAL NOT = 'D' AND 'C'
                   MOVE 'REFUSED - NORMAL BALANCE NOT D OR C' TO
                       RPT-RESULT
               WHEN STREAM-NONE-GIVEN
                   MOVE 'REFUSED - NO POSTING STREAM ALLOWED' TO
                       RPT-RESULT
               WHEN STREAM-NOT-KNOWN
                   MOVE 'REFUSED - POSTING STREAM NOT KNOWN' TO
                       RPT-RESULT
               WHEN STREAM-GIVEN-TWICE
                   MOVE 'REFUSED - SAME STREAM GIVEN TWICE' TO
                       RPT-RESULT
               WHEN MNT-STATUS-CD NOT = 'A' AND 'I' AND SPACE
                   MOVE 'REFUSED - STATUS NOT A OR I' TO RPT-RESULT
               WHEN OTHER
                   SET TERMS-ARE-VALID TO TRUE
           END-EVALUATE.

       CHECK-TXN-STREAMS.
           MOVE SPACE TO WS-STREAM-ERROR.
           MOVE ZEROS TO WS-STREAM-GIVEN-COUNT.
           PERFORM VARYING WS-STM-IDX FROM 1 BY 1
                   UNTIL WS-STM-IDX > 6
               IF MNT-STREAM(WS-STM-IDX) NOT = SPACES
                   ADD 1 TO WS-STREAM-GIVEN-COUNT
                   MOVE 'N' TO WS-KNOWN-SW
                   PERFORM VARYING WS-STM-IDX-2 FROM 1 BY 1
                           UNTIL WS-STM-IDX-2 > GL-STREAM-COUNT
                       IF GL-STREAM-ID(WS-STM-IDX-2) =
                               MNT-STREAM(WS-STM-IDX)
                           SET STREAM-IS-KNOWN TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT STREAM-IS-KNOWN
                       SET STREAM-NOT-KNOWN TO TRUE
                   END-IF
                   PERFORM VARYING WS-STM-IDX-2 FROM 1 BY 1
                           UNTIL WS-STM-IDX-2 >= WS-STM-IDX
                       IF MNT-STREAM(WS-STM-IDX-2) =
                               MNT-STREAM(WS-STM-IDX)
                               AND STREAMS-ARE-VALID
                           SET STREAM-GIVEN-TWICE TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF WS-STREAM-GIVEN-COUNT = ZEROS
               SET STREAM-NONE-GIVEN TO TRUE
           END-IF.

      * any period of any company on GLBAL for this account
       CHECK-FOR-BALANCES.
           MOVE 'N' TO WS-BALANCES-SW.
           OPEN INPUT GL-BAL-FILE.
           IF WS-GLB-STATUS = '00'
               MOVE COA-ACCOUNT TO GLB-ACCOUNT
               MOVE LOW-VALUES TO GLB-COMPANY
               MOVE ZEROS TO GLB-PERIOD
               START GL-BAL-FILE KEY IS NOT < GLB-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ GL-BAL-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF GLB-ACCOUNT = COA-ACCOUNT
                                   SET ACCOUNT-HAS-BALANCES TO TRUE
                               END-IF
                       END-READ
               END-START
               CLOSE GL-BAL-FILE
           END-IF.

       MOVE-TXN-TO-RECORD.
           MOVE MNT-NAME TO COA-NAME.
           MOVE MNT-TYPE TO COA-TYPE.
           MOVE MNT-NORMAL-BAL TO COA-NORMAL-BAL.
           PERFORM VARYING WS-STM-IDX FROM 1 BY 1
                   UNTIL WS-STM-IDX > 6
               MOVE MNT-STREAM(WS-STM-IDX) TO COA-STREAM(WS-STM-IDX)
           END-PERFORM.
           IF MNT-STATUS-INACTIVE
               MOVE 'I' TO COA-STATUS-CD
           ELSE
               MOVE 'A' TO COA-STATUS-CD
           END-IF.
           MOVE OPERATOR-ID-WORK TO COA-CHANGED-BY.
           MOVE BDT-BUS-DATE TO COA-CHANGED-DATE.

       WRITE-RPT-RECORD.
           MOVE MNT-ACTION TO RPT-ACTION.
           MOVE MNT-ACCOUNT TO RPT-ACCOUNT.
           MOVE MNT-TYPE TO RPT-TYPE.
           MOVE MNT-NORMAL-BAL TO RPT-NORMAL-BAL.
           MOVE MNT-STATUS-CD TO RPT-STATUS-CD.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE MNT-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * stamp the action, operator, and outcome into the shared
      * maintenance audit file for the quarterly access review
           MOVE 'COAFILE' TO MAUD-FILE-ID.
           MOVE OPERATOR-ID-WORK TO MAUD-OPERATOR.
           MOVE MNT-ACTION TO MAUD-ACTION.
           MOVE SPACES TO MAUD-KEY.
           MOVE MNT-ACCOUNT TO MAUD-KEY(1:10).
           MOVE RPT-RESULT TO MAUD-RESULT.
           CALL 'MNTAUDLOG' USING MNTAUDIT-PARMS.

       WRITE-RUNLOG-START.
           MOVE 'COA-MAINT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'COA-MAINT' TO RLOG-PROGRAM-ID.
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

           COPY PAGINP.

           COPY BUSDTP.
