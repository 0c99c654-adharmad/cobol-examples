      * review marking for PAYVARFLAG, the pay variance register
      * PAY-VARIANCE fills - each item it flags must be looked at
      * and marked reviewed before PAY-RELEASE will let the period
      * go.  follows the shop's maintenance standard: the batch
      * leads with its operator-id record and every action is
      * stamped into the shared MNTAUDIT audit file.  action 'R'
      * marks an item reviewed with the operator, the date and an
      * optional note; 'U' reopens it.  an item type and code left
      * blank apply the action to every item of the employee in
      * the period.  the run marker itself cannot be reviewed
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-VARIANCE-REVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN ASSIGN TO 'PAYVARFLAG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS PVF-KEY
               FILE STATUS IS WS-FILEIN-STATUS.

           SELECT MNT-TXN-FILE ASSIGN TO 'PAYVARREV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT MNT-RPT-FILE ASSIGN TO 'PAYVARREVRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILEIN.
           COPY PVFLREC.

       FD  MNT-TXN-FILE.
       01  MNT-TXN-RECORD.
           05 MNT-ACTION               PIC X(01).
              88 MNT-ACTION-REVIEW     VALUE 'R'.
              88 MNT-ACTION-REOPEN     VALUE 'U'.
           05 MNT-PERIOD               PIC 9(06).
           05 MNT-EMP-ID               PIC 9(06).
           05 MNT-ITEM-TYPE            PIC X(01).
           05 MNT-ITEM-CODE            PIC X(04).
           05 MNT-NOTE                 PIC X(20).

       FD  MNT-RPT-FILE.
       01  MNT-RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILEIN-STATUS            PIC XX.
       01  WS-TXN-STATUS               PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.

           COPY RUNLOGW.

      * the operator who submitted this batch - taken from the
      * required 'O' record at the head of the transaction file; a
      * batch without one is refused outright
       01  OPERATOR-ID-WORK            PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-OK-SW           PIC X(01) VALUE 'N'.
           88  OPERATOR-SUPPLIED               VALUE 'Y'.
       01  WS-REFUSED-SW               PIC X(01) VALUE 'N'.
           88  BATCH-WAS-REFUSED               VALUE 'Y'.
       01  WS-ITEMS-TOUCHED            PIC 9(05).

           COPY MNTAUDW.

           COPY PAGINW.

       01  RPT-DETAIL-LINE.
           05 RPT-ACTION                PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-PERIOD                PIC 9(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPT-KEY                   PIC 9(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPT-ITEM-TYPE             PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPT-ITEM-CODE             PIC X(04).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-RESULT                PIC X(40).

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'PAY-VARIANCE-REVIEW' TO BDT-CALLER-ID.
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
               DISPLAY 'PAY-VARIANCE-REVIEW: NO PAYVARREV '
                   'TRANSACTIONS SUPPLIED'
           ELSE
               OPEN I-O FILEIN
               IF WS-FILEIN-STATUS NOT = '00'
                   DISPLAY 'PAY-VARIANCE-REVIEW: NO PAYVARFLAG '
                       'REGISTER - RUN PAY-VARIANCE FIRST'
                   SET BATCH-WAS-REFUSED TO TRUE
               ELSE
                   OPEN OUTPUT MNT-RPT-FILE
                   PERFORM READ-TXN-RECORD
                   PERFORM TAKE-OPERATOR-RECORD
                   IF OPERATOR-SUPPLIED
                       PERFORM UNTIL WS-TXN-STATUS NOT = '00'
                           PERFORM PROCESS-TXN-RECORD
                           PERFORM READ-TXN-RECORD
                       END-PERFORM
                   END-IF
                   CLOSE MNT-RPT-FILE
                   CLOSE FILEIN
               END-IF
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
                   AND MNT-TXN-RECORD(2:8) NOT = SPACES
               MOVE MNT-TXN-RECORD(2:8) TO OPERATOR-ID-WORK
               SET OPERATOR-SUPPLIED TO TRUE
               PERFORM READ-TXN-RECORD
           ELSE
               DISPLAY 'PAY-VARIANCE-REVIEW: NO OPERATOR-ID '
                   'RECORD AT HEAD OF PAYVARREV - BATCH REFUSED'
               SET BATCH-WAS-REFUSED TO TRUE
           END-IF.

       PROCESS-TXN-RECORD.
           ADD 1 TO RUNLOG-READ-COUNT.
           EVALUATE TRUE
               WHEN NOT MNT-ACTION-REVIEW AND NOT MNT-ACTION-REOPEN
                   MOVE 'INVALID ACTION CODE' TO RPT-RESULT
               WHEN MNT-PERIOD IS NOT NUMERIC
                       OR MNT-EMP-ID IS NOT NUMERIC
                   MOVE 'REFUSED - PERIOD OR EMPLOYEE INVALID' TO
                       RPT-RESULT
               WHEN MNT-EMP-ID = ZEROS
                   MOVE 'REFUSED - RUN MARKER IS NOT AN ITEM' TO
                       RPT-RESULT
               WHEN MNT-ITEM-TYPE = SPACE AND MNT-ITEM-CODE = SPACES
                   PERFORM MARK-EMPLOYEE-ITEMS
               WHEN OTHER
                   PERFORM MARK-ONE-ITEM
           END-EVALUATE.
           PERFORM WRITE-RPT-RECORD.

       MARK-ONE-ITEM.
           MOVE MNT-PERIOD TO PVF-PERIOD.
           MOVE MNT-EMP-ID TO PVF-EMP-ID.
           MOVE MNT-ITEM-TYPE TO PVF-ITEM-TYPE.
           MOVE MNT-ITEM-CODE TO PVF-ITEM-CODE.
           READ FILEIN
               INVALID KEY
                   MOVE 'REFUSED - ITEM NOT FLAGGED' TO RPT-RESULT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN MNT-ACTION-REVIEW
                               AND NOT PVF-NOT-REVIEWED
                           MOVE 'REFUSED - ALREADY REVIEWED' TO
                               RPT-RESULT
                       WHEN MNT-ACTION-REOPEN AND PVF-NOT-REVIEWED
                           MOVE 'REFUSED - NOT REVIEWED' TO
                               RPT-RESULT
                       WHEN OTHER
                           PERFORM APPLY-REVIEW-ACTION
                           IF MNT-ACTION-REVIEW
                               MOVE 'REVIEWED' TO RPT-RESULT
                           ELSE
                               MOVE 'REOPENED' TO RPT-RESULT
                           END-IF
                   END-EVALUATE
           END-READ.

      * every item of the employee in the period that the action
      * changes - already-reviewed items stay as they were
       MARK-EMPLOYEE-ITEMS.
           MOVE ZEROS TO WS-ITEMS-TOUCHED.
           MOVE MNT-PERIOD TO PVF-PERIOD.
           MOVE MNT-EMP-ID TO PVF-EMP-ID.
           MOVE LOW-VALUES TO PVF-ITEM-TYPE.
           MOVE LOW-VALUES TO PVF-ITEM-CODE.
           MOVE '00' TO WS-FILEIN-STATUS.
           START FILEIN KEY NOT < PVF-KEY
               INVALID KEY
                   MOVE '23' TO WS-FILEIN-STATUS
           END-START.
           PERFORM UNTIL WS-FILEIN-STATUS NOT = '00'
               READ FILEIN NEXT RECORD
                   AT END
                       MOVE '10' TO WS-FILEIN-STATUS
                   NOT AT END
                       IF PVF-PERIOD NOT = MNT-PERIOD
                               OR PVF-EMP-ID NOT = MNT-EMP-ID
                           MOVE '10' TO WS-FILEIN-STATUS
                       ELSE
                           IF (MNT-ACTION-REVIEW
                                   AND PVF-NOT-REVIEWED)
                                   OR (MNT-ACTION-REOPEN
                                   AND NOT PVF-NOT-REVIEWED)
                               PERFORM APPLY-REVIEW-ACTION
                               ADD 1 TO WS-ITEMS-TOUCHED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE '00' TO WS-FILEIN-STATUS.
           IF WS-ITEMS-TOUCHED = ZEROS
               MOVE 'REFUSED - NO ITEMS TO MARK' TO RPT-RESULT
           ELSE
               MOVE SPACES TO RPT-RESULT
               STRING 'ITEMS MARKED - ' DELIMITED BY SIZE
                   WS-ITEMS-TOUCHED DELIMITED BY SIZE
                   INTO RPT-RESULT
           END-IF.

       APPLY-REVIEW-ACTION.
           IF MNT-ACTION-REVIEW
               MOVE OPERATOR-ID-WORK TO PVF-REVIEWED-BY
               MOVE BDT-BUS-DATE TO PVF-REVIEWED-DATE
               MOVE MNT-NOTE TO PVF-REVIEW-NOTE
           ELSE
               MOVE SPACES TO PVF-REVIEWED-BY
               MOVE ZEROS TO PVF-REVIEWED-DATE
               MOVE SPACES TO PVF-REVIEW-NOTE
           END-IF.
           REWRITE PVF-RECORD
           END-REWRITE.

       WRITE-RPT-RECORD.
           MOVE MNT-ACTION TO RPT-ACTION.
           MOVE MNT-PERIOD TO RPT-PERIOD.
           MOVE MNT-EMP-ID TO RPT-KEY.
           MOVE MNT-ITEM-TYPE TO RPT-ITEM-TYPE.
           MOVE MNT-ITEM-CODE TO RPT-ITEM-CODE.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE MNT-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * stamp the action, operator, and outcome into the shared
      * maintenance audit file for the quarterly access review
           MOVE 'PAYVARFLAG' TO MAUD-FILE-ID.
           MOVE OPERATOR-ID-WORK TO MAUD-OPERATOR.
           MOVE MNT-ACTION TO MAUD-ACTION.
           MOVE SPACES TO MAUD-KEY.
           MOVE MNT-PERIOD TO MAUD-KEY(1:6).
           MOVE MNT-EMP-ID TO MAUD-KEY(7:6).
           MOVE RPT-RESULT TO MAUD-RESULT.
           CALL 'MNTAUDLOG' USING MNTAUDIT-PARMS.

       WRITE-RUNLOG-START.
           MOVE 'PAY-VARIANCE-REVIEW' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'PAY-VARIANCE-REVIEW' TO RLOG-PROGRAM-ID.
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
