      * maintenance program for DLVPREF - adds, changes, and
      * deletes each customer's delivery preference: paper,
      * electronic, or both, and the e-mail address electronic
      * documents go to.  every statement, penalty notice, and
      * certificate was printed and mailed before the file
      * existed; MAIL-BUNDLE and CI-YEAREND-CERT read it to send
      * electronic customers their documents on the EDOCEXT
      * extract instead of, or as well as, on paper.  follows the
      * shop's maintenance standard: the batch leads with its
      * operator-id record and every action is stamped into the
      * shared MNTAUDIT audit file
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLVPREF-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN ASSIGN TO 'DLVPREF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS DLV-DOC-NR
               FILE STATUS IS WS-FILEIN-STATUS.

           SELECT MNT-TXN-FILE ASSIGN TO 'DLVMAINT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT MNT-RPT-FILE ASSIGN TO 'DLVMAINTRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILEIN.
           COPY DLVPREC.

       FD  MNT-TXN-FILE.
       01  MNT-TXN-RECORD.
           05 MNT-ACTION               PIC X(01).
              88 MNT-ACTION-ADD        VALUE 'A'.
              88 MNT-ACTION-CHANGE     VALUE 'C'.
              88 MNT-ACTION-DELETE     VALUE 'D'.
           05 MNT-DOC-NR               PIC X(14).
           05 MNT-CHANNEL-CD           PIC X(01).
              88 MNT-CHANNEL-IS-KNOWN  VALUES 'P' 'E' 'B'.
              88 MNT-CHANNEL-PAPER     VALUE 'P'.
           05 MNT-EMAIL                PIC X(60).

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
      * also stamped on each entry as the last to change it
       01  OPERATOR-ID-WORK            PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-OK-SW           PIC X(01) VALUE 'N'.
           88  OPERATOR-SUPPLIED               VALUE 'Y'.
       01  WS-REFUSED-SW               PIC X(01) VALUE 'N'.
           88  BATCH-WAS-REFUSED               VALUE 'Y'.

      * the transaction's preference passes the edits
       01  WS-TERMS-SW                 PIC X(01) VALUE 'N'.
           88  TERMS-ARE-VALID                 VALUE 'Y'.
       01  WS-AT-COUNT                 PIC 9(02).
       01  WS-SPACE-COUNT              PIC 9(02).

           COPY MNTAUDW.

           COPY OPAUTHW.

           COPY PAGINW.

       01  RPT-DETAIL-LINE.
           05 RPT-ACTION                PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-DOC-NR                PIC X(14).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-CHANNEL-CD            PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-RESULT                PIC X(40).

       PROCEDURE DIVISION.
           MOVE 'DLVPREF-MAINT' TO BDT-CALLER-ID.
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
               DISPLAY 'DLVPREF-MAINT: NO DLVMAINT TRANSACTIONS '
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
               DISPLAY 'DLVPREF-MAINT: NO OPERATOR-ID RECORD AT '
                   'HEAD OF DLVMAINT - BATCH REFUSED'
               SET BATCH-WAS-REFUSED TO TRUE
           END-IF.

      * the operator must hold the action on the file under the
      * OPAUTH authorization file - a transaction the operator
      * may not make is refused, and the refusal is audited like
      * any other result
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'DLVPREF' TO OPA-FILE-ID.
           MOVE OPERATOR-ID-WORK TO OPA-OPERATOR.
           MOVE MNT-ACTION TO OPA-ACTION.
           CALL 'OPAUTH-SERVICE' USING OPAUTH-PARMS.

       PROCESS-TXN-RECORD.
           ADD 1 TO RUNLOG-READ-COUNT.
           MOVE MNT-DOC-NR TO DLV-DOC-NR.

           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF OPA-IS-AUTHORIZED
               PERFORM APPLY-AUTHORIZED-TXN
           ELSE
               MOVE OPA-REFUSAL TO RPT-RESULT
               PERFORM WRITE-RPT-RECORD
           END-IF.

       APPLY-AUTHORIZED-TXN.
           IF MNT-DOC-NR = SPACES
               MOVE 'REFUSED - NO DOCUMENT NUMBER' TO RPT-RESULT
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
           PERFORM EDIT-PREFERENCE.
           IF TERMS-ARE-VALID
               MOVE SPACES TO DLV-RECORD
               MOVE MNT-DOC-NR TO DLV-DOC-NR
               PERFORM MOVE-TXN-TO-RECORD
               WRITE DLV-RECORD
                   INVALID KEY
                       MOVE 'ADD FAILED - KEY ALREADY EXISTS' TO
                           RPT-RESULT
                   NOT INVALID KEY
                       MOVE 'ADDED' TO RPT-RESULT
               END-WRITE
           END-IF.
           PERFORM WRITE-RPT-RECORD.

       CHANGE-RECORD.
           PERFORM EDIT-PREFERENCE.
           IF TERMS-ARE-VALID
               READ FILEIN
                   INVALID KEY
                       MOVE 'CHANGE FAILED - KEY NOT FOUND' TO
                           RPT-RESULT
                   NOT INVALID KEY
                       PERFORM MOVE-TXN-TO-RECORD
                       REWRITE DLV-RECORD
                           INVALID KEY
                               MOVE 'CHANGE FAILED ON REWRITE' TO
                                   RPT-RESULT
                           NOT INVALID KEY
                               MOVE 'CHANGED' TO RPT-RESULT
                       END-REWRITE
               END-READ
           END-IF.
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

      * a preference must name its channel, and an electronic or
      * dual channel needs an address to send to - one word with
      * a single @ in it and something either side
       EDIT-PREFERENCE.
           MOVE 'N' TO WS-TERMS-SW.
           MOVE ZEROS TO WS-AT-COUNT.
           MOVE ZEROS TO WS-SPACE-COUNT.
           INSPECT MNT-EMAIL TALLYING WS-AT-COUNT FOR ALL '@'.
           INSPECT MNT-EMAIL TALLYING WS-SPACE-COUNT
               FOR ALL SPACES BEFORE INITIAL '@'.
           EVALUATE TRUE
               WHEN NOT MNT-CHANNEL-IS-KNOWN
                   MOVE 'REFUSED - BAD DELIVERY CHANNEL' TO
                       RPT-RESULT
               WHEN MNT-CHANNEL-PAPER
                   SET TERMS-ARE-VALID TO TRUE
               WHEN MNT-EMAIL = SPACES
                   MOVE 'REFUSED - ELECTRONIC WITHOUT E-MAIL' TO
                       RPT-RESULT
               WHEN WS-AT-COUNT NOT = 1
                       OR WS-SPACE-COUNT > ZEROS
                       OR MNT-EMAIL(1:1) = '@'
                   MOVE 'REFUSED - E-MAIL ADDRESS MALFORMED' TO
                       RPT-RESULT
               WHEN OTHER
                   SET TERMS-ARE-VALID TO TRUE
           END-EVALUATE.

      * a paper customer keeps any address on file, so switching
      * back to electronic later does not lose it
       MOVE-TXN-TO-RECORD.
           MOVE MNT-CHANNEL-CD TO DLV-CHANNEL-CD.
           IF MNT-EMAIL NOT = SPACES
               MOVE MNT-EMAIL TO DLV-EMAIL
           END-IF.
           MOVE OPERATOR-ID-WORK TO DLV-CHANGED-BY.
           MOVE BDT-BUS-DATE TO DLV-CHANGED-DATE.

       WRITE-RPT-RECORD.
           MOVE MNT-ACTION TO RPT-ACTION.
           MOVE MNT-DOC-NR TO RPT-DOC-NR.
           MOVE MNT-CHANNEL-CD TO RPT-CHANNEL-CD.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE MNT-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * stamp the action, operator, and outcome into the shared
      * maintenance audit file for the quarterly access review
           MOVE 'DLVPREF' TO MAUD-FILE-ID.
           MOVE OPERATOR-ID-WORK TO MAUD-OPERATOR.
           MOVE MNT-ACTION TO MAUD-ACTION.
           MOVE SPACES TO MAUD-KEY.
           MOVE MNT-DOC-NR TO MAUD-KEY.
           MOVE RPT-RESULT TO MAUD-RESULT.
           CALL 'MNTAUDLOG' USING MNTAUDIT-PARMS.

       WRITE-RUNLOG-START.
           MOVE 'DLVPREF-MAINT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'DLVPREF-MAINT' TO RLOG-PROGRAM-ID.
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
