      * maintenance program for FEESCHED - adds, changes, and
      * deletes the account fee schedule entries that price
      * statement reprints, below-minimum maintenance, closures
      * inside a grace period, and wire transfers, one entry per
      * product and fee type with a blank-product house entry
      * behind them.  the fees were invoiced by hand before; the
      * schedule is what CI-FEE-RUN, CI-CLOSEOUT, and the pricing
      * they share read.  follows the shop's maintenance standard:
      * the batch leads with its operator-id record and every
      * action is stamped into the shared MNTAUDIT audit file
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-SCHED-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN ASSIGN TO 'FEESCHED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS FEE-KEY
               FILE STATUS IS WS-FILEIN-STATUS.

           SELECT MNT-TXN-FILE ASSIGN TO 'FEEMAINT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT MNT-RPT-FILE ASSIGN TO 'FEEMAINTRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILEIN.
           COPY FEEREC.

       FD  MNT-TXN-FILE.
       01  MNT-TXN-RECORD.
           05 MNT-ACTION               PIC X(01).
              88 MNT-ACTION-ADD        VALUE 'A'.
              88 MNT-ACTION-CHANGE     VALUE 'C'.
              88 MNT-ACTION-DELETE     VALUE 'D'.
           05 MNT-PRODUCT-CD           PIC X(06).
           05 MNT-TYPE-CD              PIC X(01).
              88 MNT-TYPE-IS-KNOWN     VALUES 'R' 'M' 'C' 'W'.
              88 MNT-TYPE-MAINTENANCE  VALUE 'M'.
              88 MNT-TYPE-CLOSURE      VALUE 'C'.
           05 MNT-CALC-CD              PIC X(01).
              88 MNT-CALC-FLAT         VALUE 'A'.
              88 MNT-CALC-PERCENT      VALUE 'P'.
              88 MNT-CALC-IS-KNOWN     VALUES 'A' 'P'.
           05 MNT-AMOUNT               PIC 9(06)V99.
           05 MNT-PERCENT              PIC 9(02)V9(04).
           05 MNT-MIN-CHARGE           PIC 9(06)V99.
           05 MNT-MAX-CHARGE           PIC 9(06)V99.
           05 MNT-TRIGGER-BAL          PIC 9(09)V99.
           05 MNT-GRACE-DAYS           PIC 9(04).
           05 MNT-WAIVE-BAL            PIC 9(09)V99.
           05 MNT-WAIVE-MONTHS         PIC 9(02).
           05 MNT-EFF-DATE             PIC 9(08).
           05 MNT-INCOME-GL            PIC X(10).
           05 MNT-DESC                 PIC X(20).

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

      * the transaction's fee terms pass the edits
       01  WS-TERMS-SW                 PIC X(01) VALUE 'N'.
           88  TERMS-ARE-VALID                 VALUE 'Y'.

           COPY MNTAUDW.

           COPY OPAUTHW.

           COPY PAGINW.

       01  RPT-DETAIL-LINE.
           05 RPT-ACTION                PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-PRODUCT-CD            PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-TYPE-CD               PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-DESC                  PIC X(20).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-RESULT                PIC X(40).

       PROCEDURE DIVISION.
           MOVE 'FEE-SCHED-MAINT' TO BDT-CALLER-ID.
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
               DISPLAY 'FEE-SCHED-MAINT: NO FEEMAINT TRANSACTIONS '
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
               DISPLAY 'FEE-SCHED-MAINT: NO OPERATOR-ID RECORD AT '
                   'HEAD OF FEEMAINT - BATCH REFUSED'
               SET BATCH-WAS-REFUSED TO TRUE
           END-IF.

      * the operator must hold the action on the file under the
      * OPAUTH authorization file - a transaction the operator
      * may not make is refused, and the refusal is audited like
      * any other result
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'FEESCHED' TO OPA-FILE-ID.
           MOVE OPERATOR-ID-WORK TO OPA-OPERATOR.
           MOVE MNT-ACTION TO OPA-ACTION.
           CALL 'OPAUTH-SERVICE' USING OPAUTH-PARMS.

       PROCESS-TXN-RECORD.
           ADD 1 TO RUNLOG-READ-COUNT.
           MOVE MNT-PRODUCT-CD TO FEE-PRODUCT-CD.
           MOVE MNT-TYPE-CD TO FEE-TYPE-CD.

           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF OPA-IS-AUTHORIZED
               PERFORM APPLY-AUTHORIZED-TXN
           ELSE
               MOVE OPA-REFUSAL TO RPT-RESULT
               PERFORM WRITE-RPT-RECORD
           END-IF.

       APPLY-AUTHORIZED-TXN.
           IF NOT MNT-TYPE-IS-KNOWN
               MOVE 'REFUSED - BAD FEE TYPE' TO RPT-RESULT
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
           PERFORM EDIT-FEE-TERMS.
           IF TERMS-ARE-VALID
               PERFORM MOVE-TXN-TO-RECORD
               WRITE FEE-RECORD
                   INVALID KEY
                       MOVE 'ADD FAILED - KEY ALREADY EXISTS' TO
                           RPT-RESULT
                   NOT INVALID KEY
                       MOVE 'ADDED' TO RPT-RESULT
               END-WRITE
           END-IF.
           PERFORM WRITE-RPT-RECORD.

       CHANGE-RECORD.
           PERFORM EDIT-FEE-TERMS.
           IF TERMS-ARE-VALID
               READ FILEIN
                   INVALID KEY
                       MOVE 'CHANGE FAILED - KEY NOT FOUND' TO
                           RPT-RESULT
                   NOT INVALID KEY
                       PERFORM MOVE-TXN-TO-RECORD
                       REWRITE FEE-RECORD
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

      * an entry must say how it is charged - a flat fee its
      * amount, a percentage its rate with the minimum no higher
      * than the maximum - the maintenance fee its trigger balance,
      * the closure fee its grace days, and every entry the date it
      * takes effect
       EDIT-FEE-TERMS.
           MOVE 'N' TO WS-TERMS-SW.
           EVALUATE TRUE
               WHEN NOT MNT-CALC-IS-KNOWN
                   MOVE 'REFUSED - BAD CALCULATION CODE' TO
                       RPT-RESULT
               WHEN MNT-CALC-FLAT AND MNT-AMOUNT = ZEROS
                   MOVE 'REFUSED - FLAT FEE WITHOUT AMOUNT' TO
                       RPT-RESULT
               WHEN MNT-CALC-PERCENT AND MNT-PERCENT = ZEROS
                   MOVE 'REFUSED - PERCENTAGE WITHOUT RATE' TO
                       RPT-RESULT
               WHEN MNT-CALC-PERCENT AND MNT-MAX-CHARGE > ZEROS
                       AND MNT-MIN-CHARGE > MNT-MAX-CHARGE
                   MOVE 'REFUSED - MINIMUM ABOVE MAXIMUM' TO
                       RPT-RESULT
               WHEN MNT-TYPE-MAINTENANCE AND MNT-TRIGGER-BAL = ZEROS
                   MOVE 'REFUSED - NO MINIMUM BALANCE' TO RPT-RESULT
               WHEN MNT-TYPE-CLOSURE AND MNT-GRACE-DAYS = ZEROS
                   MOVE 'REFUSED - NO GRACE PERIOD' TO RPT-RESULT
               WHEN MNT-EFF-DATE = ZEROS
                   MOVE 'REFUSED - NO EFFECTIVE DATE' TO RPT-RESULT
               WHEN OTHER
                   SET TERMS-ARE-VALID TO TRUE
           END-EVALUATE.

       MOVE-TXN-TO-RECORD.
           MOVE MNT-CALC-CD TO FEE-CALC-CD.
           IF MNT-CALC-FLAT
               MOVE MNT-AMOUNT TO FEE-AMOUNT
               MOVE ZEROS TO FEE-PERCENT
               MOVE ZEROS TO FEE-MIN-CHARGE
               MOVE ZEROS TO FEE-MAX-CHARGE
           ELSE
               MOVE ZEROS TO FEE-AMOUNT
               MOVE MNT-PERCENT TO FEE-PERCENT
               MOVE MNT-MIN-CHARGE TO FEE-MIN-CHARGE
               MOVE MNT-MAX-CHARGE TO FEE-MAX-CHARGE
           END-IF.
           MOVE MNT-TRIGGER-BAL TO FEE-TRIGGER-BAL.
           MOVE MNT-GRACE-DAYS TO FEE-GRACE-DAYS.
           MOVE MNT-WAIVE-BAL TO FEE-WAIVE-BAL.
           MOVE MNT-WAIVE-MONTHS TO FEE-WAIVE-MONTHS.
           MOVE MNT-EFF-DATE TO FEE-EFF-DATE.
           MOVE MNT-INCOME-GL TO FEE-INCOME-GL.
           MOVE MNT-DESC TO FEE-DESC.
           MOVE OPERATOR-ID-WORK TO FEE-CHANGED-BY.

       WRITE-RPT-RECORD.
           MOVE MNT-ACTION TO RPT-ACTION.
           MOVE MNT-PRODUCT-CD TO RPT-PRODUCT-CD.
           MOVE MNT-TYPE-CD TO RPT-TYPE-CD.
           MOVE MNT-DESC TO RPT-DESC.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE MNT-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * stamp the action, operator, and outcome into the shared
      * maintenance audit file for the quarterly access review
           MOVE 'FEESCHED' TO MAUD-FILE-ID.
           MOVE OPERATOR-ID-WORK TO MAUD-OPERATOR.
           MOVE MNT-ACTION TO MAUD-ACTION.
           MOVE SPACES TO MAUD-KEY.
           MOVE FEE-KEY TO MAUD-KEY.
           MOVE RPT-RESULT TO MAUD-RESULT.
           CALL 'MNTAUDLOG' USING MNTAUDIT-PARMS.

       WRITE-RUNLOG-START.
           MOVE 'FEE-SCHED-MAINT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'FEE-SCHED-MAINT' TO RLOG-PROGRAM-ID.
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
