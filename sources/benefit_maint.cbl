      * maintenance program for BENFILE, the benefit enrollment
      * master - enrolls employees in the health plan, dental plan,
      * meal voucher and transport voucher, changes their coverage
      * and cost shares, and ends or removes enrollments, so the
      * monthly benefit deductions stop being keyed by hand.
      * BENEFIT-DEDUCT generates each payroll's deduction lines
      * from it and BENEFIT-BILL-RECON checks the providers'
      * invoices against it.  an enrollment is ended by changing
      * its end date; a delete is for an enrollment keyed in error.
      * follows the shop's maintenance standard: the batch leads
      * with its operator-id record and every action is stamped
      * into the shared MNTAUDIT audit file
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEFIT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN ASSIGN TO 'BENFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS BEN-KEY
               FILE STATUS IS WS-FILEIN-STATUS.

           SELECT MNT-TXN-FILE ASSIGN TO 'BENMAINT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT MNT-RPT-FILE ASSIGN TO 'BENMAINTRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILEIN.
           COPY BENREC.

       FD  MNT-TXN-FILE.
       01  MNT-TXN-RECORD.
           05 MNT-ACTION               PIC X(01).
              88 MNT-ACTION-ADD        VALUE 'A'.
              88 MNT-ACTION-CHANGE     VALUE 'C'.
              88 MNT-ACTION-DELETE     VALUE 'D'.
           05 MNT-EMP-ID               PIC 9(06).
           05 MNT-PLAN-CD              PIC X(04).
           05 MNT-PLAN-TYPE            PIC X(01).
              88 MNT-TYPE-IS-KNOWN     VALUES 'H' 'O' 'M' 'T'.
              88 MNT-TYPE-VOUCHER      VALUES 'M' 'T'.
           05 MNT-PROVIDER-CD          PIC X(06).
           05 MNT-COVERAGE-LEVEL       PIC X(01).
              88 MNT-LEVEL-IS-KNOWN    VALUES 'E' 'D' 'F'.
              88 MNT-EMPLOYEE-ONLY     VALUE 'E'.
           05 MNT-DEPS-COVERED         PIC 9(02).
           05 MNT-EMPLOYEE-SHARE       PIC 9(07)V99.
           05 MNT-EMPLOYER-SHARE       PIC 9(07)V99.
           05 MNT-START-DATE           PIC 9(08).
           05 MNT-END-DATE             PIC 9(08).
           05 MNT-EMP-NAME             PIC X(30).

       FD  MNT-RPT-FILE.
       01  MNT-RPT-LINE                PIC X(100).

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

      * the transaction's enrollment passes the edits
       01  WS-TERMS-SW                 PIC X(01) VALUE 'N'.
           88  TERMS-ARE-VALID                 VALUE 'Y'.
       01  WS-DATES-SW                 PIC X(01) VALUE 'N'.
           88  DATES-ARE-REAL                  VALUE 'Y'.

           COPY DATESRVW.

           COPY MNTAUDW.

           COPY OPAUTHW.

           COPY PAGINW.

       01  RPT-DETAIL-LINE.
           05 RPT-ACTION                PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-EMP-ID                PIC 9(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPT-PLAN-CD               PIC X(04).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-PROVIDER-CD           PIC X(06).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-EMPLOYEE-SHARE        PIC ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-RESULT                PIC X(40).

       PROCEDURE DIVISION.
           MOVE 'BENEFIT-MAINT' TO BDT-CALLER-ID.
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
               DISPLAY 'BENEFIT-MAINT: NO BENMAINT TRANSACTIONS '
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
               DISPLAY 'BENEFIT-MAINT: NO OPERATOR-ID RECORD AT '
                   'HEAD OF BENMAINT - BATCH REFUSED'
               SET BATCH-WAS-REFUSED TO TRUE
           END-IF.

      * the operator must hold the action on the file under the
      * OPAUTH authorization file - a transaction the operator
      * may not make is refused, and the refusal is audited like
      * any other result
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'BENFILE' TO OPA-FILE-ID.
           MOVE OPERATOR-ID-WORK TO OPA-OPERATOR.
           MOVE MNT-ACTION TO OPA-ACTION.
           CALL 'OPAUTH-SERVICE' USING OPAUTH-PARMS.

       PROCESS-TXN-RECORD.
           ADD 1 TO RUNLOG-READ-COUNT.
           MOVE MNT-EMP-ID TO BEN-EMP-ID.
           MOVE MNT-PLAN-CD TO BEN-PLAN-CD.

           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF OPA-IS-AUTHORIZED
               PERFORM APPLY-AUTHORIZED-TXN
           ELSE
               MOVE OPA-REFUSAL TO RPT-RESULT
               PERFORM WRITE-RPT-RECORD
           END-IF.

       APPLY-AUTHORIZED-TXN.
           IF MNT-EMP-ID NOT NUMERIC OR MNT-EMP-ID = ZEROS
                   OR MNT-PLAN-CD = SPACES
               MOVE 'REFUSED - NO EMPLOYEE OR PLAN CODE' TO
                   RPT-RESULT
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
           PERFORM EDIT-ENROLLMENT.
           IF TERMS-ARE-VALID
               MOVE SPACES TO BEN-RECORD
               MOVE MNT-EMP-ID TO BEN-EMP-ID
               MOVE MNT-PLAN-CD TO BEN-PLAN-CD
               PERFORM MOVE-TXN-TO-RECORD
               WRITE BEN-RECORD
                   INVALID KEY
                       MOVE 'ADD FAILED - ALREADY ENROLLED' TO
                           RPT-RESULT
                   NOT INVALID KEY
                       MOVE 'ENROLLED' TO RPT-RESULT
               END-WRITE
           END-IF.
           PERFORM WRITE-RPT-RECORD.

      * a change carries the whole enrollment again - new shares,
      * new coverage, or an end date closing it
       CHANGE-RECORD.
           PERFORM EDIT-ENROLLMENT.
           IF TERMS-ARE-VALID
               READ FILEIN
                   INVALID KEY
                       MOVE 'CHANGE FAILED - KEY NOT FOUND' TO
                           RPT-RESULT
                   NOT INVALID KEY
                       PERFORM MOVE-TXN-TO-RECORD
                       REWRITE BEN-RECORD
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

      * the plan must be a known kind billed by a named provider;
      * employee-only coverage carries no dependants and any other
      * level at least one; the vouchers cover the employee alone;
      * the shares must be amounts and something must be paid; the
      * enrollment must start on a real date and end, if it ends,
      * on a real date no earlier
       EDIT-ENROLLMENT.
           MOVE 'N' TO WS-TERMS-SW.
           PERFORM EDIT-ENROLLMENT-DATES.
           EVALUATE TRUE
               WHEN NOT MNT-TYPE-IS-KNOWN
                   MOVE 'REFUSED - BAD PLAN TYPE' TO RPT-RESULT
               WHEN MNT-PROVIDER-CD = SPACES
                   MOVE 'REFUSED - NO PROVIDER' TO RPT-RESULT
               WHEN NOT MNT-LEVEL-IS-KNOWN
                   MOVE 'REFUSED - BAD COVERAGE LEVEL' TO RPT-RESULT
               WHEN MNT-DEPS-COVERED NOT NUMERIC
                   MOVE 'REFUSED - DEPENDANTS NOT A COUNT' TO
                       RPT-RESULT
               WHEN MNT-EMPLOYEE-ONLY
                       AND MNT-DEPS-COVERED > ZEROS
                   MOVE 'REFUSED - EMPLOYEE-ONLY WITH DEPENDANTS' TO
                       RPT-RESULT
               WHEN NOT MNT-EMPLOYEE-ONLY
                       AND MNT-DEPS-COVERED = ZEROS
                   MOVE 'REFUSED - NO DEPENDANTS COVERED' TO
                       RPT-RESULT
               WHEN MNT-TYPE-VOUCHER AND NOT MNT-EMPLOYEE-ONLY
                   MOVE 'REFUSED - VOUCHER COVERS EMPLOYEE ONLY' TO
                       RPT-RESULT
               WHEN MNT-EMPLOYEE-SHARE NOT NUMERIC
                       OR MNT-EMPLOYER-SHARE NOT NUMERIC
                   MOVE 'REFUSED - SHARE NOT AN AMOUNT' TO
                       RPT-RESULT
               WHEN MNT-EMPLOYEE-SHARE = ZEROS
                       AND MNT-EMPLOYER-SHARE = ZEROS
                   MOVE 'REFUSED - NO COST ON ENROLLMENT' TO
                       RPT-RESULT
               WHEN NOT DATES-ARE-REAL
                   MOVE 'REFUSED - ENROLLMENT DATE NOT A DATE' TO
                       RPT-RESULT
               WHEN MNT-END-DATE NOT = ZEROS
                       AND MNT-END-DATE < MNT-START-DATE
                   MOVE 'REFUSED - END DATE BEFORE START DATE' TO
                       RPT-RESULT
               WHEN OTHER
                   SET TERMS-ARE-VALID TO TRUE
           END-EVALUATE.

      * DATE-SERVICE's day-of-week call refuses a date that is
      * not on the calendar, which is all the proof needed here;
      * an open-ended enrollment carries zeros for its end date
       EDIT-ENROLLMENT-DATES.
           MOVE 'N' TO WS-DATES-SW.
           IF MNT-START-DATE IS NUMERIC
                   AND MNT-END-DATE IS NUMERIC
               SET DSV-FUNC-DAY-OF-WEEK TO TRUE
               MOVE MNT-START-DATE TO DSV-DATE-1
               CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS
               IF DSV-STAT-OK
                   IF MNT-END-DATE = ZEROS
                       SET DATES-ARE-REAL TO TRUE
                   ELSE
                       MOVE MNT-END-DATE TO DSV-DATE-1
                       CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS
                       IF DSV-STAT-OK
                           SET DATES-ARE-REAL TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       MOVE-TXN-TO-RECORD.
           MOVE MNT-PLAN-TYPE TO BEN-PLAN-TYPE.
           MOVE MNT-PROVIDER-CD TO BEN-PROVIDER-CD.
           MOVE MNT-COVERAGE-LEVEL TO BEN-COVERAGE-LEVEL.
           MOVE MNT-DEPS-COVERED TO BEN-DEPS-COVERED.
           MOVE MNT-EMPLOYEE-SHARE TO BEN-EMPLOYEE-SHARE.
           MOVE MNT-EMPLOYER-SHARE TO BEN-EMPLOYER-SHARE.
           MOVE MNT-START-DATE TO BEN-START-DATE.
           MOVE MNT-END-DATE TO BEN-END-DATE.
           IF MNT-EMP-NAME NOT = SPACES
               MOVE MNT-EMP-NAME TO BEN-EMP-NAME
           END-IF.
           MOVE OPERATOR-ID-WORK TO BEN-CHANGED-BY.
           MOVE BDT-BUS-DATE TO BEN-CHANGED-DATE.

       WRITE-RPT-RECORD.
           MOVE MNT-ACTION TO RPT-ACTION.
           MOVE MNT-EMP-ID TO RPT-EMP-ID.
           MOVE MNT-PLAN-CD TO RPT-PLAN-CD.
           MOVE MNT-PROVIDER-CD TO RPT-PROVIDER-CD.
           IF MNT-EMPLOYEE-SHARE IS NUMERIC
               MOVE MNT-EMPLOYEE-SHARE TO RPT-EMPLOYEE-SHARE
           ELSE
               MOVE ZEROS TO RPT-EMPLOYEE-SHARE
           END-IF.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE MNT-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * stamp the action, operator, and outcome into the shared
      * maintenance audit file for the quarterly access review
           MOVE 'BENFILE' TO MAUD-FILE-ID.
           MOVE OPERATOR-ID-WORK TO MAUD-OPERATOR.
           MOVE MNT-ACTION TO MAUD-ACTION.
           MOVE SPACES TO MAUD-KEY.
           MOVE MNT-EMP-ID TO MAUD-KEY(1:6).
           MOVE MNT-PLAN-CD TO MAUD-KEY(7:4).
           MOVE RPT-RESULT TO MAUD-RESULT.
           CALL 'MNTAUDLOG' USING MNTAUDIT-PARMS.

       WRITE-RUNLOG-START.
           MOVE 'BENEFIT-MAINT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'BENEFIT-MAINT' TO RLOG-PROGRAM-ID.
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
