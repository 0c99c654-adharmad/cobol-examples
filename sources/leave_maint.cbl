      * maintenance program for LEAVEFILE, the leave-of-absence
      * file - records each absence an employee starts, the return
      * expected when it began and the actual return once the
      * employee is back, so sick leave, accident leave, maternity
      * and unpaid leave stop being tracked on paper at the
      * personnel desk.  LEAVE-PAY prices every month of an
      * absence by the rules LOARULES holds for its type, and
      * LEAVE-STATUS lists who is out and who is due back.  the
      * employee must be on the master and not terminated, the
      * type must be one LOARULES knows, the dates must be real,
      * the returns must fall after the start, and a new leave may
      * not open while another one is still open or overlaps it.
      * a change carries the type and both returns again - it is
      * how the actual return is recorded; a delete is for a leave
      * keyed in error.  follows the shop's maintenance standard:
      * the batch leads with its operator-id record and every
      * action is stamped into the shared MNTAUDIT audit file
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN ASSIGN TO 'LEAVEFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS LOA-KEY
               FILE STATUS IS WS-FILEIN-STATUS.

           SELECT EMP-MAST-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS EM-EMP-ID
               FILE STATUS IS WS-EMPM-STATUS.

           SELECT LOA-RULE-FILE ASSIGN TO 'LOARULES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT MNT-TXN-FILE ASSIGN TO 'LEAVEMAINT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT MNT-RPT-FILE ASSIGN TO 'LEAVEMAINTRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILEIN.
           COPY LOAREC.

       FD  EMP-MAST-FILE.
           COPY EMPMREC.

       FD  LOA-RULE-FILE.
           COPY LOARULE.

       FD  MNT-TXN-FILE.
       01  MNT-TXN-RECORD.
           05 MNT-ACTION               PIC X(01).
              88 MNT-ACTION-ADD        VALUE 'A'.
              88 MNT-ACTION-CHANGE     VALUE 'C'.
              88 MNT-ACTION-DELETE     VALUE 'D'.
           05 MNT-EMP-ID               PIC 9(06).
           05 MNT-START-DATE           PIC 9(08).
           05 MNT-TYPE                 PIC X(01).
           05 MNT-EXPECTED-RETURN      PIC 9(08).
           05 MNT-ACTUAL-RETURN        PIC 9(08).

       FD  MNT-RPT-FILE.
       01  MNT-RPT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILEIN-STATUS            PIC XX.
       01  WS-EMPM-STATUS              PIC XX.
       01  WS-RULE-STATUS              PIC XX.
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
       01  WS-EMPM-OPEN-SW             PIC X(01) VALUE 'N'.
           88  EMPMAST-IS-OPEN                 VALUE 'Y'.

      * the leave types LOARULES knows; with no rules file on hand
      * any type is taken and LEAVE-PAY flags what it cannot price
       01  WS-RULE-COUNT               PIC 9(02) VALUE ZEROS.
       01  WS-RULE-IDX                 PIC 9(02).
       01  LOA-TYPE-TABLE.
           05  LTT-TYPE OCCURS 20 TIMES PIC X(01).

      * the transaction's leave passes the edits
       01  WS-TERMS-SW                 PIC X(01) VALUE 'N'.
           88  TERMS-ARE-VALID                 VALUE 'Y'.
       01  WS-DATES-SW                 PIC X(01) VALUE 'N'.
           88  DATES-ARE-REAL                  VALUE 'Y'.
       01  WS-EMP-SW                   PIC X(01) VALUE 'N'.
           88  EMPLOYEE-IS-KNOWN               VALUE 'Y'.
       01  WS-TERMINATED-SW            PIC X(01) VALUE 'N'.
           88  EMPLOYEE-IS-TERMINATED          VALUE 'Y'.
       01  WS-TYPE-SW                  PIC X(01) VALUE 'N'.
           88  TYPE-IS-KNOWN                   VALUE 'Y'.
       01  WS-OVERLAP-SW               PIC X(01) VALUE 'N'.
           88  LEAVE-OVERLAPS                  VALUE 'Y'.
       01  WS-SWEEP-SW                 PIC X(01) VALUE 'N'.
           88  SWEEP-IS-DONE                   VALUE 'Y'.

      * the span of each leave compared for overlap - an open
      * leave with no actual return runs on indefinitely
       01  WS-CHECK-DATE               PIC 9(08).
       01  WS-NEW-END                  PIC 9(08).
       01  WS-OLD-END                  PIC 9(08).

           COPY DATESRVW.

           COPY MNTAUDW.

           COPY OPAUTHW.

           COPY PAGINW.

       01  RPT-DETAIL-LINE.
           05 RPT-ACTION                PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-EMP-ID                PIC 9(06).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-START-DATE            PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-TYPE                  PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-EXPECTED-RETURN       PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-ACTUAL-RETURN         PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-RESULT                PIC X(40).

       PROCEDURE DIVISION.
           MOVE 'LEAVE-MAINT' TO BDT-CALLER-ID.
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
               DISPLAY 'LEAVE-MAINT: NO LEAVEMAINT TRANSACTIONS '
                   'SUPPLIED'
           ELSE
               PERFORM LOAD-LEAVE-TYPES
               OPEN I-O FILEIN
               IF WS-FILEIN-STATUS NOT = '00'
                   OPEN OUTPUT FILEIN
                   CLOSE FILEIN
                   OPEN I-O FILEIN
               END-IF
               OPEN INPUT EMP-MAST-FILE
               IF WS-EMPM-STATUS = '00'
                   SET EMPMAST-IS-OPEN TO TRUE
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

               IF EMPMAST-IS-OPEN
                   CLOSE EMP-MAST-FILE
               END-IF
               CLOSE FILEIN
               CLOSE MNT-RPT-FILE
           END-IF.
           CLOSE MNT-TXN-FILE.

       LOAD-LEAVE-TYPES.
           OPEN INPUT LOA-RULE-FILE.
           IF WS-RULE-STATUS = '00'
               PERFORM READ-RULE-RECORD
               PERFORM UNTIL WS-RULE-STATUS NOT = '00'
                       OR WS-RULE-COUNT = 20
                   ADD 1 TO WS-RULE-COUNT
                   MOVE LR-TYPE TO LTT-TYPE(WS-RULE-COUNT)
                   PERFORM READ-RULE-RECORD
               END-PERFORM
               CLOSE LOA-RULE-FILE
           END-IF.

       READ-RULE-RECORD.
           READ LOA-RULE-FILE
               AT END
                   MOVE '10' TO WS-RULE-STATUS
           END-READ.

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
               DISPLAY 'LEAVE-MAINT: NO OPERATOR-ID RECORD AT '
                   'HEAD OF LEAVEMAINT - BATCH REFUSED'
               SET BATCH-WAS-REFUSED TO TRUE
           END-IF.

      * the operator must hold the action on the file under the
      * OPAUTH authorization file - a transaction the operator
      * may not make is refused, and the refusal is audited like
      * any other result
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'LEAVEFILE' TO OPA-FILE-ID.
           MOVE OPERATOR-ID-WORK TO OPA-OPERATOR.
           MOVE MNT-ACTION TO OPA-ACTION.
           CALL 'OPAUTH-SERVICE' USING OPAUTH-PARMS.

       PROCESS-TXN-RECORD.
           ADD 1 TO RUNLOG-READ-COUNT.
           MOVE MNT-EMP-ID TO LOA-EMP-ID.
           MOVE MNT-START-DATE TO LOA-START-DATE.

           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF OPA-IS-AUTHORIZED
               PERFORM APPLY-AUTHORIZED-TXN
           ELSE
               MOVE OPA-REFUSAL TO RPT-RESULT
               PERFORM WRITE-RPT-RECORD
           END-IF.

       APPLY-AUTHORIZED-TXN.
           IF MNT-EMP-ID NOT NUMERIC OR MNT-EMP-ID = ZEROS
                   OR MNT-START-DATE NOT NUMERIC
                   OR MNT-START-DATE = ZEROS
               MOVE 'REFUSED - NO EMPLOYEE OR START DATE' TO
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
           PERFORM EDIT-LEAVE.
           IF TERMS-ARE-VALID
               PERFORM CHECK-FOR-OVERLAP
               IF LEAVE-OVERLAPS
                   MOVE 'REFUSED - ALREADY ON LEAVE' TO RPT-RESULT
               ELSE
                   MOVE SPACES TO LOA-RECORD
                   MOVE MNT-EMP-ID TO LOA-EMP-ID
                   MOVE MNT-START-DATE TO LOA-START-DATE
                   PERFORM MOVE-TXN-TO-RECORD
                   WRITE LOA-RECORD
                       INVALID KEY
                           MOVE 'ADD FAILED - LEAVE ALREADY ON FILE'
                               TO RPT-RESULT
                       NOT INVALID KEY
                           MOVE 'ADDED' TO RPT-RESULT
                   END-WRITE
               END-IF
           END-IF.
           PERFORM WRITE-RPT-RECORD.

       CHANGE-RECORD.
           PERFORM EDIT-LEAVE.
           IF TERMS-ARE-VALID
               MOVE MNT-EMP-ID TO LOA-EMP-ID
               MOVE MNT-START-DATE TO LOA-START-DATE
               READ FILEIN
                   INVALID KEY
                       MOVE 'CHANGE FAILED - KEY NOT FOUND' TO
                           RPT-RESULT
                   NOT INVALID KEY
                       PERFORM MOVE-TXN-TO-RECORD
                       REWRITE LOA-RECORD
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

      * the employee must be on the master and still employed; the
      * type must be one LOARULES knows; the start and the returns
      * must be real dates, the expected return is required and
      * both returns must fall after the start
       EDIT-LEAVE.
           MOVE 'N' TO WS-TERMS-SW.
           PERFORM EDIT-EMPLOYEE.
           PERFORM EDIT-LEAVE-TYPE.
           PERFORM EDIT-LEAVE-DATES.
           EVALUATE TRUE
               WHEN NOT EMPLOYEE-IS-KNOWN
                   MOVE 'REFUSED - EMPLOYEE NOT ON MASTER' TO
                       RPT-RESULT
               WHEN EMPLOYEE-IS-TERMINATED
                   MOVE 'REFUSED - EMPLOYEE TERMINATED' TO RPT-RESULT
               WHEN NOT TYPE-IS-KNOWN
                   MOVE 'REFUSED - LEAVE TYPE NOT ON LOARULES' TO
                       RPT-RESULT
               WHEN NOT DATES-ARE-REAL
                   MOVE 'REFUSED - DATE NOT A DATE' TO RPT-RESULT
               WHEN MNT-EXPECTED-RETURN NOT > MNT-START-DATE
                   MOVE 'REFUSED - EXPECTED RETURN NOT AFTER START'
                       TO RPT-RESULT
               WHEN MNT-ACTUAL-RETURN NOT = ZEROS
                       AND MNT-ACTUAL-RETURN NOT > MNT-START-DATE
                   MOVE 'REFUSED - ACTUAL RETURN NOT AFTER START' TO
                       RPT-RESULT
               WHEN OTHER
                   SET TERMS-ARE-VALID TO TRUE
           END-EVALUATE.

       EDIT-EMPLOYEE.
           MOVE 'N' TO WS-EMP-SW.
           MOVE 'N' TO WS-TERMINATED-SW.
           IF EMPMAST-IS-OPEN
               MOVE MNT-EMP-ID TO EM-EMP-ID
               READ EMP-MAST-FILE
                   NOT INVALID KEY
                       SET EMPLOYEE-IS-KNOWN TO TRUE
                       IF EM-STATUS-TERMINATED
                           SET EMPLOYEE-IS-TERMINATED TO TRUE
                       END-IF
               END-READ
           END-IF.

       EDIT-LEAVE-TYPE.
           MOVE 'N' TO WS-TYPE-SW.
           IF MNT-TYPE NOT = SPACE
               IF WS-RULE-COUNT = ZEROS
                   SET TYPE-IS-KNOWN TO TRUE
               ELSE
                   PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                           UNTIL WS-RULE-IDX > WS-RULE-COUNT
                       IF LTT-TYPE(WS-RULE-IDX) = MNT-TYPE
                           SET TYPE-IS-KNOWN TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      * DATE-SERVICE's day-of-week call refuses a date that is
      * not on the calendar, which is all the proof needed here;
      * the actual return may still be zeros
       EDIT-LEAVE-DATES.
           SET DATES-ARE-REAL TO TRUE.
           IF MNT-EXPECTED-RETURN NOT NUMERIC
                   OR MNT-ACTUAL-RETURN NOT NUMERIC
               MOVE 'N' TO WS-DATES-SW
           ELSE
               MOVE MNT-START-DATE TO WS-CHECK-DATE
               PERFORM CHECK-ONE-DATE
               MOVE MNT-EXPECTED-RETURN TO WS-CHECK-DATE
               PERFORM CHECK-ONE-DATE
               IF MNT-ACTUAL-RETURN NOT = ZEROS
                   MOVE MNT-ACTUAL-RETURN TO WS-CHECK-DATE
                   PERFORM CHECK-ONE-DATE
               END-IF
           END-IF.

       CHECK-ONE-DATE.
           SET DSV-FUNC-DAY-OF-WEEK TO TRUE.
           MOVE WS-CHECK-DATE TO DSV-DATE-1.
           CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS.
           IF NOT DSV-STAT-OK
               MOVE 'N' TO WS-DATES-SW
           END-IF.

      * walk the employee's leaves on file; the new one may not
      * start inside another, nor run across the start of a later
      * one.  a leave with no actual return is still open and
      * blocks anything after its start
       CHECK-FOR-OVERLAP.
           MOVE 'N' TO WS-OVERLAP-SW.
           MOVE 'N' TO WS-SWEEP-SW.
           IF MNT-ACTUAL-RETURN = ZEROS
               MOVE 99999999 TO WS-NEW-END
           ELSE
               MOVE MNT-ACTUAL-RETURN TO WS-NEW-END
           END-IF.
           MOVE MNT-EMP-ID TO LOA-EMP-ID.
           MOVE ZEROS TO LOA-START-DATE.
           START FILEIN KEY IS NOT < LOA-KEY
               INVALID KEY
                   SET SWEEP-IS-DONE TO TRUE
           END-START.
           PERFORM UNTIL SWEEP-IS-DONE OR LEAVE-OVERLAPS
               READ FILEIN NEXT RECORD
                   AT END
                       SET SWEEP-IS-DONE TO TRUE
                   NOT AT END
                       IF LOA-EMP-ID NOT = MNT-EMP-ID
                           SET SWEEP-IS-DONE TO TRUE
                       ELSE
                           PERFORM COMPARE-ONE-LEAVE
                       END-IF
               END-READ
           END-PERFORM.

       COMPARE-ONE-LEAVE.
           IF LOA-STILL-OUT
               MOVE 99999999 TO WS-OLD-END
           ELSE
               MOVE LOA-ACTUAL-RETURN TO WS-OLD-END
           END-IF.
           IF MNT-START-DATE < WS-OLD-END
                   AND LOA-START-DATE < WS-NEW-END
               SET LEAVE-OVERLAPS TO TRUE
           END-IF.

       MOVE-TXN-TO-RECORD.
           MOVE MNT-TYPE TO LOA-TYPE.
           MOVE MNT-EXPECTED-RETURN TO LOA-EXPECTED-RETURN.
           MOVE MNT-ACTUAL-RETURN TO LOA-ACTUAL-RETURN.
           MOVE OPERATOR-ID-WORK TO LOA-CHANGED-BY.
           MOVE BDT-BUS-DATE TO LOA-CHANGED-DATE.

       WRITE-RPT-RECORD.
           MOVE MNT-ACTION TO RPT-ACTION.
           MOVE MNT-EMP-ID TO RPT-EMP-ID.
           MOVE MNT-START-DATE TO RPT-START-DATE.
           MOVE MNT-TYPE TO RPT-TYPE.
           MOVE MNT-EXPECTED-RETURN TO RPT-EXPECTED-RETURN.
           MOVE MNT-ACTUAL-RETURN TO RPT-ACTUAL-RETURN.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE MNT-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * stamp the action, operator, and outcome into the shared
      * maintenance audit file for the quarterly access review
           MOVE 'LEAVEFILE' TO MAUD-FILE-ID.
           MOVE OPERATOR-ID-WORK TO MAUD-OPERATOR.
           MOVE MNT-ACTION TO MAUD-ACTION.
           MOVE SPACES TO MAUD-KEY.
           MOVE MNT-EMP-ID TO MAUD-KEY(1:6).
           MOVE MNT-START-DATE(3:6) TO MAUD-KEY(7:6).
           MOVE RPT-RESULT TO MAUD-RESULT.
           CALL 'MNTAUDLOG' USING MNTAUDIT-PARMS.

       WRITE-RUNLOG-START.
           MOVE 'LEAVE-MAINT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'LEAVE-MAINT' TO RLOG-PROGRAM-ID.
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
