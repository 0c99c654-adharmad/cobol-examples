      * maintenance program for POLMAST - adds, changes, and
      * deletes the policy master behind COMPUTE1's case ids, and
      * moves a policy between in force, lapsed, surrendered,
      * matured and death claim, so the TAMRA jobs know who owns a
      * case, when it was issued, its face amount and plan, and
      * whether it is still in force.  follows the shop's
      * maintenance standard: the batch leads with its operator-id
      * record and every action is stamped into the shared MNTAUDIT
      * audit file.
      *
      * an add or change must carry a case code the CASECODE table
      * knows (an unavailable CODEREF lets it through, as COMPUTE1
      * does), an owner document that proves out as a CPF or CNPJ,
      * a real issue date no later than the business date, a face
      * amount and a plan code.  a new policy enters in force
      * unless the add names another status; the 'S' action moves
      * only the status and stamps the business date on it.  a
      * policy still in force cannot be deleted - it has to leave
      * force first
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLICY-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN ASSIGN TO 'POLMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS POL-CASE-ID
               FILE STATUS IS WS-FILEIN-STATUS.

           SELECT MNT-TXN-FILE ASSIGN TO 'POLMAINT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT MNT-RPT-FILE ASSIGN TO 'POLMAINTRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILEIN.
           COPY POLREC.

       FD  MNT-TXN-FILE.
       01  MNT-TXN-RECORD.
           05 MNT-ACTION               PIC X(01).
              88 MNT-ACTION-ADD        VALUE 'A'.
              88 MNT-ACTION-CHANGE     VALUE 'C'.
              88 MNT-ACTION-DELETE     VALUE 'D'.
              88 MNT-ACTION-STATUS     VALUE 'S'.
           05 MNT-CASE-ID              PIC X(10).
           05 MNT-OWNER-DOC-NR         PIC X(14).
           05 MNT-ISSUE-DATE           PIC 9(08).
           05 MNT-FACE-AMT             PIC 9(09)V99.
           05 MNT-PLAN-CD              PIC X(04).
           05 MNT-STATUS               PIC X(01).
              88 MNT-STATUS-IS-KNOWN   VALUES 'I' 'L' 'S' 'M' 'D'.

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

      * the policy terms on an add or change, proved before the
      * master is touched
       01  WS-TERMS-SW                 PIC X(01).
           88  TERMS-ARE-VALID                 VALUE 'Y'.
       01  WS-CASECODE-TABLE           PIC X(08) VALUE 'CASECODE'.

           COPY MNTAUDW.

           COPY OPAUTHW.

           COPY PAGINW.

           COPY CODELKW.

           COPY DATESRVW.

           COPY CPFCHKW.

           COPY CNPJCHKW.

       01  RPT-DETAIL-LINE.
           05 RPT-ACTION                PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-KEY                   PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-RESULT                PIC X(40).

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'POLICY-MAINT' TO BDT-CALLER-ID.
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
               DISPLAY 'POLICY-MAINT: NO POLMAINT TRANSACTIONS '
                   'SUPPLIED'
           ELSE
               OPEN I-O FILEIN
      * create the master only when it genuinely does not exist
      * (status 35) - any other failed open means a live master is
      * sitting there and an OPEN OUTPUT would truncate it
               IF WS-FILEIN-STATUS = '35'
                   OPEN OUTPUT FILEIN
                   CLOSE FILEIN
                   OPEN I-O FILEIN
               END-IF
               IF WS-FILEIN-STATUS NOT = '00'
                   DISPLAY 'POLICY-MAINT: POLMAST OPEN FAILED - '
                       'STATUS ' WS-FILEIN-STATUS ' - BATCH '
                       'REFUSED'
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

                   CLOSE FILEIN
                   CLOSE MNT-RPT-FILE
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
               MOVE MNT-TXN-RECORD(2:8) TO OPERATOR-ID-WORK
               SET OPERATOR-SUPPLIED TO TRUE
               PERFORM READ-TXN-RECORD
           ELSE
               DISPLAY 'POLICY-MAINT: NO OPERATOR-ID RECORD AT '
                   'HEAD OF POLMAINT - BATCH REFUSED'
               SET BATCH-WAS-REFUSED TO TRUE
           END-IF.

      * the operator must hold the action on the file under the
      * OPAUTH authorization file - a transaction the operator
      * may not make is refused, and the refusal is audited like
      * any other result
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'POLMAST' TO OPA-FILE-ID.
           MOVE OPERATOR-ID-WORK TO OPA-OPERATOR.
           MOVE MNT-ACTION TO OPA-ACTION.
           CALL 'OPAUTH-SERVICE' USING OPAUTH-PARMS.

       PROCESS-TXN-RECORD.
           ADD 1 TO RUNLOG-READ-COUNT.
           MOVE MNT-CASE-ID TO POL-CASE-ID.

           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF OPA-IS-AUTHORIZED
               PERFORM APPLY-AUTHORIZED-TXN
           ELSE
               MOVE OPA-REFUSAL TO RPT-RESULT
               PERFORM WRITE-RPT-RECORD
           END-IF.

       APPLY-AUTHORIZED-TXN.
           EVALUATE TRUE
               WHEN MNT-ACTION-ADD
                   PERFORM ADD-RECORD
               WHEN MNT-ACTION-CHANGE
                   PERFORM CHANGE-RECORD
               WHEN MNT-ACTION-DELETE
                   PERFORM DELETE-RECORD
               WHEN MNT-ACTION-STATUS
                   PERFORM STATUS-CHANGE-RECORD
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO RPT-RESULT
                   PERFORM WRITE-RPT-RECORD
           END-EVALUATE.

       ADD-RECORD.
           PERFORM EDIT-POLICY-TERMS.
           IF TERMS-ARE-VALID
                   AND MNT-STATUS NOT = SPACE
                   AND NOT MNT-STATUS-IS-KNOWN
               MOVE 'ADD FAILED - BAD STATUS' TO RPT-RESULT
               MOVE 'N' TO WS-TERMS-SW
           END-IF.
           IF TERMS-ARE-VALID
               MOVE SPACES TO POL-RECORD
               MOVE MNT-CASE-ID TO POL-CASE-ID
               PERFORM MOVE-TXN-TO-RECORD
               IF MNT-STATUS = SPACE
                   SET POL-IN-FORCE TO TRUE
               ELSE
                   MOVE MNT-STATUS TO POL-STATUS
               END-IF
               MOVE BDT-BUS-DATE TO POL-STATUS-DATE
               WRITE POL-RECORD
                   INVALID KEY
                       MOVE 'ADD FAILED - KEY ALREADY EXISTS' TO
                           RPT-RESULT
                   NOT INVALID KEY
                       MOVE 'ADDED' TO RPT-RESULT
               END-WRITE
           END-IF.
           PERFORM WRITE-RPT-RECORD.

      * a change re-keys the policy terms; the status moves only
      * through the 'S' action
       CHANGE-RECORD.
           PERFORM EDIT-POLICY-TERMS.
           IF TERMS-ARE-VALID
               READ FILEIN
                   INVALID KEY
                       MOVE 'CHANGE FAILED - KEY NOT FOUND' TO
                           RPT-RESULT
                   NOT INVALID KEY
                       PERFORM MOVE-TXN-TO-RECORD
                       REWRITE POL-RECORD
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
                   IF POL-IN-FORCE
                       MOVE 'DELETE REFUSED - POLICY IN FORCE' TO
                           RPT-RESULT
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

      * a lapse, surrender, maturity, death claim or reinstatement
      * touches nothing but the status and its date
       STATUS-CHANGE-RECORD.
           IF NOT MNT-STATUS-IS-KNOWN
               MOVE 'STATUS CHANGE FAILED - BAD STATUS' TO RPT-RESULT
           ELSE
               READ FILEIN
                   INVALID KEY
                       MOVE 'STATUS CHANGE FAILED - KEY NOT FOUND'
                           TO RPT-RESULT
                   NOT INVALID KEY
                       IF POL-STATUS = MNT-STATUS
                           MOVE 'STATUS CHANGE FAILED - NO CHANGE'
                               TO RPT-RESULT
                       ELSE
                           MOVE MNT-STATUS TO POL-STATUS
                           MOVE BDT-BUS-DATE TO POL-STATUS-DATE
                           REWRITE POL-RECORD
                               INVALID KEY
                                   MOVE 'STATUS REWRITE FAILED' TO
                                       RPT-RESULT
                               NOT INVALID KEY
                                   MOVE 'STATUS CHANGED' TO
                                       RPT-RESULT
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.
           PERFORM WRITE-RPT-RECORD.

      * every term an add or change carries must prove out; the
      * first that does not is the result reported
       EDIT-POLICY-TERMS.
           MOVE 'N' TO WS-TERMS-SW.
           EVALUATE TRUE
               WHEN MNT-CASE-ID = SPACES
                   MOVE 'REFUSED - CASE ID MISSING' TO RPT-RESULT
               WHEN MNT-PLAN-CD = SPACES
                   MOVE 'REFUSED - PLAN CODE MISSING' TO RPT-RESULT
               WHEN MNT-FACE-AMT IS NOT NUMERIC
                       OR MNT-FACE-AMT = ZEROS
                   MOVE 'REFUSED - FACE AMOUNT MISSING' TO RPT-RESULT
               WHEN MNT-ISSUE-DATE IS NOT NUMERIC
                   MOVE 'REFUSED - ISSUE DATE NOT A DATE' TO
                       RPT-RESULT
               WHEN MNT-ISSUE-DATE > BDT-BUS-DATE
                   MOVE 'REFUSED - ISSUE DATE IN THE FUTURE' TO
                       RPT-RESULT
               WHEN OTHER
                   SET TERMS-ARE-VALID TO TRUE
           END-EVALUATE.
           IF TERMS-ARE-VALID
               PERFORM EDIT-ISSUE-DATE
           END-IF.
           IF TERMS-ARE-VALID
               PERFORM EDIT-OWNER-DOCUMENT
           END-IF.
           IF TERMS-ARE-VALID
               PERFORM EDIT-CASE-CODE
           END-IF.

      * DATE-SERVICE's day-of-week call refuses a date that is
      * not on the calendar, which is all the proof needed here
       EDIT-ISSUE-DATE.
           SET DSV-FUNC-DAY-OF-WEEK TO TRUE.
           MOVE MNT-ISSUE-DATE TO DSV-DATE-1.
           CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS.
           IF NOT DSV-STAT-OK
               MOVE 'REFUSED - ISSUE DATE NOT A DATE' TO RPT-RESULT
               MOVE 'N' TO WS-TERMS-SW
           END-IF.

      * the owner's document is the CUST-DOC-NR the customer file
      * carries - an 11-digit CPF left-justified or a 14-digit CNPJ
       EDIT-OWNER-DOCUMENT.
           IF MNT-OWNER-DOC-NR(12:3) = SPACES
                   AND MNT-OWNER-DOC-NR(1:11) IS NUMERIC
               MOVE MNT-OWNER-DOC-NR(1:11) TO CPF-CHK-RAW
               PERFORM VALIDATE-CPF-DIGITS
               IF NOT CPF-CHK-IS-VALID
                   MOVE 'REFUSED - OWNER CPF FAILS CHECK DIGIT' TO
                       RPT-RESULT
                   MOVE 'N' TO WS-TERMS-SW
               END-IF
           ELSE
               IF MNT-OWNER-DOC-NR IS NUMERIC
                   MOVE MNT-OWNER-DOC-NR TO CNPJ-CHK-RAW
                   PERFORM VALIDATE-CNPJ-DIGITS
                   IF NOT CNPJ-CHK-IS-VALID
                       MOVE 'REFUSED - OWNER CNPJ FAILS CHECK DIGIT'
                           TO RPT-RESULT
                       MOVE 'N' TO WS-TERMS-SW
                   END-IF
               ELSE
                   MOVE 'REFUSED - OWNER DOC NOT A CPF OR CNPJ' TO
                       RPT-RESULT
                   MOVE 'N' TO WS-TERMS-SW
               END-IF
           END-IF.

      * the first four bytes of the case id are the case code, the
      * same check COMPUTE1 makes of every rate record
       EDIT-CASE-CODE.
           MOVE WS-CASECODE-TABLE TO CDLK-TABLE-ID.
           MOVE MNT-CASE-ID(1:4) TO CDLK-CODE-IN.
           MOVE BDT-BUS-DATE TO CDLK-ASOF-DATE.
           CALL 'CODELOOKUP' USING CODELOOKUP-PARMS.
           IF CDLK-STAT-NOT-FOUND
               MOVE 'REFUSED - CASE CODE NOT ON FILE' TO RPT-RESULT
               MOVE 'N' TO WS-TERMS-SW
           END-IF.

       MOVE-TXN-TO-RECORD.
           MOVE MNT-OWNER-DOC-NR TO POL-OWNER-DOC-NR.
           MOVE MNT-ISSUE-DATE TO POL-ISSUE-DATE.
           MOVE MNT-FACE-AMT TO POL-FACE-AMT.
           MOVE MNT-PLAN-CD TO POL-PLAN-CD.

       WRITE-RPT-RECORD.
           MOVE MNT-ACTION TO RPT-ACTION.
           MOVE MNT-CASE-ID TO RPT-KEY.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE MNT-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * stamp the action, operator, and outcome into the shared
      * maintenance audit file for the quarterly access review
           MOVE 'POLMAST' TO MAUD-FILE-ID.
           MOVE OPERATOR-ID-WORK TO MAUD-OPERATOR.
           MOVE MNT-ACTION TO MAUD-ACTION.
           MOVE SPACES TO MAUD-KEY.
           MOVE MNT-CASE-ID TO MAUD-KEY(1:10).
           MOVE RPT-RESULT TO MAUD-RESULT.
           CALL 'MNTAUDLOG' USING MNTAUDIT-PARMS.

      * the shared pagination gate in front of every report line
       PAGINATE-BEFORE-LINE.
           PERFORM CHECK-PAGE-BREAK.
           IF PAG-BREAK-NEEDED
               WRITE MNT-RPT-LINE FROM PAG-PAGE-HEADING-LINE
               PERFORM NOTE-HEADING-LINES
           END-IF.
           PERFORM COUNT-REPORT-LINE.

       WRITE-RUNLOG-START.
           MOVE 'POLICY-MAINT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'POLICY-MAINT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY CPFCHKP.

           COPY CNPJCHKP.

           COPY PAGINP.

           COPY BUSDTP.
