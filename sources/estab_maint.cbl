      * maintenance program for ESTFILE, the establishment master -
      * one entry for each legal entity and branch the payroll runs
      * for, carrying the CNPJ it remits and declares under, the
      * bank account its payroll is paid from and the company
      * segment its ledger postings carry.  the CNPJ must prove its
      * mod-11 check digits the way T5 proves the employer's, the
      * bank account and ledger company are required, and there is
      * exactly one head office - an add or change flagging a
      * second one is refused, the head office cannot be made
      * inactive, and it cannot be deleted.  nor can any
      * establishment employees are still assigned to on EMPMAST.
      * an inactive establishment keeps its entry for the runs
      * that still pay its people but takes no new assignments.
      * follows the shop's maintenance standard: the batch leads
      * with its operator-id record and every action is stamped
      * into the shared MNTAUDIT audit file
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTAB-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN ASSIGN TO 'ESTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS EST-CD
               FILE STATUS IS WS-FILEIN-STATUS.

           SELECT EMP-MAST-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS EM-EMP-ID
               FILE STATUS IS WS-EMPM-STATUS.

           SELECT MNT-TXN-FILE ASSIGN TO 'ESTMAINT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT MNT-RPT-FILE ASSIGN TO 'ESTMAINTRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILEIN.
           COPY ESTREC.

       FD  EMP-MAST-FILE.
           COPY EMPMREC.

       FD  MNT-TXN-FILE.
       01  MNT-TXN-RECORD.
           05 MNT-ACTION               PIC X(01).
              88 MNT-ACTION-ADD        VALUE 'A'.
              88 MNT-ACTION-CHANGE     VALUE 'C'.
              88 MNT-ACTION-DELETE     VALUE 'D'.
           05 MNT-EST-CD               PIC X(04).
           05 MNT-EST-NAME             PIC X(30).
           05 MNT-CNPJ                 PIC 9(14).
           05 MNT-BANK-CD              PIC X(03).
           05 MNT-BANK-BRANCH          PIC X(05).
           05 MNT-BANK-ACCT            PIC X(10).
           05 MNT-GL-COMPANY           PIC X(04).
           05 MNT-HEAD-OFFICE          PIC X(01).
              88 MNT-IS-HEAD-OFFICE    VALUE 'Y'.
           05 MNT-STATUS-CD            PIC X(01).
              88 MNT-STATUS-INACTIVE   VALUE 'I'.

       FD  MNT-RPT-FILE.
       01  MNT-RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILEIN-STATUS            PIC XX.
       01  WS-EMPM-STATUS              PIC XX.
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

      * the transaction's establishment passes the edits
       01  WS-TERMS-SW                 PIC X(01) VALUE 'N'.
           88  TERMS-ARE-VALID                 VALUE 'Y'.
       01  WS-OTHER-HO-SW              PIC X(01) VALUE 'N'.
           88  OTHER-HEAD-OFFICE-ON-FILE       VALUE 'Y'.
       01  WS-ASSIGNED-SW              PIC X(01) VALUE 'N'.
           88  EMPLOYEES-ARE-ASSIGNED          VALUE 'Y'.
       01  WS-SWEEP-SW                 PIC X(01) VALUE 'N'.
           88  SWEEP-IS-DONE                   VALUE 'Y'.

           COPY CNPJCHKW.

           COPY MNTAUDW.

           COPY OPAUTHW.

           COPY PAGINW.

       01  RPT-DETAIL-LINE.
           05 RPT-ACTION                PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-EST-CD                PIC X(04).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-CNPJ                  PIC 9(14).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-GL-COMPANY            PIC X(04).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-HEAD-OFFICE           PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-RESULT                PIC X(40).

       PROCEDURE DIVISION.
           MOVE 'ESTAB-MAINT' TO BDT-CALLER-ID.
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
               DISPLAY 'ESTAB-MAINT: NO ESTMAINT TRANSACTIONS '
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
               DISPLAY 'ESTAB-MAINT: NO OPERATOR-ID RECORD AT '
                   'HEAD OF ESTMAINT - BATCH REFUSED'
               SET BATCH-WAS-REFUSED TO TRUE
           END-IF.

      * the operator must hold the action on the file under the
      * OPAUTH authorization file - a transaction the operator
      * may not make is refused, and the refusal is audited like
      * any other result
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'ESTFILE' TO OPA-FILE-ID.
           MOVE OPERATOR-ID-WORK TO OPA-OPERATOR.
           MOVE MNT-ACTION TO OPA-ACTION.
           CALL 'OPAUTH-SERVICE' USING OPAUTH-PARMS.

       PROCESS-TXN-RECORD.
           ADD 1 TO RUNLOG-READ-COUNT.
           MOVE MNT-EST-CD TO EST-CD.

           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF OPA-IS-AUTHORIZED
               PERFORM APPLY-AUTHORIZED-TXN
           ELSE
               MOVE OPA-REFUSAL TO RPT-RESULT
               PERFORM WRITE-RPT-RECORD
           END-IF.

       APPLY-AUTHORIZED-TXN.
           IF MNT-EST-CD = SPACES
               MOVE 'REFUSED - NO ESTABLISHMENT CODE' TO RPT-RESULT
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
           PERFORM EDIT-ESTABLISHMENT.
           IF TERMS-ARE-VALID
               MOVE SPACES TO EST-RECORD
               MOVE MNT-EST-CD TO EST-CD
               PERFORM MOVE-TXN-TO-RECORD
               WRITE EST-RECORD
                   INVALID KEY
                       MOVE 'ADD FAILED - KEY ALREADY EXISTS' TO
                           RPT-RESULT
                   NOT INVALID KEY
                       MOVE 'ADDED' TO RPT-RESULT
               END-WRITE
           END-IF.
           PERFORM WRITE-RPT-RECORD.

       CHANGE-RECORD.
           PERFORM EDIT-ESTABLISHMENT.
           IF TERMS-ARE-VALID
               MOVE MNT-EST-CD TO EST-CD
               READ FILEIN
                   INVALID KEY
                       MOVE 'CHANGE FAILED - KEY NOT FOUND' TO
                           RPT-RESULT
                   NOT INVALID KEY
                       PERFORM MOVE-TXN-TO-RECORD
                       REWRITE EST-RECORD
                           INVALID KEY
                               MOVE 'CHANGE FAILED ON REWRITE' TO
                                   RPT-RESULT
                           NOT INVALID KEY
                               MOVE 'CHANGED' TO RPT-RESULT
                       END-REWRITE
               END-READ
           END-IF.
           PERFORM WRITE-RPT-RECORD.

      * the head office and any establishment still carrying
      * employees stay on file
       DELETE-RECORD.
           READ FILEIN
               INVALID KEY
                   MOVE 'DELETE FAILED - KEY NOT FOUND' TO
                       RPT-RESULT
               NOT INVALID KEY
                   PERFORM CHECK-FOR-ASSIGNED-EMPLOYEES
                   EVALUATE TRUE
                       WHEN EST-IS-HEAD-OFFICE
                           MOVE 'REFUSED - HEAD OFFICE CANNOT GO' TO
                               RPT-RESULT
                       WHEN EMPLOYEES-ARE-ASSIGNED
                           MOVE 'REFUSED - EMPLOYEES STILL ASSIGNED'
                               TO RPT-RESULT
                       WHEN OTHER
                           DELETE FILEIN RECORD
                               INVALID KEY
                                   MOVE 'DELETE FAILED' TO RPT-RESULT
                               NOT INVALID KEY
                                   MOVE 'DELETED' TO RPT-RESULT
                           END-DELETE
                   END-EVALUATE
           END-READ.
           PERFORM WRITE-RPT-RECORD.

      * the name, bank account and ledger company are required;
      * the CNPJ must prove its check digits; only one head office,
      * and the head office is always active
       EDIT-ESTABLISHMENT.
           MOVE 'N' TO WS-TERMS-SW.
           IF MNT-CNPJ IS NOT NUMERIC
               MOVE 'N' TO CNPJ-CHK-SW
           ELSE
               MOVE MNT-CNPJ TO CNPJ-CHK-RAW
               PERFORM VALIDATE-CNPJ-DIGITS
           END-IF.
           PERFORM CHECK-FOR-OTHER-HEAD-OFFICE.
           EVALUATE TRUE
               WHEN MNT-EST-NAME = SPACES
                   MOVE 'REFUSED - NO ESTABLISHMENT NAME' TO
                       RPT-RESULT
               WHEN NOT CNPJ-CHK-IS-VALID
                   MOVE 'REFUSED - CNPJ FAILS CHECK DIGITS' TO
                       RPT-RESULT
               WHEN MNT-BANK-BRANCH = SPACES
                       OR MNT-BANK-ACCT = SPACES
                   MOVE 'REFUSED - NO PAYING BANK ACCOUNT' TO
                       RPT-RESULT
               WHEN MNT-GL-COMPANY = SPACES
                   MOVE 'REFUSED - NO LEDGER COMPANY' TO RPT-RESULT
               WHEN MNT-HEAD-OFFICE NOT = 'Y' AND 'N' AND SPACE
                   MOVE 'REFUSED - HEAD OFFICE FLAG NOT Y OR N' TO
                       RPT-RESULT
               WHEN MNT-STATUS-CD NOT = 'A' AND 'I' AND SPACE
                   MOVE 'REFUSED - STATUS NOT A OR I' TO RPT-RESULT
               WHEN MNT-IS-HEAD-OFFICE AND OTHER-HEAD-OFFICE-ON-FILE
                   MOVE 'REFUSED - HEAD OFFICE ALREADY ON FILE' TO
                       RPT-RESULT
               WHEN MNT-IS-HEAD-OFFICE AND MNT-STATUS-INACTIVE
                   MOVE 'REFUSED - HEAD OFFICE MUST STAY ACTIVE' TO
                       RPT-RESULT
               WHEN OTHER
                   SET TERMS-ARE-VALID TO TRUE
           END-EVALUATE.

      * walk ESTFILE for a head office other than this one
       CHECK-FOR-OTHER-HEAD-OFFICE.
           MOVE 'N' TO WS-OTHER-HO-SW.
           MOVE 'N' TO WS-SWEEP-SW.
           MOVE LOW-VALUES TO EST-CD.
           START FILEIN KEY IS NOT < EST-CD
               INVALID KEY
                   SET SWEEP-IS-DONE TO TRUE
           END-START.
           PERFORM UNTIL SWEEP-IS-DONE OR OTHER-HEAD-OFFICE-ON-FILE
               READ FILEIN NEXT RECORD
                   AT END
                       SET SWEEP-IS-DONE TO TRUE
                   NOT AT END
                       IF EST-IS-HEAD-OFFICE
                               AND EST-CD NOT = MNT-EST-CD
                           SET OTHER-HEAD-OFFICE-ON-FILE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      * a pass of EMPMAST for anyone still paid under this code
       CHECK-FOR-ASSIGNED-EMPLOYEES.
           MOVE 'N' TO WS-ASSIGNED-SW.
           MOVE 'N' TO WS-SWEEP-SW.
           OPEN INPUT EMP-MAST-FILE.
           IF WS-EMPM-STATUS = '00'
               PERFORM UNTIL SWEEP-IS-DONE OR EMPLOYEES-ARE-ASSIGNED
                   READ EMP-MAST-FILE NEXT RECORD
                       AT END
                           SET SWEEP-IS-DONE TO TRUE
                       NOT AT END
                           IF EM-ESTAB-CD = EST-CD
                               SET EMPLOYEES-ARE-ASSIGNED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMP-MAST-FILE
           END-IF.

       MOVE-TXN-TO-RECORD.
           MOVE MNT-EST-NAME TO EST-NAME.
           MOVE MNT-CNPJ TO EST-CNPJ.
           MOVE MNT-BANK-CD TO EST-BANK-CD.
           MOVE MNT-BANK-BRANCH TO EST-BANK-BRANCH.
           MOVE MNT-BANK-ACCT TO EST-BANK-ACCT.
           MOVE MNT-GL-COMPANY TO EST-GL-COMPANY.
           IF MNT-IS-HEAD-OFFICE
               MOVE 'Y' TO EST-HEAD-OFFICE
           ELSE
               MOVE 'N' TO EST-HEAD-OFFICE
           END-IF.
           IF MNT-STATUS-INACTIVE
               MOVE 'I' TO EST-STATUS-CD
           ELSE
               MOVE 'A' TO EST-STATUS-CD
           END-IF.
           MOVE OPERATOR-ID-WORK TO EST-CHANGED-BY.
           MOVE BDT-BUS-DATE TO EST-CHANGED-DATE.

       WRITE-RPT-RECORD.
           MOVE MNT-ACTION TO RPT-ACTION.
           MOVE MNT-EST-CD TO RPT-EST-CD.
           IF MNT-CNPJ IS NUMERIC
               MOVE MNT-CNPJ TO RPT-CNPJ
           ELSE
               MOVE ZEROS TO RPT-CNPJ
           END-IF.
           MOVE MNT-GL-COMPANY TO RPT-GL-COMPANY.
           MOVE MNT-HEAD-OFFICE TO RPT-HEAD-OFFICE.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE MNT-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * stamp the action, operator, and outcome into the shared
      * maintenance audit file for the quarterly access review
           MOVE 'ESTFILE' TO MAUD-FILE-ID.
           MOVE OPERATOR-ID-WORK TO MAUD-OPERATOR.
           MOVE MNT-ACTION TO MAUD-ACTION.
           MOVE SPACES TO MAUD-KEY.
           MOVE MNT-EST-CD TO MAUD-KEY(1:4).
           MOVE RPT-RESULT TO MAUD-RESULT.
           CALL 'MNTAUDLOG' USING MNTAUDIT-PARMS.

       WRITE-RUNLOG-START.
           MOVE 'ESTAB-MAINT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'ESTAB-MAINT' TO RLOG-PROGRAM-ID.
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

           COPY CNPJCHKP.

           COPY PAGINP.

           COPY BUSDTP.
