      * maintenance program for DEPFILE, the employee dependants
      * master - adds, changes and removes the dependants each
      * employee declares, so the per-dependant IRRF deduction
      * and the family allowance (salario-familia) stop being
      * worked out by hand.  PAYROLL-DEDUCT reads it on every run:
      * a dependant flagged for tax comes off the IRRF base, and a
      * child flagged for the family allowance is paid for while
      * under the age limit.  a dependant declared for tax must
      * carry a CPF that passes its check digits, the family
      * allowance is for children only, and the birth date must
      * be a real date no later than today.  a change carries the
      * whole entry again; a delete is for a dependant no longer
      * declared.  follows the shop's maintenance standard: the
      * batch leads with its operator-id record and every action
      * is stamped into the shared MNTAUDIT audit file
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPENDANT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN ASSIGN TO 'DEPFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS DEP-KEY
               FILE STATUS IS WS-FILEIN-STATUS.

           SELECT EMP-MAST-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS EM-EMP-ID
               FILE STATUS IS WS-EMPM-STATUS.

           SELECT MNT-TXN-FILE ASSIGN TO 'DEPMAINT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT MNT-RPT-FILE ASSIGN TO 'DEPMAINTRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILEIN.
           COPY DEPREC.

       FD  EMP-MAST-FILE.
           COPY EMPMREC.

       FD  MNT-TXN-FILE.
       01  MNT-TXN-RECORD.
           05 MNT-ACTION               PIC X(01).
              88 MNT-ACTION-ADD        VALUE 'A'.
              88 MNT-ACTION-CHANGE     VALUE 'C'.
              88 MNT-ACTION-DELETE     VALUE 'D'.
           05 MNT-EMP-ID               PIC 9(06).
           05 MNT-SEQ                  PIC 9(02).
           05 MNT-NAME                 PIC X(30).
           05 MNT-CPF-NR               PIC 9(11).
           05 MNT-BIRTH-DATE           PIC 9(08).
           05 MNT-RELATION             PIC X(01).
              88 MNT-RELATION-IS-KNOWN VALUES 'C' 'S' 'P' 'O'.
              88 MNT-CHILD             VALUE 'C'.
           05 MNT-TAX-FLAG             PIC X(01).
              88 MNT-TAX-FLAG-IS-KNOWN VALUES 'Y' 'N'.
              88 MNT-TAX-DEPENDANT     VALUE 'Y'.
           05 MNT-SALFAM-FLAG          PIC X(01).
              88 MNT-SALFAM-IS-KNOWN   VALUES 'Y' 'N'.
              88 MNT-SALFAM-ELIGIBLE   VALUE 'Y'.

       FD  MNT-RPT-FILE.
       01  MNT-RPT-LINE                PIC X(100).

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
       01  WS-EMPM-OPEN-SW             PIC X(01) VALUE 'N'.
           88  EMPMAST-IS-OPEN                 VALUE 'Y'.

      * the transaction's dependant passes the edits
       01  WS-TERMS-SW                 PIC X(01) VALUE 'N'.
           88  TERMS-ARE-VALID                 VALUE 'Y'.
       01  WS-DATES-SW                 PIC X(01) VALUE 'N'.
           88  DATES-ARE-REAL                  VALUE 'Y'.
       01  WS-EMP-SW                   PIC X(01) VALUE 'N'.
           88  EMPLOYEE-IS-KNOWN               VALUE 'Y'.

           COPY DATESRVW.

           COPY MNTAUDW.

           COPY OPAUTHW.

           COPY CPFCHKW.

           COPY PAGINW.

       01  RPT-DETAIL-LINE.
           05 RPT-ACTION                PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-EMP-ID                PIC 9(06).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 RPT-SEQ                   PIC 9(02).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-NAME                  PIC X(30).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPT-RELATION              PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPT-TAX-FLAG              PIC X(01).
           05 RPT-SALFAM-FLAG           PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-RESULT                PIC X(40).

       PROCEDURE DIVISION.
           MOVE 'DEPENDANT-MAINT' TO BDT-CALLER-ID.
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
               DISPLAY 'DEPENDANT-MAINT: NO DEPMAINT TRANSACTIONS '
                   'SUPPLIED'
           ELSE
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
               DISPLAY 'DEPENDANT-MAINT: NO OPERATOR-ID RECORD AT '
                   'HEAD OF DEPMAINT - BATCH REFUSED'
               SET BATCH-WAS-REFUSED TO TRUE
           END-IF.

      * the operator must hold the action on the file under the
      * OPAUTH authorization file - a transaction the operator
      * may not make is refused, and the refusal is audited like
      * any other result
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'DEPFILE' TO OPA-FILE-ID.
           MOVE OPERATOR-ID-WORK TO OPA-OPERATOR.
           MOVE MNT-ACTION TO OPA-ACTION.
           CALL 'OPAUTH-SERVICE' USING OPAUTH-PARMS.

       PROCESS-TXN-RECORD.
           ADD 1 TO RUNLOG-READ-COUNT.
           MOVE MNT-EMP-ID TO DEP-EMP-ID.
           MOVE MNT-SEQ TO DEP-SEQ.

           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF OPA-IS-AUTHORIZED
               PERFORM APPLY-AUTHORIZED-TXN
           ELSE
               MOVE OPA-REFUSAL TO RPT-RESULT
               PERFORM WRITE-RPT-RECORD
           END-IF.

       APPLY-AUTHORIZED-TXN.
           IF MNT-EMP-ID NOT NUMERIC OR MNT-EMP-ID = ZEROS
                   OR MNT-SEQ NOT NUMERIC OR MNT-SEQ = ZEROS
               MOVE 'REFUSED - NO EMPLOYEE OR SEQUENCE' TO
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
           PERFORM EDIT-DEPENDANT.
           IF TERMS-ARE-VALID
               MOVE SPACES TO DEP-RECORD
               MOVE MNT-EMP-ID TO DEP-EMP-ID
               MOVE MNT-SEQ TO DEP-SEQ
               PERFORM MOVE-TXN-TO-RECORD
               WRITE DEP-RECORD
                   INVALID KEY
                       MOVE 'ADD FAILED - SEQUENCE ALREADY USED' TO
                           RPT-RESULT
                   NOT INVALID KEY
                       MOVE 'ADDED' TO RPT-RESULT
               END-WRITE
           END-IF.
           PERFORM WRITE-RPT-RECORD.

       CHANGE-RECORD.
           PERFORM EDIT-DEPENDANT.
           IF TERMS-ARE-VALID
               READ FILEIN
                   INVALID KEY
                       MOVE 'CHANGE FAILED - KEY NOT FOUND' TO
                           RPT-RESULT
                   NOT INVALID KEY
                       PERFORM MOVE-TXN-TO-RECORD
                       REWRITE DEP-RECORD
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

      * the employee must be on the master; the dependant needs a
      * name, a known relationship and yes/no flags; a tax
      * dependant needs a CPF and any CPF given must pass its
      * check digits; the family allowance is for children; the
      * birth date must be real and not in the future
       EDIT-DEPENDANT.
           MOVE 'N' TO WS-TERMS-SW.
           PERFORM EDIT-EMPLOYEE.
           PERFORM EDIT-BIRTH-DATE.
           IF MNT-CPF-NR IS NUMERIC
               MOVE MNT-CPF-NR TO CPF-CHK-RAW
               PERFORM VALIDATE-CPF-DIGITS
           ELSE
               MOVE 'N' TO CPF-CHK-SW
           END-IF.
           EVALUATE TRUE
               WHEN NOT EMPLOYEE-IS-KNOWN
                   MOVE 'REFUSED - EMPLOYEE NOT ON MASTER' TO
                       RPT-RESULT
               WHEN MNT-NAME = SPACES
                   MOVE 'REFUSED - NO DEPENDANT NAME' TO RPT-RESULT
               WHEN NOT MNT-RELATION-IS-KNOWN
                   MOVE 'REFUSED - BAD RELATIONSHIP' TO RPT-RESULT
               WHEN NOT MNT-TAX-FLAG-IS-KNOWN
                       OR NOT MNT-SALFAM-IS-KNOWN
                   MOVE 'REFUSED - FLAGS MUST BE Y OR N' TO
                       RPT-RESULT
               WHEN MNT-CPF-NR NOT NUMERIC
                   MOVE 'REFUSED - CPF NOT A NUMBER' TO RPT-RESULT
               WHEN MNT-TAX-DEPENDANT AND MNT-CPF-NR = ZEROS
                   MOVE 'REFUSED - TAX DEPENDANT NEEDS A CPF' TO
                       RPT-RESULT
               WHEN MNT-CPF-NR NOT = ZEROS AND NOT CPF-CHK-IS-VALID
                   MOVE 'REFUSED - CPF FAILS CHECK' TO RPT-RESULT
               WHEN MNT-SALFAM-ELIGIBLE AND NOT MNT-CHILD
                   MOVE 'REFUSED - FAMILY ALLOWANCE IS FOR CHILDREN'
                       TO RPT-RESULT
               WHEN NOT DATES-ARE-REAL
                   MOVE 'REFUSED - BIRTH DATE NOT A DATE' TO
                       RPT-RESULT
               WHEN MNT-BIRTH-DATE > BDT-BUS-DATE
                   MOVE 'REFUSED - BIRTH DATE IN THE FUTURE' TO
                       RPT-RESULT
               WHEN OTHER
                   SET TERMS-ARE-VALID TO TRUE
           END-EVALUATE.

       EDIT-EMPLOYEE.
           MOVE 'N' TO WS-EMP-SW.
           IF EMPMAST-IS-OPEN
               MOVE MNT-EMP-ID TO EM-EMP-ID
               READ EMP-MAST-FILE
                   NOT INVALID KEY
                       SET EMPLOYEE-IS-KNOWN TO TRUE
               END-READ
           END-IF.

      * DATE-SERVICE's day-of-week call refuses a date that is
      * not on the calendar, which is all the proof needed here
       EDIT-BIRTH-DATE.
           MOVE 'N' TO WS-DATES-SW.
           IF MNT-BIRTH-DATE IS NUMERIC
               SET DSV-FUNC-DAY-OF-WEEK TO TRUE
               MOVE MNT-BIRTH-DATE TO DSV-DATE-1
               CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS
               IF DSV-STAT-OK
                   SET DATES-ARE-REAL TO TRUE
               END-IF
           END-IF.

       MOVE-TXN-TO-RECORD.
           MOVE MNT-NAME TO DEP-NAME.
           MOVE MNT-CPF-NR TO DEP-CPF-NR.
           MOVE MNT-BIRTH-DATE TO DEP-BIRTH-DATE.
           MOVE MNT-RELATION TO DEP-RELATION.
           MOVE MNT-TAX-FLAG TO DEP-TAX-FLAG.
           MOVE MNT-SALFAM-FLAG TO DEP-SALFAM-FLAG.
           MOVE OPERATOR-ID-WORK TO DEP-CHANGED-BY.
           MOVE BDT-BUS-DATE TO DEP-CHANGED-DATE.

       WRITE-RPT-RECORD.
           MOVE MNT-ACTION TO RPT-ACTION.
           MOVE MNT-EMP-ID TO RPT-EMP-ID.
           MOVE MNT-SEQ TO RPT-SEQ.
           MOVE MNT-NAME TO RPT-NAME.
           MOVE MNT-RELATION TO RPT-RELATION.
           MOVE MNT-TAX-FLAG TO RPT-TAX-FLAG.
           MOVE MNT-SALFAM-FLAG TO RPT-SALFAM-FLAG.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE MNT-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * stamp the action, operator, and outcome into the shared
      * maintenance audit file for the quarterly access review
           MOVE 'DEPFILE' TO MAUD-FILE-ID.
           MOVE OPERATOR-ID-WORK TO MAUD-OPERATOR.
           MOVE MNT-ACTION TO MAUD-ACTION.
           MOVE SPACES TO MAUD-KEY.
           MOVE MNT-EMP-ID TO MAUD-KEY(1:6).
           MOVE MNT-SEQ TO MAUD-KEY(7:2).
           MOVE RPT-RESULT TO MAUD-RESULT.
           CALL 'MNTAUDLOG' USING MNTAUDIT-PARMS.

       WRITE-RUNLOG-START.
           MOVE 'DEPENDANT-MAINT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'DEPENDANT-MAINT' TO RLOG-PROGRAM-ID.
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

           COPY CPFCHKP.

           COPY PAGINP.

           COPY BUSDTP.
