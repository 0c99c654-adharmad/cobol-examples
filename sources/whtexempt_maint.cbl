      * maintenance program for WHTEXEMPT - adds, changes, and
      * deletes the withholding-tax exemption certificates held by
      * depositors the law excuses from interest withholding, or
      * withholds from at a reduced rate: non-profits, pension
      * funds, and the government entities it names, each
      * identified by its CNPJ.  an entry carries the exemption
      * type, the reduced rate where there is one, the certificate
      * number, and the dates the certificate is valid between;
      * COMPOUND-INTEREST reads it when it withholds and
      * WHTEXEMPT-EXPIRY warns of certificates about to lapse.
      * follows the shop's maintenance standard: the batch leads
      * with its operator-id record and every action is stamped
      * into the shared MNTAUDIT audit file
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHTEXEMPT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN ASSIGN TO 'WHTEXEMPT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS WHX-DOC-NR
               FILE STATUS IS WS-FILEIN-STATUS.

           SELECT MNT-TXN-FILE ASSIGN TO 'WHXMAINT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT MNT-RPT-FILE ASSIGN TO 'WHXMAINTRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILEIN.
           COPY WHXREC.

       FD  MNT-TXN-FILE.
       01  MNT-TXN-RECORD.
           05 MNT-ACTION               PIC X(01).
              88 MNT-ACTION-ADD        VALUE 'A'.
              88 MNT-ACTION-CHANGE     VALUE 'C'.
              88 MNT-ACTION-DELETE     VALUE 'D'.
           05 MNT-DOC-NR               PIC X(14).
           05 MNT-EXEMPT-TYPE          PIC X(01).
              88 MNT-TYPE-IS-KNOWN     VALUES 'F' 'R'.
              88 MNT-TYPE-REDUCED      VALUE 'R'.
           05 MNT-REDUCED-RATE         PIC 9(2)V99.
           05 MNT-CERT-NR              PIC X(20).
           05 MNT-VALID-FROM           PIC 9(08).
           05 MNT-VALID-TO             PIC 9(08).
           05 MNT-HOLDER-NAME          PIC X(30).

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

      * the transaction's certificate passes the edits
       01  WS-TERMS-SW                 PIC X(01) VALUE 'N'.
           88  TERMS-ARE-VALID                 VALUE 'Y'.
       01  WS-DATES-SW                 PIC X(01) VALUE 'N'.
           88  DATES-ARE-REAL                  VALUE 'Y'.

           COPY DATESRVW.

           COPY CNPJCHKW.

           COPY MNTAUDW.

           COPY OPAUTHW.

           COPY PAGINW.

       01  RPT-DETAIL-LINE.
           05 RPT-ACTION                PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-DOC-NR                PIC X(14).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-EXEMPT-TYPE           PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-CERT-NR               PIC X(20).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-VALID-TO              PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-RESULT                PIC X(40).

       PROCEDURE DIVISION.
           MOVE 'WHTEXEMPT-MAINT' TO BDT-CALLER-ID.
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
               DISPLAY 'WHTEXEMPT-MAINT: NO WHXMAINT TRANSACTIONS '
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
               DISPLAY 'WHTEXEMPT-MAINT: NO OPERATOR-ID RECORD AT '
                   'HEAD OF WHXMAINT - BATCH REFUSED'
               SET BATCH-WAS-REFUSED TO TRUE
           END-IF.

      * the operator must hold the action on the file under the
      * OPAUTH authorization file - a transaction the operator
      * may not make is refused, and the refusal is audited like
      * any other result
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'WHTEXEMPT' TO OPA-FILE-ID.
           MOVE OPERATOR-ID-WORK TO OPA-OPERATOR.
           MOVE MNT-ACTION TO OPA-ACTION.
           CALL 'OPAUTH-SERVICE' USING OPAUTH-PARMS.

       PROCESS-TXN-RECORD.
           ADD 1 TO RUNLOG-READ-COUNT.
           MOVE MNT-DOC-NR TO WHX-DOC-NR.

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
           PERFORM EDIT-CERTIFICATE.
           IF TERMS-ARE-VALID
               MOVE SPACES TO WHX-RECORD
               MOVE MNT-DOC-NR TO WHX-DOC-NR
               PERFORM MOVE-TXN-TO-RECORD
               WRITE WHX-RECORD
                   INVALID KEY
                       MOVE 'ADD FAILED - KEY ALREADY EXISTS' TO
                           RPT-RESULT
                   NOT INVALID KEY
                       MOVE 'ADDED' TO RPT-RESULT
               END-WRITE
           END-IF.
           PERFORM WRITE-RPT-RECORD.

      * a renewed certificate is a change - the new number and
      * dates replace the lapsed ones on the depositor's entry
       CHANGE-RECORD.
           PERFORM EDIT-CERTIFICATE.
           IF TERMS-ARE-VALID
               READ FILEIN
                   INVALID KEY
                       MOVE 'CHANGE FAILED - KEY NOT FOUND' TO
                           RPT-RESULT
                   NOT INVALID KEY
                       PERFORM MOVE-TXN-TO-RECORD
                       REWRITE WHX-RECORD
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

      * an exemption is held by an entity, so the document number
      * must be a CNPJ that proves its check digits; a reduced
      * rate must be a rate, the certificate must be numbered, and
      * its validity must run between two real calendar dates
       EDIT-CERTIFICATE.
           MOVE 'N' TO WS-TERMS-SW.
           PERFORM EDIT-VALIDITY-DATES.
           IF MNT-DOC-NR IS NUMERIC
               MOVE MNT-DOC-NR TO CNPJ-CHK-RAW
               PERFORM VALIDATE-CNPJ-DIGITS
           ELSE
               MOVE 'N' TO CNPJ-CHK-SW
           END-IF.
           EVALUATE TRUE
               WHEN NOT CNPJ-CHK-IS-VALID
                   MOVE 'REFUSED - DOCUMENT NR NOT A VALID CNPJ' TO
                       RPT-RESULT
               WHEN NOT MNT-TYPE-IS-KNOWN
                   MOVE 'REFUSED - BAD EXEMPTION TYPE' TO RPT-RESULT
               WHEN MNT-TYPE-REDUCED
                       AND (MNT-REDUCED-RATE NOT NUMERIC
                           OR MNT-REDUCED-RATE = ZEROS)
                   MOVE 'REFUSED - REDUCED RATE MISSING' TO
                       RPT-RESULT
               WHEN MNT-CERT-NR = SPACES
                   MOVE 'REFUSED - NO CERTIFICATE NUMBER' TO
                       RPT-RESULT
               WHEN NOT DATES-ARE-REAL
                   MOVE 'REFUSED - VALIDITY DATE NOT A DATE' TO
                       RPT-RESULT
               WHEN MNT-VALID-TO < MNT-VALID-FROM
                   MOVE 'REFUSED - VALID-TO BEFORE VALID-FROM' TO
                       RPT-RESULT
               WHEN OTHER
                   SET TERMS-ARE-VALID TO TRUE
           END-EVALUATE.

      * DATE-SERVICE's day-of-week call refuses a date that is
      * not on the calendar, which is all the proof needed here
       EDIT-VALIDITY-DATES.
           MOVE 'N' TO WS-DATES-SW.
           IF MNT-VALID-FROM IS NUMERIC
                   AND MNT-VALID-TO IS NUMERIC
               SET DSV-FUNC-DAY-OF-WEEK TO TRUE
               MOVE MNT-VALID-FROM TO DSV-DATE-1
               CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS
               IF DSV-STAT-OK
                   MOVE MNT-VALID-TO TO DSV-DATE-1
                   CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS
                   IF DSV-STAT-OK
                       SET DATES-ARE-REAL TO TRUE
                   END-IF
               END-IF
           END-IF.

      * a full exemption carries no rate of its own
       MOVE-TXN-TO-RECORD.
           MOVE MNT-EXEMPT-TYPE TO WHX-EXEMPT-TYPE.
           IF MNT-TYPE-REDUCED
               MOVE MNT-REDUCED-RATE TO WHX-REDUCED-RATE
           ELSE
               MOVE ZEROS TO WHX-REDUCED-RATE
           END-IF.
           MOVE MNT-CERT-NR TO WHX-CERT-NR.
           MOVE MNT-VALID-FROM TO WHX-VALID-FROM.
           MOVE MNT-VALID-TO TO WHX-VALID-TO.
           IF MNT-HOLDER-NAME NOT = SPACES
               MOVE MNT-HOLDER-NAME TO WHX-HOLDER-NAME
           END-IF.
           MOVE OPERATOR-ID-WORK TO WHX-CHANGED-BY.
           MOVE BDT-BUS-DATE TO WHX-CHANGED-DATE.

       WRITE-RPT-RECORD.
           MOVE MNT-ACTION TO RPT-ACTION.
           MOVE MNT-DOC-NR TO RPT-DOC-NR.
           MOVE MNT-EXEMPT-TYPE TO RPT-EXEMPT-TYPE.
           MOVE MNT-CERT-NR TO RPT-CERT-NR.
           IF MNT-VALID-TO IS NUMERIC
               MOVE MNT-VALID-TO TO RPT-VALID-TO
           ELSE
               MOVE ZEROS TO RPT-VALID-TO
           END-IF.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE MNT-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * stamp the action, operator, and outcome into the shared
      * maintenance audit file for the quarterly access review
           MOVE 'WHTEXEMPT' TO MAUD-FILE-ID.
           MOVE OPERATOR-ID-WORK TO MAUD-OPERATOR.
           MOVE MNT-ACTION TO MAUD-ACTION.
           MOVE SPACES TO MAUD-KEY.
           MOVE MNT-DOC-NR TO MAUD-KEY.
           MOVE RPT-RESULT TO MAUD-RESULT.
           CALL 'MNTAUDLOG' USING MNTAUDIT-PARMS.

       WRITE-RUNLOG-START.
           MOVE 'WHTEXEMPT-MAINT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'WHTEXEMPT-MAINT' TO RLOG-PROGRAM-ID.
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
