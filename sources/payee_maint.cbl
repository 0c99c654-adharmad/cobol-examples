      * maintenance program for PAYEEFILE, the third-party payee
      * master - one entry for each party the payroll withholds
      * money for, keyed by its CNPJ or its CPF.  the document must
      * prove its mod-11 check digits under the type it is keyed
      * as (a CPF right-justified in the fourteen digits, its
      * leading three zeros), and a payee paid by transfer must
      * carry a numeric bank code and branch and an account - a
      * PIX payment keys on the document itself and a collection
      * slip needs no account.  the routes say which deduction
      * codes belong to the payee, for one named employee or for
      * everyone; a route already held by another payee is refused
      * so a withholding can never be paid to two parties, and a
      * payee still holding a carried amount cannot be deleted.
      * a change leaves the last period gathered and the carried
      * amount as PAYEE-PAYMENT left them.  follows the shop's
      * maintenance standard: the batch leads with its operator-id
      * record and every action is stamped into the shared
      * MNTAUDIT audit file
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN ASSIGN TO 'PAYEEFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS PYE-DOC-NR
               FILE STATUS IS WS-FILEIN-STATUS.

           SELECT MNT-TXN-FILE ASSIGN TO 'PAYEEMNT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT MNT-RPT-FILE ASSIGN TO 'PAYEEMNTRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILEIN.
           COPY PYEREC.

       FD  MNT-TXN-FILE.
       01  MNT-TXN-RECORD.
           05 MNT-ACTION               PIC X(01).
              88 MNT-ACTION-ADD        VALUE 'A'.
              88 MNT-ACTION-CHANGE     VALUE 'C'.
              88 MNT-ACTION-DELETE     VALUE 'D'.
           05 MNT-DOC-NR               PIC 9(14).
           05 MNT-DOC-TYPE             PIC X(01).
           05 MNT-NAME                 PIC X(30).
           05 MNT-PAYEE-KIND           PIC X(01).
           05 MNT-BANK-CD              PIC X(03).
           05 MNT-BANK-BRANCH          PIC X(05).
           05 MNT-BANK-ACCT            PIC X(10).
           05 MNT-PAY-METHOD           PIC X(01).
           05 MNT-REMIT-FREQ           PIC X(01).
           05 MNT-ROUTE OCCURS 6 TIMES.
              10 MNT-ROUTE-CODE        PIC X(04).
              10 MNT-ROUTE-EMP-ID      PIC X(06).
           05 MNT-STATUS-CD            PIC X(01).
              88 MNT-STATUS-INACTIVE   VALUE 'I'.

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

      * the transaction's payee passes the edits
       01  WS-TERMS-SW                 PIC X(01) VALUE 'N'.
           88  TERMS-ARE-VALID                 VALUE 'Y'.
       01  WS-DOC-SW                   PIC X(01) VALUE 'N'.
           88  DOCUMENT-IS-VALID               VALUE 'Y'.
       01  WS-SWEEP-SW                 PIC X(01) VALUE 'N'.
           88  SWEEP-IS-DONE                   VALUE 'Y'.
       01  WS-CLASH-SW                 PIC X(01) VALUE 'N'.
           88  ROUTE-HELD-ELSEWHERE            VALUE 'Y'.

      * the transaction's routes with the employee ids made
      * numeric - a blank employee id is a route for everyone
       01  WS-ROUTE-ERROR              PIC X(01) VALUE SPACE.
           88  ROUTES-ARE-VALID                VALUE SPACE.
           88  ROUTE-NONE-GIVEN                VALUE 'N'.
           88  ROUTE-EMP-NOT-NUMERIC           VALUE 'E'.
           88  ROUTE-EMP-WITHOUT-CODE          VALUE 'C'.
           88  ROUTE-GIVEN-TWICE               VALUE 'D'.
       01  WS-ROUTE-COUNT              PIC 9(02) VALUE ZEROS.
       01  WS-RTE-IDX                  PIC 9(02).
       01  WS-RTE-IDX-2                PIC 9(02).
       01  WS-TXN-ROUTES.
           05  TXR-ENTRY OCCURS 6 TIMES.
               10  TXR-CODE            PIC X(04).
               10  TXR-EMP-ID          PIC 9(06).

           COPY CNPJCHKW.

           COPY CPFCHKW.

           COPY MNTAUDW.

           COPY OPAUTHW.

           COPY PAGINW.

       01  RPT-DETAIL-LINE.
           05 RPT-ACTION                PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-DOC-NR                PIC 9(14).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-DOC-TYPE              PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-PAY-METHOD            PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-REMIT-FREQ            PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-RESULT                PIC X(40).

       PROCEDURE DIVISION.
           MOVE 'PAYEE-MAINT' TO BDT-CALLER-ID.
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
               DISPLAY 'PAYEE-MAINT: NO PAYEEMNT TRANSACTIONS '
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
               DISPLAY 'PAYEE-MAINT: NO OPERATOR-ID RECORD AT '
                   'HEAD OF PAYEEMNT - BATCH REFUSED'
               SET BATCH-WAS-REFUSED TO TRUE
           END-IF.

      * the operator must hold the action on the file under the
      * OPAUTH authorization file - a transaction the operator
      * may not make is refused, and the refusal is audited like
      * any other result
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'PAYEEFILE' TO OPA-FILE-ID.
           MOVE OPERATOR-ID-WORK TO OPA-OPERATOR.
           MOVE MNT-ACTION TO OPA-ACTION.
           CALL 'OPAUTH-SERVICE' USING OPAUTH-PARMS.

       PROCESS-TXN-RECORD.
           ADD 1 TO RUNLOG-READ-COUNT.

           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF OPA-IS-AUTHORIZED
               PERFORM APPLY-AUTHORIZED-TXN
           ELSE
               MOVE OPA-REFUSAL TO RPT-RESULT
               PERFORM WRITE-RPT-RECORD
           END-IF.

       APPLY-AUTHORIZED-TXN.
           IF MNT-DOC-NR IS NOT NUMERIC OR MNT-DOC-NR = ZEROS
               MOVE 'REFUSED - NO DOCUMENT NUMBER' TO RPT-RESULT
               PERFORM WRITE-RPT-RECORD
           ELSE
               MOVE MNT-DOC-NR TO PYE-DOC-NR
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
           PERFORM EDIT-PAYEE.
           IF TERMS-ARE-VALID
               MOVE SPACES TO PYE-RECORD
               MOVE MNT-DOC-NR TO PYE-DOC-NR
               MOVE ZEROS TO PYE-LAST-PERIOD
               MOVE ZEROS TO PYE-CARRIED-AMOUNT
               PERFORM MOVE-TXN-TO-RECORD
               WRITE PYE-RECORD
                   INVALID KEY
                       MOVE 'ADD FAILED - KEY ALREADY EXISTS' TO
                           RPT-RESULT
                   NOT INVALID KEY
                       MOVE 'ADDED' TO RPT-RESULT
               END-WRITE
           END-IF.
           PERFORM WRITE-RPT-RECORD.

       CHANGE-RECORD.
           PERFORM EDIT-PAYEE.
           IF TERMS-ARE-VALID
               MOVE MNT-DOC-NR TO PYE-DOC-NR
               READ FILEIN
                   INVALID KEY
                       MOVE 'CHANGE FAILED - KEY NOT FOUND' TO
                           RPT-RESULT
                   NOT INVALID KEY
                       PERFORM MOVE-TXN-TO-RECORD
                       REWRITE PYE-RECORD
                           INVALID KEY
                               MOVE 'CHANGE FAILED ON REWRITE' TO
                                   RPT-RESULT
                           NOT INVALID KEY
                               MOVE 'CHANGED' TO RPT-RESULT
                       END-REWRITE
               END-READ
           END-IF.
           PERFORM WRITE-RPT-RECORD.

      * money gathered and not yet remitted keeps the payee on file
       DELETE-RECORD.
           READ FILEIN
               INVALID KEY
                   MOVE 'DELETE FAILED - KEY NOT FOUND' TO
                       RPT-RESULT
               NOT INVALID KEY
                   IF PYE-CARRIED-AMOUNT > ZEROS
                       MOVE 'REFUSED - CARRIED AMOUNT NOT YET PAID'
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

      * the name, a document proving its check digits, a known
      * kind, method and frequency, bank fields a transfer can be
      * made to, and at least one route no other payee holds
       EDIT-PAYEE.
           MOVE 'N' TO WS-TERMS-SW.
           PERFORM CHECK-PAYEE-DOCUMENT.
           PERFORM TAKE-TXN-ROUTES.
           MOVE 'N' TO WS-CLASH-SW.
           IF ROUTES-ARE-VALID
               PERFORM CHECK-FOR-ROUTE-CLASH
           END-IF.
           EVALUATE TRUE
               WHEN MNT-NAME = SPACES
                   MOVE 'REFUSED - NO PAYEE NAME' TO RPT-RESULT
               WHEN MNT-DOC-TYPE NOT = 'J' AND 'F'
                   MOVE 'REFUSED - DOCUMENT TYPE NOT J OR F' TO
                       RPT-RESULT
               WHEN NOT DOCUMENT-IS-VALID AND MNT-DOC-TYPE = 'J'
                   MOVE 'REFUSED - CNPJ FAILS CHECK DIGITS' TO
                       RPT-RESULT
               WHEN NOT DOCUMENT-IS-VALID
                   MOVE 'REFUSED - CPF FAILS CHECK DIGITS' TO
                       RPT-RESULT
               WHEN MNT-PAYEE-KIND NOT = 'C' AND 'L' AND 'P'
                       AND 'U' AND 'G'
                   MOVE 'REFUSED - PAYEE KIND NOT C L P U OR G' TO
                       RPT-RESULT
               WHEN MNT-PAY-METHOD NOT = 'T' AND 'P' AND 'B'
                   MOVE 'REFUSED - PAYMENT METHOD NOT T P OR B' TO
                       RPT-RESULT
               WHEN MNT-REMIT-FREQ NOT = 'M' AND 'Q'
                   MOVE 'REFUSED - FREQUENCY NOT M OR Q' TO
                       RPT-RESULT
               WHEN MNT-PAY-METHOD = 'T'
                       AND (MNT-BANK-CD IS NOT NUMERIC
                            OR MNT-BANK-CD = '000')
                   MOVE 'REFUSED - BANK CODE NOT NUMERIC' TO
                       RPT-RESULT
               WHEN MNT-PAY-METHOD = 'T'
                       AND MNT-BANK-BRANCH IS NOT NUMERIC
                   MOVE 'REFUSED - BRANCH NOT NUMERIC' TO RPT-RESULT
               WHEN MNT-PAY-METHOD = 'T' AND MNT-BANK-ACCT = SPACES
                   MOVE 'REFUSED - NO ACCOUNT FOR TRANSFER' TO
                       RPT-RESULT
               WHEN ROUTE-NONE-GIVEN
                   MOVE 'REFUSED - NO DEDUCTION CODE ROUTED' TO
                       RPT-RESULT
               WHEN ROUTE-EMP-NOT-NUMERIC
                   MOVE 'REFUSED - ROUTE EMPLOYEE ID NOT NUMERIC' TO
                       RPT-RESULT
               WHEN ROUTE-EMP-WITHOUT-CODE
                   MOVE 'REFUSED - ROUTE EMPLOYEE WITH NO CODE' TO
                       RPT-RESULT
               WHEN ROUTE-GIVEN-TWICE
                   MOVE 'REFUSED - SAME ROUTE GIVEN TWICE' TO
                       RPT-RESULT
               WHEN ROUTE-HELD-ELSEWHERE
                   MOVE 'REFUSED - ROUTE BELONGS TO ANOTHER PAYEE' TO
                       RPT-RESULT
               WHEN MNT-STATUS-CD NOT = 'A' AND 'I' AND SPACE
                   MOVE 'REFUSED - STATUS NOT A OR I' TO RPT-RESULT
               WHEN OTHER
                   SET TERMS-ARE-VALID TO TRUE
           END-EVALUATE.

      * a CNPJ proves all fourteen digits; a CPF is the last
      * eleven, with nothing ahead of it
       CHECK-PAYEE-DOCUMENT.
           MOVE 'N' TO WS-DOC-SW.
           EVALUATE MNT-DOC-TYPE
               WHEN 'J'
                   MOVE MNT-DOC-NR TO CNPJ-CHK-RAW
                   PERFORM VALIDATE-CNPJ-DIGITS
                   IF CNPJ-CHK-IS-VALID
                       SET DOCUMENT-IS-VALID TO TRUE
                   END-IF
               WHEN 'F'
                   IF MNT-DOC-NR(1:3) = '000'
                       MOVE MNT-DOC-NR(4:11) TO CPF-CHK-RAW
                       PERFORM VALIDATE-CPF-DIGITS
                       IF CPF-CHK-IS-VALID
                           SET DOCUMENT-IS-VALID TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * a route is a code, with an employee id when it is for one
      * employee only; the same route may not appear twice
       TAKE-TXN-ROUTES.
           MOVE SPACE TO WS-ROUTE-ERROR.
           MOVE ZEROS TO WS-ROUTE-COUNT.
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                   UNTIL WS-RTE-IDX > 6
               MOVE MNT-ROUTE-CODE(WS-RTE-IDX) TO TXR-CODE(WS-RTE-IDX)
               MOVE ZEROS TO TXR-EMP-ID(WS-RTE-IDX)
               EVALUATE TRUE
                   WHEN MNT-ROUTE-EMP-ID(WS-RTE-IDX) = SPACES
                       CONTINUE
                   WHEN MNT-ROUTE-EMP-ID(WS-RTE-IDX) IS NOT NUMERIC
                       SET ROUTE-EMP-NOT-NUMERIC TO TRUE
                   WHEN OTHER
                       MOVE MNT-ROUTE-EMP-ID(WS-RTE-IDX) TO
                           TXR-EMP-ID(WS-RTE-IDX)
               END-EVALUATE
               IF TXR-CODE(WS-RTE-IDX) = SPACES
                   IF TXR-EMP-ID(WS-RTE-IDX) NOT = ZEROS
                           AND ROUTES-ARE-VALID
                       SET ROUTE-EMP-WITHOUT-CODE TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO WS-ROUTE-COUNT
               END-IF
           END-PERFORM.
           IF ROUTES-ARE-VALID AND WS-ROUTE-COUNT = ZEROS
               SET ROUTE-NONE-GIVEN TO TRUE
           END-IF.
           IF ROUTES-ARE-VALID
               PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                       UNTIL WS-RTE-IDX > 5
                   PERFORM VARYING WS-RTE-IDX-2 FROM WS-RTE-IDX BY 1
                           UNTIL WS-RTE-IDX-2 > 6
                       IF WS-RTE-IDX-2 > WS-RTE-IDX
                               AND TXR-CODE(WS-RTE-IDX) NOT = SPACES
                               AND TXR-CODE(WS-RTE-IDX) =
                                   TXR-CODE(WS-RTE-IDX-2)
                               AND TXR-EMP-ID(WS-RTE-IDX) =
                                   TXR-EMP-ID(WS-RTE-IDX-2)
                           SET ROUTE-GIVEN-TWICE TO TRUE
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

      * walk PAYEEFILE for another payee already holding one of
      * the transaction's routes
       CHECK-FOR-ROUTE-CLASH.
           MOVE 'N' TO WS-SWEEP-SW.
           MOVE ZEROS TO PYE-DOC-NR.
           START FILEIN KEY IS NOT < PYE-DOC-NR
               INVALID KEY
                   SET SWEEP-IS-DONE TO TRUE
           END-START.
           PERFORM UNTIL SWEEP-IS-DONE OR ROUTE-HELD-ELSEWHERE
               READ FILEIN NEXT RECORD
                   AT END
                       SET SWEEP-IS-DONE TO TRUE
                   NOT AT END
                       IF PYE-DOC-NR NOT = MNT-DOC-NR
                           PERFORM COMPARE-PAYEE-ROUTES
                       END-IF
               END-READ
           END-PERFORM.

       COMPARE-PAYEE-ROUTES.
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                   UNTIL WS-RTE-IDX > 6
               PERFORM VARYING WS-RTE-IDX-2 FROM 1 BY 1
                       UNTIL WS-RTE-IDX-2 > 6
                   IF TXR-CODE(WS-RTE-IDX) NOT = SPACES
                           AND TXR-CODE(WS-RTE-IDX) =
                               PYE-ROUTE-CODE(WS-RTE-IDX-2)
                           AND TXR-EMP-ID(WS-RTE-IDX) =
                               PYE-ROUTE-EMP-ID(WS-RTE-IDX-2)
                       SET ROUTE-HELD-ELSEWHERE TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       MOVE-TXN-TO-RECORD.
           MOVE MNT-DOC-TYPE TO PYE-DOC-TYPE.
           MOVE MNT-NAME TO PYE-NAME.
           MOVE MNT-PAYEE-KIND TO PYE-PAYEE-KIND.
           MOVE MNT-BANK-CD TO PYE-BANK-CD.
           MOVE MNT-BANK-BRANCH TO PYE-BANK-BRANCH.
           MOVE MNT-BANK-ACCT TO PYE-BANK-ACCT.
           MOVE MNT-PAY-METHOD TO PYE-PAY-METHOD.
           MOVE MNT-REMIT-FREQ TO PYE-REMIT-FREQ.
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                   UNTIL WS-RTE-IDX > 6
               MOVE TXR-CODE(WS-RTE-IDX) TO PYE-ROUTE-CODE(WS-RTE-IDX)
               MOVE TXR-EMP-ID(WS-RTE-IDX) TO
                   PYE-ROUTE-EMP-ID(WS-RTE-IDX)
           END-PERFORM.
           IF MNT-STATUS-INACTIVE
               MOVE 'I' TO PYE-STATUS-CD
           ELSE
               MOVE 'A' TO PYE-STATUS-CD
           END-IF.
           MOVE OPERATOR-ID-WORK TO PYE-CHANGED-BY.
           MOVE BDT-BUS-DATE TO PYE-CHANGED-DATE.

       WRITE-RPT-RECORD.
           MOVE MNT-ACTION TO RPT-ACTION.
           IF MNT-DOC-NR IS NUMERIC
               MOVE MNT-DOC-NR TO RPT-DOC-NR
           ELSE
               MOVE ZEROS TO RPT-DOC-NR
           END-IF.
           MOVE MNT-DOC-TYPE TO RPT-DOC-TYPE.
           MOVE MNT-PAY-METHOD TO RPT-PAY-METHOD.
           MOVE MNT-REMIT-FREQ TO RPT-REMIT-FREQ.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE MNT-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * stamp the action, operator, and outcome into the shared
      * maintenance audit file for the quarterly access review
           MOVE 'PAYEEFILE' TO MAUD-FILE-ID.
           MOVE OPERATOR-ID-WORK TO MAUD-OPERATOR.
           MOVE MNT-ACTION TO MAUD-ACTION.
           MOVE SPACES TO MAUD-KEY.
           MOVE RPT-DOC-NR TO MAUD-KEY.
           MOVE RPT-RESULT TO MAUD-RESULT.
           CALL 'MNTAUDLOG' USING MNTAUDIT-PARMS.

       WRITE-RUNLOG-START.
           MOVE 'PAYEE-MAINT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'PAYEE-MAINT' TO RLOG-PROGRAM-ID.
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

           COPY CPFCHKP.

           COPY PAGINP.

           COPY BUSDTP.
