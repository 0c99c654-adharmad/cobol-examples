      * disbursement release step - the second deliberate act
      * between a generated DISBFILE and deposit money leaving the
      * house, the PAY-RELEASE discipline for the deposit side.
      * reads the DISBRELS release transaction (business date and
      * the releasing operator), verifies the DISBCTL control
      * ledger shows the date generated and not yet released,
      * appends the 'R' release record carrying the operator and
      * the generated count and total, and stamps the act into the
      * shared MNTAUDIT audit file
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISB-RELEASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELEASE-TXN-FILE ASSIGN TO 'DISBRELS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT RUN-CTL-FILE ASSIGN TO 'DISBCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RELEASE-TXN-FILE.
       01  RELEASE-TXN-RECORD.
           05 RLS-RUN-DATE             PIC 9(08).
           05 RLS-OPERATOR             PIC X(08).

       FD  RUN-CTL-FILE.
       01  RUN-CTL-RECORD.
           05 DCT-RUN-DATE             PIC 9(08).
           05 DCT-STATUS               PIC X(01).
           05 DCT-OPERATOR             PIC X(08).
           05 DCT-DATE                 PIC 9(08).
           05 DCT-DETAIL-COUNT         PIC 9(06).
           05 DCT-TOTAL                PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS               PIC XX.
       01  WS-CTL-STATUS               PIC XX.
       01  WS-DATE-STATE               PIC X(01) VALUE SPACE.
       01  WS-GEN-COUNT                PIC 9(06) VALUE ZEROS.
       01  WS-GEN-TOTAL                PIC 9(11)V99 VALUE ZEROS.
       01  WS-SHOW-TOTAL               PIC $$$,$$$,$$$,$$9.99.
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RESULT                   PIC X(40).

           COPY MNTAUDW.

      * the step return code, held until the step ends - the
      * MNTAUDLOG call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'DISB-RELEASE' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM MAIN-PROCEDURE.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           OPEN INPUT RELEASE-TXN-FILE.
           IF WS-TXN-STATUS NOT = '00'
               DISPLAY 'DISB-RELEASE: NO DISBRELS RELEASE '
                   'TRANSACTION SUPPLIED'
               MOVE 8 TO WS-RUN-RC
           ELSE
               READ RELEASE-TXN-FILE
                   AT END
                       MOVE SPACES TO RLS-OPERATOR
               END-READ
               CLOSE RELEASE-TXN-FILE
               IF RLS-OPERATOR = SPACES
                   DISPLAY 'DISB-RELEASE: RELEASE TRANSACTION '
                       'CARRIES NO OPERATOR - REFUSED'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM JUDGE-AND-RELEASE
               END-IF
           END-IF.

      * the latest control record for the date governs - only a
      * generated, not-yet-released date can be released, and the
      * figures released are the ones the latest build registered
       JUDGE-AND-RELEASE.
           MOVE SPACE TO WS-DATE-STATE.
           OPEN INPUT RUN-CTL-FILE.
           IF WS-CTL-STATUS = '00'
               PERFORM READ-RUN-CTL-RECORD
               PERFORM UNTIL WS-CTL-STATUS NOT = '00'
                   IF DCT-RUN-DATE = RLS-RUN-DATE
                       MOVE DCT-STATUS TO WS-DATE-STATE
                       IF DCT-STATUS = 'G'
                           MOVE DCT-DETAIL-COUNT TO WS-GEN-COUNT
                           MOVE DCT-TOTAL TO WS-GEN-TOTAL
                       END-IF
                   END-IF
                   PERFORM READ-RUN-CTL-RECORD
               END-PERFORM
               CLOSE RUN-CTL-FILE
           END-IF.

           EVALUATE WS-DATE-STATE
               WHEN 'G'
                   PERFORM APPEND-RELEASE-RECORD
                   MOVE 'RELEASED' TO WS-RESULT
                   MOVE WS-GEN-TOTAL TO WS-SHOW-TOTAL
                   DISPLAY 'DISB-RELEASE: BUSINESS DATE '
                       RLS-RUN-DATE ' RELEASED BY ' RLS-OPERATOR
                       ' - ' WS-GEN-COUNT ' PAYMENTS '
                       WS-SHOW-TOTAL
               WHEN 'R'
                   MOVE 'REFUSED - ALREADY RELEASED' TO WS-RESULT
                   DISPLAY 'DISB-RELEASE: BUSINESS DATE '
                       RLS-RUN-DATE ' ALREADY RELEASED - REFUSED'
                   MOVE 8 TO WS-RUN-RC
               WHEN 'T'
                   MOVE 'REFUSED - ALREADY TRANSMITTED' TO
                       WS-RESULT
                   DISPLAY 'DISB-RELEASE: BUSINESS DATE '
                       RLS-RUN-DATE ' ALREADY TRANSMITTED - REFUSED'
                   MOVE 8 TO WS-RUN-RC
               WHEN OTHER
                   MOVE 'REFUSED - DATE NOT GENERATED' TO
                       WS-RESULT
                   DISPLAY 'DISB-RELEASE: BUSINESS DATE '
                       RLS-RUN-DATE ' NOT GENERATED - REFUSED'
                   MOVE 8 TO WS-RUN-RC
           END-EVALUATE.

      * the release stamps both the control ledger and the shared
      * maintenance audit file
           MOVE 'DISBCTL' TO MAUD-FILE-ID.
           MOVE RLS-OPERATOR TO MAUD-OPERATOR.
           MOVE 'R' TO MAUD-ACTION.
           MOVE SPACES TO MAUD-KEY.
           MOVE RLS-RUN-DATE TO MAUD-KEY(1:8).
           MOVE WS-RESULT TO MAUD-RESULT.
           CALL 'MNTAUDLOG' USING MNTAUDIT-PARMS.

       READ-RUN-CTL-RECORD.
           READ RUN-CTL-FILE
               AT END
                   MOVE '10' TO WS-CTL-STATUS
           END-READ.

       APPEND-RELEASE-RECORD.
           OPEN EXTEND RUN-CTL-FILE.
           IF WS-CTL-STATUS = '00'
               MOVE RLS-RUN-DATE TO DCT-RUN-DATE
               MOVE 'R' TO DCT-STATUS
               MOVE RLS-OPERATOR TO DCT-OPERATOR
               MOVE WS-RUN-DATE TO DCT-DATE
               MOVE WS-GEN-COUNT TO DCT-DETAIL-COUNT
               MOVE WS-GEN-TOTAL TO DCT-TOTAL
               WRITE RUN-CTL-RECORD
               CLOSE RUN-CTL-FILE
           END-IF.

           COPY BUSDTP.
