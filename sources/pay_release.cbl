      * period generated and not yet released, appends the 'R'
      * release record with the operator who authorized it, and
      * stamps the act into the shared MNTAUDIT audit file - so
      * who released which period is always one lookup away.
      * a generated period is only released once PAY-VARIANCE has
      * reviewed it on or after the day it was generated and every
      * item the review flagged on PAYVARFLAG has been marked
      * reviewed through PAY-VARIANCE-REVIEW.
      *
      * periods are released one pay group at a time: the release
      * transaction names the group beside the period, blank being
      * the monthly group, and only that group's ledger records
      * govern it.  a release made after the period's calendar pay
      * date still goes through - the money is owed - but is
      * flagged with return code 4 so the late payment is seen
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-RELEASE.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT VAR-FLAG-FILE ASSIGN TO 'PAYVARFLAG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS PVF-KEY
               FILE STATUS IS WS-PVF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RELEASE-TXN-FILE.
       01  RELEASE-TXN-RECORD.
           05 RLS-PERIOD               PIC 9(06).
           05 RLS-OPERATOR             PIC X(08).
           05 RLS-PAY-GROUP            PIC X(02).

       FD  RUN-CTL-FILE.
       01  RUN-CTL-RECORD.
           05 PRC-STATUS               PIC X(01).
           05 PRC-OPERATOR             PIC X(08).
           05 PRC-DATE                 PIC 9(08).
           05 PRC-PAY-GROUP            PIC X(02).

       FD  VAR-FLAG-FILE.
           COPY PVFLREC.

       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS               PIC XX.
       01  WS-CTL-STATUS               PIC XX.
       01  WS-PVF-STATUS               PIC XX.
       01  WS-PERIOD-STATE             PIC X(01) VALUE SPACE.
       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RESULT                   PIC X(40).
       01  WS-GEN-DATE                 PIC 9(08) VALUE ZEROS.
       01  WS-OPEN-ITEMS               PIC 9(05).
       01  WS-LEDGER-GROUP             PIC X(02).
       01  WS-VARIANCE-SW              PIC X(01).
           88  VARIANCE-NOT-PRODUCED           VALUE 'N'.
           88  VARIANCE-OUT-OF-DATE            VALUE 'O'.
           88  VARIANCE-ITEMS-OPEN             VALUE 'I'.
           88  VARIANCE-CLEARED                VALUE 'C'.

           COPY MNTAUDW.

           COPY PCALW.

      * the step return code, held until the step ends - the
      * MNTAUDLOG and PAYCAL-SERVICE calls would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'PAY-RELEASE' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM MAIN-PROCEDURE.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           OPEN INPUT RELEASE-TXN-FILE.
           IF WS-TXN-STATUS NOT = '00'
               DISPLAY 'PAY-RELEASE: NO PAYRELS RELEASE '
                   'TRANSACTION SUPPLIED'
               MOVE 8 TO WS-RUN-RC
           ELSE
               MOVE SPACES TO RELEASE-TXN-RECORD
               READ RELEASE-TXN-FILE
                   AT END
                       MOVE SPACES TO RLS-OPERATOR
               END-READ
               CLOSE RELEASE-TXN-FILE
               IF RLS-PAY-GROUP = SPACES
                   MOVE 'MO' TO RLS-PAY-GROUP
               END-IF
               IF RLS-OPERATOR = SPACES
                   DISPLAY 'PAY-RELEASE: RELEASE TRANSACTION '
                       'CARRIES NO OPERATOR - REFUSED'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM JUDGE-AND-RELEASE
               END-IF
           END-IF.

      * the latest control record for the group's period governs -
      * only a generated, not-yet-released period can be released
       JUDGE-AND-RELEASE.
           MOVE SPACE TO WS-PERIOD-STATE.
           OPEN INPUT RUN-CTL-FILE.
           IF WS-CTL-STATUS = '00'
               PERFORM READ-RUN-CTL-RECORD
               PERFORM UNTIL WS-CTL-STATUS NOT = '00'
                   MOVE PRC-PAY-GROUP TO WS-LEDGER-GROUP
                   IF WS-LEDGER-GROUP = SPACES
                       MOVE 'MO' TO WS-LEDGER-GROUP
                   END-IF
                   IF PRC-PERIOD = RLS-PERIOD
                           AND WS-LEDGER-GROUP = RLS-PAY-GROUP
                       MOVE PRC-STATUS TO WS-PERIOD-STATE
                       IF PRC-STATUS = 'G'
                           MOVE PRC-DATE TO WS-GEN-DATE
                       END-IF
                   END-IF
                   PERFORM READ-RUN-CTL-RECORD
               END-PERFORM

           EVALUATE WS-PERIOD-STATE
               WHEN 'G'
                   PERFORM CHECK-VARIANCE-REVIEW
                   PERFORM RELEASE-IF-REVIEWED
               WHEN 'R'
                   MOVE 'REFUSED - ALREADY RELEASED' TO WS-RESULT
                   DISPLAY 'PAY-RELEASE: PERIOD ' RLS-PERIOD
                       ' ALREADY RELEASED - REFUSED'
                   MOVE 8 TO WS-RUN-RC
               WHEN 'T'
                   MOVE 'REFUSED - ALREADY TRANSMITTED' TO
                       WS-RESULT
                   DISPLAY 'PAY-RELEASE: PERIOD ' RLS-PERIOD
                       ' ALREADY TRANSMITTED - REFUSED'
                   MOVE 8 TO WS-RUN-RC
               WHEN OTHER
                   MOVE 'REFUSED - PERIOD NOT GENERATED' TO
                       WS-RESULT
                   DISPLAY 'PAY-RELEASE: PERIOD ' RLS-PERIOD
                       ' NOT GENERATED - REFUSED'
                   MOVE 8 TO WS-RUN-RC
           END-EVALUATE.

      * the release stamps both the control ledger and the shared
           MOVE 'R' TO MAUD-ACTION.
           MOVE SPACES TO MAUD-KEY.
           MOVE RLS-PERIOD TO MAUD-KEY(1:6).
           MOVE RLS-PAY-GROUP TO MAUD-KEY(7:2).
           MOVE WS-RESULT TO MAUD-RESULT.
           CALL 'MNTAUDLOG' USING MNTAUDIT-PARMS.

       READ-RUN-CTL-RECORD.
           MOVE SPACES TO RUN-CTL-RECORD.
           READ RUN-CTL-FILE
               AT END
                   MOVE '10' TO WS-CTL-STATUS
           END-READ.

       RELEASE-IF-REVIEWED.
           EVALUATE TRUE
               WHEN VARIANCE-NOT-PRODUCED
                   MOVE 'REFUSED - NO VARIANCE REVIEW' TO WS-RESULT
                   DISPLAY 'PAY-RELEASE: PERIOD ' RLS-PERIOD
                       ' HAS NO PAY VARIANCE REVIEW - REFUSED'
                   MOVE 8 TO WS-RUN-RC
               WHEN VARIANCE-OUT-OF-DATE
                   MOVE 'REFUSED - VARIANCE REVIEW OUT OF DATE' TO
                       WS-RESULT
                   DISPLAY 'PAY-RELEASE: PERIOD ' RLS-PERIOD
                       ' REGENERATED SINCE ITS VARIANCE REVIEW'
                       ' - REFUSED'
                   MOVE 8 TO WS-RUN-RC
               WHEN VARIANCE-ITEMS-OPEN
                   MOVE 'REFUSED - VARIANCE ITEMS NOT REVIEWED' TO
                       WS-RESULT
                   DISPLAY 'PAY-RELEASE: PERIOD ' RLS-PERIOD ' HAS '
                       WS-OPEN-ITEMS ' VARIANCE ITEMS NOT REVIEWED'
                       ' - REFUSED'
                   MOVE 8 TO WS-RUN-RC
               WHEN OTHER
                   PERFORM APPEND-RELEASE-RECORD
                   MOVE 'RELEASED' TO WS-RESULT
                   DISPLAY 'PAY-RELEASE: GROUP ' RLS-PAY-GROUP
                       ' PERIOD ' RLS-PERIOD
                       ' RELEASED BY ' RLS-OPERATOR
                   PERFORM CHECK-CALENDAR-PAY-DATE
           END-EVALUATE.

      * the review must exist, postdate the generation, and have no
      * flagged item left without a reviewer
       CHECK-VARIANCE-REVIEW.
           SET VARIANCE-NOT-PRODUCED TO TRUE.
           MOVE ZEROS TO WS-OPEN-ITEMS.
           OPEN INPUT VAR-FLAG-FILE.
           IF WS-PVF-STATUS = '00'
               MOVE RLS-PERIOD TO PVF-PERIOD
               MOVE ZEROS TO PVF-EMP-ID
               MOVE '0' TO PVF-ITEM-TYPE
               MOVE 'RUN ' TO PVF-ITEM-CODE
               READ VAR-FLAG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PVF-RUN-DATE < WS-GEN-DATE
                           SET VARIANCE-OUT-OF-DATE TO TRUE
                       ELSE
                           PERFORM COUNT-OPEN-ITEMS
                       END-IF
               END-READ
               CLOSE VAR-FLAG-FILE
           END-IF.

       COUNT-OPEN-ITEMS.
           MOVE RLS-PERIOD TO PVF-PERIOD.
           MOVE ZEROS TO PVF-EMP-ID.
           MOVE LOW-VALUES TO PVF-ITEM-TYPE.
           MOVE LOW-VALUES TO PVF-ITEM-CODE.
           START VAR-FLAG-FILE KEY NOT < PVF-KEY
               INVALID KEY
                   MOVE '23' TO WS-PVF-STATUS
           END-START.
           PERFORM UNTIL WS-PVF-STATUS NOT = '00'
               READ VAR-FLAG-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-PVF-STATUS
                   NOT AT END
                       IF PVF-PERIOD NOT = RLS-PERIOD
                           MOVE '10' TO WS-PVF-STATUS
                       ELSE
                           IF NOT PVF-RUN-MARKER
                                   AND PVF-NOT-REVIEWED
                               ADD 1 TO WS-OPEN-ITEMS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-OPEN-ITEMS > ZEROS
               SET VARIANCE-ITEMS-OPEN TO TRUE
           ELSE
               SET VARIANCE-CLEARED TO TRUE
           END-IF.

      * a release after the calendar pay date is let through and
      * flagged; a monthly period the calendar does not carry has
      * no pay date to be late against
       CHECK-CALENDAR-PAY-DATE.
           SET PCS-FUNC-PERIOD TO TRUE.
           MOVE RLS-PAY-GROUP TO PCS-PAY-GROUP.
           MOVE RLS-PERIOD TO PCS-PERIOD.
           CALL 'PAYCAL-SERVICE' USING PAYCAL-PARMS.
           IF PCS-STAT-FOUND AND WS-RUN-DATE > PCS-PAY-DATE
               MOVE 'RELEASED AFTER CALENDAR PAY DATE' TO WS-RESULT
               DISPLAY 'PAY-RELEASE: GROUP ' RLS-PAY-GROUP
                   ' PERIOD ' RLS-PERIOD ' RELEASED AFTER ITS PAY '
                   'DATE ' PCS-PAY-DATE
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

       APPEND-RELEASE-RECORD.
           OPEN EXTEND RUN-CTL-FILE.
           IF WS-CTL-STATUS = '00'
               MOVE 'R' TO PRC-STATUS
               MOVE RLS-OPERATOR TO PRC-OPERATOR
               MOVE WS-RUN-DATE TO PRC-DATE
               MOVE RLS-PAY-GROUP TO PRC-PAY-GROUP
               WRITE RUN-CTL-RECORD
               CLOSE RUN-CTL-FILE
           END-IF.

           COPY BUSDTP.
