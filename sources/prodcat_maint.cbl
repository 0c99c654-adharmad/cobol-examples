      * COMPOUND-INTEREST's terms no longer has to be maintained by
      * an off system file edit.  follows the shop's maintenance
      * standard: the batch leads with its operator-id record and
      * every action is stamped into the shared MNTAUDIT audit file.
      * a cut in PROD-RATE is refused until CI-RATE-NOTICE has
      * written to the product's depositors and the effective date
      * on its RATENOTC notice has arrived
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODCAT-MAINT.

           SELECT MNT-RPT-FILE ASSIGN TO 'PRODMAINTRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOTICE-REG-FILE ASSIGN TO 'RATENOTC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILEIN.
              10 MNT-TIER-RATE         PIC 9(02)V99.
           05 MNT-BASIS-CD             PIC X(01).
              88 MNT-BASIS-IS-KNOWN    VALUES 'P' 'A' 'T'.
      * index-linked pricing - 'S' index plus spread, 'P' a
      * percentage of the index, 'F' returns the product to its
      * fixed PROD-RATE; the spread keys as a sign byte and its
      * magnitude, the way CISHOCK keys a shock
           05 MNT-INDEX-CD             PIC X(01).
              88 MNT-INDEX-IS-FLOATING VALUES 'S' 'P'.
              88 MNT-INDEX-TO-FIXED    VALUE 'F'.
           05 MNT-INDEX-TIER           PIC 9(01).
           05 MNT-SPREAD-SIGN          PIC X(01).
           05 MNT-INDEX-SPREAD         PIC 9(02)V99.
           05 MNT-INDEX-PCT            PIC 9(03)V99.
           05 MNT-RATE-FLOOR           PIC 9(02)V99.
           05 MNT-RATE-CAP             PIC 9(02)V99.
           05 MNT-RESET-PERIODS        PIC 9(02).
      * promotional rate - zero periods withdraws the promotion
           05 MNT-PROMO-RATE           PIC 9(02)V99.
           05 MNT-PROMO-PERIODS        PIC 9(02).
           05 MNT-PROMO-START          PIC 9(08).
           05 MNT-PROMO-END            PIC 9(08).

       FD  MNT-RPT-FILE.
       01  MNT-RPT-LINE                PIC X(80).

       FD  NOTICE-REG-FILE.
           COPY RTNOTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILEIN-STATUS            PIC XX.
       01  WS-TXN-STATUS               PIC XX.
       01  WS-RTN-STATUS               PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.

           COPY MNTAUDW.

           COPY OPAUTHW.

           COPY PAGINW.

       01  WS-TIER-IDX                 PIC 9(01).

      * a rate decrease and the RATENOTC notice that releases it
       01  WS-NOTICE-SW                PIC X(01).
           88  NOTICE-NOT-ON-FILE              VALUE 'N'.
           88  NOTICE-PERIOD-RUNNING           VALUE 'R'.
           88  NOTICE-PERIOD-RUN               VALUE 'Y'.

       01  RPT-DETAIL-LINE.
           05 RPT-ACTION                PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-RESULT                PIC X(40).

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'PRODCAT-MAINT' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
               SET BATCH-WAS-REFUSED TO TRUE
           END-IF.

      * the operator must hold the action on the file under the
      * OPAUTH authorization file - a transaction the operator
      * may not make is refused, and the refusal is audited like
      * any other result
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'PRODCAT' TO OPA-FILE-ID.
           MOVE OPERATOR-ID-WORK TO OPA-OPERATOR.
           MOVE MNT-ACTION TO OPA-ACTION.
           CALL 'OPAUTH-SERVICE' USING OPAUTH-PARMS.

       PROCESS-TXN-RECORD.
           ADD 1 TO RUNLOG-READ-COUNT.
           MOVE MNT-PROD-CODE TO PROD-CODE.

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
                   MOVE 'CHANGE FAILED - KEY NOT FOUND' TO
                       RPT-RESULT
               NOT INVALID KEY
                   SET NOTICE-PERIOD-RUN TO TRUE
                   IF MNT-RATE IS NUMERIC
                           AND PROD-RATE IS NUMERIC
                           AND MNT-RATE < PROD-RATE
                       PERFORM CHECK-RATE-NOTICE
                   END-IF
                   EVALUATE TRUE
                       WHEN NOTICE-NOT-ON-FILE
                           MOVE 'CHANGE REFUSED - NO RATE NOTICE SENT'
                               TO RPT-RESULT
                       WHEN NOTICE-PERIOD-RUNNING
                           MOVE 'CHANGE REFUSED - NOTICE PERIOD RUNNING'
                               TO RPT-RESULT
                       WHEN OTHER
                           PERFORM MOVE-TXN-TO-RECORD
                           REWRITE PROD-RECORD
                               INVALID KEY
                                   MOVE 'CHANGE FAILED ON REWRITE'
                                       TO RPT-RESULT
                               NOT INVALID KEY
                                   MOVE 'CHANGED' TO RPT-RESULT
                           END-REWRITE
                   END-EVALUATE
           END-READ.
           PERFORM WRITE-RPT-RECORD.

      * a cut in the rate in force needs a RATENOTC notice of this
      * very change - the product, the rate it is leaving and the
      * rate it is going to - whose effective date has arrived; a
      * notice still inside its period holds the change back, and
      * no notice at all refuses it
       CHECK-RATE-NOTICE.
           SET NOTICE-NOT-ON-FILE TO TRUE.
           OPEN INPUT NOTICE-REG-FILE.
           IF WS-RTN-STATUS = '00'
               PERFORM READ-NOTICE-RECORD
               PERFORM UNTIL WS-RTN-STATUS NOT = '00'
                       OR NOTICE-PERIOD-RUN
                   IF RTN-PROD-CODE = PROD-CODE
                           AND RTN-OLD-RATE = PROD-RATE
                           AND RTN-NEW-RATE = MNT-RATE
                       IF RTN-EFF-DATE NOT > BDT-BUS-DATE
                           SET NOTICE-PERIOD-RUN TO TRUE
                       ELSE
                           SET NOTICE-PERIOD-RUNNING TO TRUE
                       END-IF
                   END-IF
                   PERFORM READ-NOTICE-RECORD
               END-PERFORM
               CLOSE NOTICE-REG-FILE
           END-IF.
           IF NOT NOTICE-PERIOD-RUN
               DISPLAY 'PRODCAT-MAINT: PRODUCT ' PROD-CODE
                   ' RATE DECREASE HELD - RUN CI-RATE-NOTICE AND '
                   'WAIT FOR ITS EFFECTIVE DATE'
           END-IF.

       READ-NOTICE-RECORD.
           READ NOTICE-REG-FILE
               AT END
                   MOVE '10' TO WS-RTN-STATUS
           END-READ.

       DELETE-RECORD.
           READ FILEIN
               INVALID KEY
                   END-PERFORM
               END-IF
           END-IF.
      * index terms land only with a floating index code and a
      * complete set of index fields; 'F' clears them back to a
      * fixed rate, and anything else leaves the record's pricing
      * alone
           IF MNT-INDEX-IS-FLOATING
                   AND MNT-INDEX-TIER IS NUMERIC
                   AND MNT-INDEX-SPREAD IS NUMERIC
                   AND MNT-INDEX-PCT IS NUMERIC
                   AND MNT-RATE-FLOOR IS NUMERIC
                   AND MNT-RATE-CAP IS NUMERIC
                   AND MNT-RESET-PERIODS IS NUMERIC
               MOVE MNT-INDEX-CD TO PROD-INDEX-CD
               MOVE MNT-INDEX-TIER TO PROD-INDEX-TIER
               IF MNT-SPREAD-SIGN = '-'
                   COMPUTE PROD-INDEX-SPREAD =
                       ZERO - MNT-INDEX-SPREAD
               ELSE
                   MOVE MNT-INDEX-SPREAD TO PROD-INDEX-SPREAD
               END-IF
               MOVE MNT-INDEX-PCT TO PROD-INDEX-PCT
               MOVE MNT-RATE-FLOOR TO PROD-RATE-FLOOR
               MOVE MNT-RATE-CAP TO PROD-RATE-CAP
               MOVE MNT-RESET-PERIODS TO PROD-RESET-PERIODS
           ELSE
               IF MNT-INDEX-TO-FIXED
                       OR PROD-INDEX-TIER IS NOT NUMERIC
                   PERFORM CLEAR-INDEX-TERMS
               END-IF
           END-IF.

      * promotional terms land only when all four fields are keyed
      * and the campaign window makes sense - it needs a start date,
      * and an end date, when there is one, on or after it; zero
      * periods takes the promotion off the product
           IF MNT-PROMO-RATE IS NUMERIC
                   AND MNT-PROMO-PERIODS IS NUMERIC
                   AND MNT-PROMO-START IS NUMERIC
                   AND MNT-PROMO-END IS NUMERIC
               IF MNT-PROMO-PERIODS = ZERO
                   PERFORM CLEAR-PROMO-TERMS
               ELSE
                   IF MNT-PROMO-START = ZEROS
                           OR (MNT-PROMO-END NOT = ZEROS
                               AND MNT-PROMO-END < MNT-PROMO-START)
                       DISPLAY 'PRODCAT-MAINT: PRODUCT '
                           MNT-PROD-CODE ' PROMOTION WINDOW '
                           'INVALID - PROMOTION NOT CHANGED'
                       IF PROD-PROMO-PERIODS IS NOT NUMERIC
                           PERFORM CLEAR-PROMO-TERMS
                       END-IF
                   ELSE
                       MOVE MNT-PROMO-RATE TO PROD-PROMO-RATE
                       MOVE MNT-PROMO-PERIODS TO PROD-PROMO-PERIODS
                       MOVE MNT-PROMO-START TO PROD-PROMO-START
                       MOVE MNT-PROMO-END TO PROD-PROMO-END
                   END-IF
               END-IF
           ELSE
               IF PROD-PROMO-PERIODS IS NOT NUMERIC
                   PERFORM CLEAR-PROMO-TERMS
               END-IF
           END-IF.

       CLEAR-PROMO-TERMS.
           MOVE ZEROS TO PROD-PROMO-RATE.
           MOVE ZEROS TO PROD-PROMO-PERIODS.
           MOVE ZEROS TO PROD-PROMO-START.
           MOVE ZEROS TO PROD-PROMO-END.

       CLEAR-INDEX-TERMS.
           MOVE SPACE TO PROD-INDEX-CD.
           MOVE ZERO TO PROD-INDEX-TIER.
           MOVE ZEROS TO PROD-INDEX-SPREAD.
           MOVE ZEROS TO PROD-INDEX-PCT.
           MOVE ZEROS TO PROD-RATE-FLOOR.
           MOVE ZEROS TO PROD-RATE-CAP.
           MOVE ZEROS TO PROD-RESET-PERIODS.

      * a lifecycle move touches nothing but the state byte, so a
      * product can be closed to new business without re-keying its
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY PAGINP.

           COPY BUSDTP.
