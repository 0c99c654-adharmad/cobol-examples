           05 MNT-PARTIAL-WD-PERIOD    PIC 9(04).
           05 MNT-PARTIAL-WD-AMT       PIC 9(08)V99.
           05 MNT-CYCLE-CD             PIC X(01).
           05 MNT-RENEW-CD             PIC X(01).
           05 MNT-PAYOUT-CD            PIC X(01).
           05 MNT-PAYOUT-BRANCH        PIC X(05).
           05 MNT-PAYOUT-ACCT          PIC X(10).

       FD  MNT-RPT-FILE.
       01  MNT-RPT-LINE                PIC X(80).

           COPY MNTAUDW.

           COPY OPAUTHW.

           COPY PAGINW.

           COPY ACCTCHKW.
               SET BATCH-WAS-REFUSED TO TRUE
           END-IF.

      * the operator must hold the action on the file under the
      * OPAUTH authorization file - a transaction the operator
      * may not make is refused, and the refusal is audited like
      * any other result
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'CITERMS' TO OPA-FILE-ID.
           MOVE OPERATOR-ID-WORK TO OPA-OPERATOR.
           MOVE MNT-ACTION TO OPA-ACTION.
           CALL 'OPAUTH-SERVICE' USING OPAUTH-PARMS.

      * edit first, apply second - a transaction failing any edit
      * never touches the master
       PROCESS-TXN-RECORD.
           ADD 1 TO RUNLOG-READ-COUNT.
           MOVE MNT-ACCT-NR TO CIT-ACCT-NR.

           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF OPA-IS-AUTHORIZED
               PERFORM APPLY-AUTHORIZED-TXN
           ELSE
               MOVE OPA-REFUSAL TO RPT-RESULT
               PERFORM WRITE-RPT-RECORD
           END-IF.

       APPLY-AUTHORIZED-TXN.
           PERFORM EDIT-TXN-FIELDS.
           IF NOT TXN-EDITS-CLEAN
               PERFORM WRITE-RPT-RECORD
                   MOVE 'N' TO WS-EDIT-OK-SW
               END-IF
           END-IF.
           IF TXN-EDITS-CLEAN AND NOT MNT-ACTION-DELETE
               IF MNT-RENEW-CD = 'R' OR 'P' OR SPACE
                   CONTINUE
               ELSE
                   MOVE 'MATURITY INSTRUCTION UNKNOWN' TO RPT-RESULT
                   MOVE 'N' TO WS-EDIT-OK-SW
               END-IF
           END-IF.
      * an interest payout needs somewhere to pay to
           IF TXN-EDITS-CLEAN AND NOT MNT-ACTION-DELETE
               IF MNT-PAYOUT-CD = 'M' OR 'Q' OR SPACE
                   CONTINUE
               ELSE
                   MOVE 'PAYOUT FREQUENCY UNKNOWN' TO RPT-RESULT
                   MOVE 'N' TO WS-EDIT-OK-SW
               END-IF
           END-IF.
           IF TXN-EDITS-CLEAN AND NOT MNT-ACTION-DELETE
                   AND MNT-PAYOUT-CD NOT = SPACE
               IF MNT-PAYOUT-BRANCH = SPACES
                       OR MNT-PAYOUT-ACCT = SPACES
                   MOVE 'PAYOUT BANK BRANCH/ACCOUNT MISSING' TO
                       RPT-RESULT
                   MOVE 'N' TO WS-EDIT-OK-SW
               END-IF
           END-IF.

       ADD-RECORD.
           PERFORM MOVE-TXN-TO-RECORD.
           MOVE MNT-PARTIAL-WD-PERIOD TO CIT-PARTIAL-WD-PERIOD.
           MOVE MNT-PARTIAL-WD-AMT TO CIT-PARTIAL-WD-AMT.
           MOVE MNT-CYCLE-CD TO CIT-CYCLE-CD.
           MOVE MNT-RENEW-CD TO CIT-RENEW-CD.
           MOVE MNT-PAYOUT-CD TO CIT-PAYOUT-CD.
           MOVE MNT-PAYOUT-BRANCH TO CIT-PAYOUT-BRANCH.
           MOVE MNT-PAYOUT-ACCT TO CIT-PAYOUT-ACCT.

       WRITE-RPT-RECORD.
           MOVE MNT-ACTION TO RPT-ACTION.
