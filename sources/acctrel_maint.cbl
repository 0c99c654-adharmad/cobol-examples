       01  WS-REFUSED-SW               PIC X(01) VALUE 'N'.
           88  BATCH-WAS-REFUSED               VALUE 'Y'.

      * a new address clears an undeliverable flag RETURNED-MAIL
      * set, releasing the held mail to the next MAIL-BUNDLE run
       01  WS-FLAG-CLEARED-SW          PIC X(01).
           88  ADDRESS-FLAG-CLEARED            VALUE 'Y'.

           COPY MNTAUDW.

           COPY OPAUTHW.

           COPY PAGINW.

      * account numbers on relationship entries carry the shared
               SET BATCH-WAS-REFUSED TO TRUE
           END-IF.

      * the operator must hold the action on the file under the
      * OPAUTH authorization file - a transaction the operator
      * may not make is refused, and the refusal is audited like
      * any other result
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'ACCTREL' TO OPA-FILE-ID.
           MOVE OPERATOR-ID-WORK TO OPA-OPERATOR.
           MOVE MNT-ACTION TO OPA-ACTION.
           CALL 'OPAUTH-SERVICE' USING OPAUTH-PARMS.

       PROCESS-TXN-RECORD.
           ADD 1 TO RUNLOG-READ-COUNT.
           MOVE MNT-ACCT-NR TO ACR-ACCT-NR.
           MOVE MNT-DOC-NR TO ACR-DOC-NR.

           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF OPA-IS-AUTHORIZED
               PERFORM APPLY-AUTHORIZED-TXN
           ELSE
               MOVE OPA-REFUSAL TO RPT-RESULT
               PERFORM WRITE-RPT-RECORD
           END-IF.

       APPLY-AUTHORIZED-TXN.
           MOVE MNT-ACCT-NR TO ACCT-CHK-RAW.
           PERFORM VALIDATE-ACCT-DIGIT.
           IF NOT ACCT-CHK-IS-VALID
               MOVE 'ADD FAILED - BAD ROLE CODE' TO RPT-RESULT
               PERFORM WRITE-RPT-RECORD
           ELSE
               MOVE SPACE TO ACR-ADDR-STATUS
               PERFORM MOVE-TXN-TO-RECORD
               WRITE ACR-RECORD
                   INVALID KEY
                           MOVE 'CHANGE FAILED ON REWRITE' TO
                               RPT-RESULT
                       NOT INVALID KEY
                           IF ADDRESS-FLAG-CLEARED
                               MOVE 'CHANGED - UNDELIVERABLE CLEARED'
                                   TO RPT-RESULT
                           ELSE
                               MOVE 'CHANGED' TO RPT-RESULT
                           END-IF
                   END-REWRITE
           END-READ.
           PERFORM WRITE-RPT-RECORD.
           PERFORM WRITE-RPT-RECORD.

       MOVE-TXN-TO-RECORD.
           MOVE 'N' TO WS-FLAG-CLEARED-SW.
           IF ACR-ADDR-UNDELIVERABLE
                   AND (MNT-ADDR-LINE-1 NOT = ACR-ADDR-LINE-1
                       OR MNT-ADDR-LINE-2 NOT = ACR-ADDR-LINE-2)
               MOVE SPACE TO ACR-ADDR-STATUS
               SET ADDRESS-FLAG-CLEARED TO TRUE
           END-IF.
           IF MNT-ROLE-IS-KNOWN
               MOVE MNT-ROLE-CD TO ACR-ROLE-CD
           END-IF.
