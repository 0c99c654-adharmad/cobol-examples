       01  WS-REFUSED-SW               PIC X(01) VALUE 'N'.
           88  BATCH-WAS-REFUSED               VALUE 'Y'.

      * a new address clears an undeliverable flag RETURNED-MAIL
      * set, releasing the held mail to the next MAIL-BUNDLE run
       01  WS-FLAG-CLEARED-SW          PIC X(01).
           88  ADDRESS-FLAG-CLEARED            VALUE 'Y'.

           COPY MNTAUDW.

           COPY OPAUTHW.

           COPY PAGINW.

      * account numbers carry a mod-11 check digit - an add or
               SET BATCH-WAS-REFUSED TO TRUE
           END-IF.

      * the operator must hold the action on the file under the
      * OPAUTH authorization file - a transaction the operator
      * may not make is refused, and the refusal is audited like
      * any other result
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'CUSTFILE' TO OPA-FILE-ID.
           MOVE OPERATOR-ID-WORK TO OPA-OPERATOR.
           MOVE MNT-ACTION TO OPA-ACTION.
           CALL 'OPAUTH-SERVICE' USING OPAUTH-PARMS.

       PROCESS-TXN-RECORD.
           ADD 1 TO RUNLOG-READ-COUNT.
           MOVE MNT-ACCT-NR TO CUST-ACCT-NR.

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
                   PERFORM VET-TXN-ACCT-NR
           END-IF.

       ADD-RECORD.
           MOVE SPACE TO CUST-ADDR-STATUS.
           MOVE MNT-NAME TO CUST-NAME.
           MOVE MNT-ADDR-LINE-1 TO CUST-ADDR-LINE-1.
           MOVE MNT-ADDR-LINE-2 TO CUST-ADDR-LINE-2.
                   MOVE 'CHANGE FAILED - KEY NOT FOUND' TO
                       RPT-RESULT
               NOT INVALID KEY
                   MOVE 'N' TO WS-FLAG-CLEARED-SW
                   IF CUST-ADDR-UNDELIVERABLE
                           AND (MNT-ADDR-LINE-1 NOT =
                                   CUST-ADDR-LINE-1
                               OR MNT-ADDR-LINE-2 NOT =
                                   CUST-ADDR-LINE-2)
                       MOVE SPACE TO CUST-ADDR-STATUS
                       SET ADDRESS-FLAG-CLEARED TO TRUE
                   END-IF
                   MOVE MNT-NAME TO CUST-NAME
                   MOVE MNT-ADDR-LINE-1 TO CUST-ADDR-LINE-1
                   MOVE MNT-ADDR-LINE-2 TO CUST-ADDR-LINE-2
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
