
           COPY MNTAUDW.

           COPY OPAUTHW.

           COPY PAGINW.

       01  RPT-DETAIL-LINE.
               SET BATCH-WAS-REFUSED TO TRUE
           END-IF.

      * the operator must hold the action on the file under the
      * OPAUTH authorization file - a transaction the operator
      * may not make is refused, and the refusal is audited like
      * any other result
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'ADVFILE' TO OPA-FILE-ID.
           MOVE OPERATOR-ID-WORK TO OPA-OPERATOR.
           MOVE MNT-ACTION TO OPA-ACTION.
           CALL 'OPAUTH-SERVICE' USING OPAUTH-PARMS.

       PROCESS-TXN-RECORD.
           ADD 1 TO RUNLOG-READ-COUNT.
           MOVE MNT-EMP-ID TO ADV-EMP-ID.

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
