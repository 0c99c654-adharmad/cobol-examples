
           COPY MNTAUDW.

           COPY OPAUTHW.

           COPY PAGINW.

       01  RPT-DETAIL-LINE.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-RESULT                PIC X(40).

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CONFIG-FILE-MAINT' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
               DISPLAY 'CONFIG-FILE-MAINT: NO CFGMAINT TRANSACTIONS '
                   'SUPPLIED'
           ELSE
               MOVE BDT-BUS-DATE TO WS-TODAY
               OPEN I-O FILEIN
               OPEN OUTPUT MNT-RPT-FILE

               SET BATCH-WAS-REFUSED TO TRUE
           END-IF.

      * the operator must hold the action on the file under the
      * OPAUTH authorization file - a transaction the operator
      * may not make is refused, and the refusal is audited like
      * any other result
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'CONFIG-FILE' TO OPA-FILE-ID.
           MOVE OPERATOR-ID-WORK TO OPA-OPERATOR.
           MOVE MNT-ACTION TO OPA-ACTION.
           CALL 'OPAUTH-SERVICE' USING OPAUTH-PARMS.

       PROCESS-TXN-RECORD.
           ADD 1 TO RUNLOG-READ-COUNT.
           MOVE MNT-SYSTEM-ID TO ABCD-SYSTEM-ID.
           MOVE MNT-SUBSYS-ID TO ABCD-SUBSYS-ID.
           MOVE MNT-SEQ-NR TO ABCD-SEQ-NR.

           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF OPA-IS-AUTHORIZED
               PERFORM APPLY-AUTHORIZED-TXN
           ELSE
               MOVE OPA-REFUSAL TO RPT-RESULT
               PERFORM WRITE-RPT-RECORD
           END-IF.

       APPLY-AUTHORIZED-TXN.
           PERFORM CHECK-PROD-CONTROL.
           IF TXN-IS-PROD-BOUND
               PERFORM QUEUE-PENDING-TXN
           PERFORM COUNT-REPORT-LINE.

           COPY PAGINP.

           COPY BUSDTP.
