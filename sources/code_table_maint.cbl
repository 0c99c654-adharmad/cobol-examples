
           COPY MNTAUDW.

           COPY OPAUTHW.

           COPY PAGINW.

           COPY DATESRVW.
               10  CODE-VALID-FROM      PIC 9(08).
               10  CODE-VALID-TO        PIC 9(08).

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CODE-TABLE-MAINT' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
      * superseded ones - struck once through DATE-SERVICE so a
      * month boundary cannot wedge the arithmetic
       STRIKE-THE-DATES.
           MOVE BDT-BUS-DATE TO WS-TODAY.
           SET DSV-FUNC-ADD-DAYS TO TRUE.
           MOVE WS-TODAY TO DSV-DATE-1.
           MOVE -1 TO DSV-DAYS.
               SET BATCH-WAS-REFUSED TO TRUE
           END-IF.

      * the operator must hold the action on the file under the
      * OPAUTH authorization file - a transaction the operator
      * may not make is refused, and the refusal is audited like
      * any other result
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'CODEREF' TO OPA-FILE-ID.
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
           EVALUATE TRUE
               WHEN MNT-ACTION-ADD
                   PERFORM ADD-ENTRY
           PERFORM COUNT-REPORT-LINE.

           COPY PAGINP.

           COPY BUSDTP.
