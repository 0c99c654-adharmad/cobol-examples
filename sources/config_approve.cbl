      * CFGAPPRV approval transactions (approving operator and the
      * config key) and marks the matching pending item approved -
      * refusing any approval whose operator matches the
      * submitter, the whole point of dual control, or who does
      * not hold the approve action on the OPAUTH authorization
      * file - applies the approved items to CONFIG-FILE with the
      * approver stamped into MNTAUDIT, and expires untouched
      * anything pending longer than the CFGPNDAYS horizon.  the
      * queue is rewritten with every item's final state, applied
      * items kept as done for the audit trail
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIG-APPROVE.


           COPY MNTAUDW.

           COPY OPAUTHW.

           COPY DATESRVW.

      * the whole pending queue in storage, worked and rewritten
           05 FILLER                   PIC X(11) VALUE '  EXPIRED -'.
           05 RPT-EXPIRED-COUNT        PIC Z(4)9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CONFIG-APPROVE' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-TODAY.
           PERFORM GET-EXPIRE-DAYS.
           PERFORM LOAD-PENDING-QUEUE.
           IF WS-PEND-COUNT = ZEROS
               IF PT-STATUS(WS-PEND-IDX) = 'P'
                       AND PT-TXN-IMAGE(WS-PEND-IDX)(2:12) =
                           APV-KEY
                   PERFORM CHECK-APPROVER-AUTHORITY
                   EVALUATE TRUE
                       WHEN APV-APPROVER = PT-SUBMITTER(WS-PEND-IDX)
                           MOVE 'APPROVAL REFUSED - SAME OPERATOR'
                               TO WS-RESULT
                           PERFORM STAMP-APPROVAL-AUDIT
                           DISPLAY 'CONFIG-APPROVE: ' APV-APPROVER
                               ' CANNOT APPROVE THEIR OWN CHANGE TO '
                               APV-KEY
                       WHEN NOT OPA-IS-AUTHORIZED
                           MOVE OPA-REFUSAL TO WS-RESULT
                           PERFORM STAMP-APPROVAL-AUDIT
                           DISPLAY 'CONFIG-APPROVE: ' APV-APPROVER
                               ' ' OPA-REFUSAL ' FOR ' APV-KEY
                       WHEN OTHER
                           MOVE 'A' TO PT-STATUS(WS-PEND-IDX)
                           MOVE APV-APPROVER TO
                               PT-APPROVER(WS-PEND-IDX)
                           ADD 1 TO WS-APPROVED-COUNT
                           MOVE 'APPROVED' TO WS-RESULT
                           PERFORM STAMP-APPROVAL-AUDIT
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * approving is an action of its own on the authorization file -
      * the approver must hold it on CONFIG-FILE as well as not being
      * the submitter
       CHECK-APPROVER-AUTHORITY.
           MOVE 'CONFIG-FILE' TO OPA-FILE-ID.
           MOVE APV-APPROVER TO OPA-OPERATOR.
           MOVE 'P' TO OPA-ACTION.
           CALL 'OPAUTH-SERVICE' USING OPAUTH-PARMS.

       STAMP-APPROVAL-AUDIT.
           MOVE 'CFGPEND' TO MAUD-FILE-ID.
           MOVE APV-APPROVER TO MAUD-OPERATOR.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
