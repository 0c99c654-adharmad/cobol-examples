      * the batch leads with its operator-id record, every action
      * is stamped into the shared MNTAUDIT audit file, and an
      * employee CPF must prove its mod-11 check digits before an
      * add or change lands.  the establishment the employee is
      * paid under must be one ESTFILE knows - blank leaves the
      * employee with the head office - and an inactive
      * establishment takes no one new.  the pay group must be the
      * monthly group or one the payroll calendar has periods for
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMAST-MAINT.

           05 MNT-BANK-BRANCH          PIC X(05).
           05 MNT-BANK-ACCT            PIC X(10).
           05 MNT-MONTHLY-SALARY       PIC 9(07)V99.
           05 MNT-ESTAB-CD             PIC X(04).
           05 MNT-PAY-GROUP            PIC X(02).

       FD  MNT-RPT-FILE.
       01  MNT-RPT-LINE                PIC X(80).

           COPY MNTAUDW.

           COPY OPAUTHW.

           COPY PAGINW.

           COPY CPFCHKW.

      * the transaction's establishment against ESTFILE - with no
      * ESTFILE yet there is nothing to check a code against
       01  WS-ESTAB-SW                 PIC X(01) VALUE 'Y'.
           88  ESTAB-IS-VALID                  VALUE 'Y'.
       01  WS-ESTAB-ACTIVE-SW          PIC X(01) VALUE 'Y'.
           88  ESTAB-IS-INACTIVE               VALUE 'N'.

           COPY ESTLKW.

      * the transaction's pay group against the payroll calendar -
      * blank is the monthly group, which needs no calendar
       01  WS-PAY-GROUP-SW             PIC X(01) VALUE 'Y'.
           88  PAY-GROUP-IS-VALID              VALUE 'Y'.

           COPY PCALW.

       01  RPT-DETAIL-LINE.
           05 RPT-ACTION                PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
               SET BATCH-WAS-REFUSED TO TRUE
           END-IF.

      * the operator must hold the action on the file under the
      * OPAUTH authorization file - a transaction the operator
      * may not make is refused, and the refusal is audited like
      * any other result
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'EMPMAST' TO OPA-FILE-ID.
           MOVE OPERATOR-ID-WORK TO OPA-OPERATOR.
           MOVE MNT-ACTION TO OPA-ACTION.
           CALL 'OPAUTH-SERVICE' USING OPAUTH-PARMS.

       PROCESS-TXN-RECORD.
           ADD 1 TO RUNLOG-READ-COUNT.
           MOVE MNT-EMP-ID TO EM-EMP-ID.

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
                   PERFORM VET-TXN-CPF
                   IF CPF-CHK-IS-VALID
                       PERFORM VET-TXN-ESTAB
                   END-IF
                   IF CPF-CHK-IS-VALID AND ESTAB-IS-VALID
                       PERFORM VET-TXN-PAY-GROUP
                   END-IF
                   IF CPF-CHK-IS-VALID AND ESTAB-IS-VALID
                           AND PAY-GROUP-IS-VALID
                       IF ESTAB-IS-INACTIVE
                           MOVE 'ESTABLISHMENT IS INACTIVE' TO
                               RPT-RESULT
                           PERFORM WRITE-RPT-RECORD
                       ELSE
                           PERFORM ADD-RECORD
                       END-IF
                   END-IF
               WHEN MNT-ACTION-CHANGE
                   PERFORM VET-TXN-CPF
                   IF CPF-CHK-IS-VALID
                       PERFORM VET-TXN-ESTAB
                   END-IF
                   IF CPF-CHK-IS-VALID AND ESTAB-IS-VALID
                       PERFORM VET-TXN-PAY-GROUP
                   END-IF
                   IF CPF-CHK-IS-VALID AND ESTAB-IS-VALID
                           AND PAY-GROUP-IS-VALID
                       PERFORM CHANGE-RECORD
                   END-IF
               WHEN MNT-ACTION-DELETE
               PERFORM WRITE-RPT-RECORD
           END-IF.

      * a blank establishment is the head office's; any other code
      * must be on ESTFILE
       VET-TXN-ESTAB.
           MOVE 'Y' TO WS-ESTAB-SW.
           MOVE 'Y' TO WS-ESTAB-ACTIVE-SW.
           IF MNT-ESTAB-CD NOT = SPACES
               SET ESLK-FUNC-BY-CODE TO TRUE
               MOVE MNT-ESTAB-CD TO ESLK-CODE-IN
               CALL 'ESTAB-LOOKUP' USING ESTAB-LOOKUP-PARMS
               EVALUATE TRUE
                   WHEN ESLK-STAT-NOT-FOUND
                       MOVE 'N' TO WS-ESTAB-SW
                   WHEN ESLK-STAT-FOUND AND ESLK-STATUS-CD = 'I'
                       MOVE 'N' TO WS-ESTAB-ACTIVE-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF NOT ESTAB-IS-VALID
               MOVE 'ESTABLISHMENT NOT ON ESTFILE' TO RPT-RESULT
               PERFORM WRITE-RPT-RECORD
           END-IF.

      * a blank pay group is the monthly payroll's; any other group
      * must have periods on PAYCAL
       VET-TXN-PAY-GROUP.
           MOVE 'Y' TO WS-PAY-GROUP-SW.
           IF MNT-PAY-GROUP NOT = SPACES
               SET PCS-FUNC-GROUP-KNOWN TO TRUE
               MOVE MNT-PAY-GROUP TO PCS-PAY-GROUP
               CALL 'PAYCAL-SERVICE' USING PAYCAL-PARMS
               IF NOT PCS-STAT-FOUND
                   MOVE 'N' TO WS-PAY-GROUP-SW
               END-IF
           END-IF.
           IF NOT PAY-GROUP-IS-VALID
               MOVE 'PAY GROUP NOT ON PAYROLL CALENDAR' TO RPT-RESULT
               PERFORM WRITE-RPT-RECORD
           END-IF.

       ADD-RECORD.
           PERFORM MOVE-TXN-TO-RECORD.
           WRITE EM-RECORD
                   MOVE 'CHANGE FAILED - KEY NOT FOUND' TO
                       RPT-RESULT
               NOT INVALID KEY
                   IF ESTAB-IS-INACTIVE
                           AND EM-ESTAB-CD NOT = MNT-ESTAB-CD
                       MOVE 'ESTABLISHMENT IS INACTIVE' TO
                           RPT-RESULT
                   ELSE
                       PERFORM MOVE-TXN-TO-RECORD
                       REWRITE EM-RECORD
                           INVALID KEY
                               MOVE 'CHANGE FAILED ON REWRITE' TO
                                   RPT-RESULT
                           NOT INVALID KEY
                               MOVE 'CHANGED' TO RPT-RESULT
                       END-REWRITE
                   END-IF
           END-READ.
           PERFORM WRITE-RPT-RECORD.

           MOVE MNT-BANK-BRANCH TO EM-BANK-BRANCH.
           MOVE MNT-BANK-ACCT TO EM-BANK-ACCT.
           MOVE MNT-MONTHLY-SALARY TO EM-MONTHLY-SALARY.
           MOVE MNT-ESTAB-CD TO EM-ESTAB-CD.
           MOVE MNT-PAY-GROUP TO EM-PAY-GROUP.

       WRITE-RPT-RECORD.
           MOVE MNT-ACTION TO RPT-ACTION.
