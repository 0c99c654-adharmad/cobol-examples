      * COMPUTE1 statement
      * computes the TAMRA 7-pay monthly compounding factor
      * (WFACT-CURR-INT) for the current TAMRA interest rate.
      * every batch case must be a policy on the POLMAST policy
      * master and still in force - a rate record for an unknown,
      * lapsed or otherwise closed policy goes to CMPREJ instead
      * of getting a factor
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPUTE1.

               RECORD KEY   IS FC-RATE-KEY
               FILE STATUS IS WS-CACHE-STATUS.

           SELECT POLICY-MASTER ASSIGN TO 'POLMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS POL-CASE-ID
               FILE STATUS IS WS-POLMAST-STATUS.

           SELECT CMP-REJ-FILE ASSIGN TO 'CMPREJ'
               ORGANIZATION IS LINE SEQUENTIAL.

           05 FC-RATE-KEY          PIC 9(5).
           05 FC-FACTOR            PIC S9(7)V9(10).

       FD  POLICY-MASTER.
           COPY POLREC.

      * reject queue - the full rate record plus the reason it was
      * thrown out, so a rejected case is a correction away from a
      * factor instead of silently gone
          88 RESTARTED-RUN VALUE 'Y'.
       01 WS-CASECODE-TABLE PIC X(08) VALUE 'CASECODE'.

      * policy-master check - the case must be on POLMAST and in
      * force.  like CODEREF above, a POLMAST that cannot be opened
      * means "cannot validate": the run goes on unchecked, says so,
      * and ends with return code 4
       01 WS-POLMAST-STATUS PIC XX.
       01 WS-POLMAST-OPEN-SW PIC X VALUE 'N'.
          88 POLMAST-IS-OPEN VALUE 'Y'.
       01 WS-POLICY-OK-SW PIC X VALUE 'Y'.
          88 POLICY-IS-VALID VALUE 'Y'.
       01 WS-POLICY-REASON PIC X(25).

           COPY CODELKW.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01 WS-RUN-RC PIC 9(2) VALUE ZEROS.

           COPY RUNLOGW.
           COPY BUSDTW.

      * tiered rate table - the TAMRA rate applied to a contract
      * depends on its outstanding balance band when the input

       PROCEDURE DIVISION.

           MOVE 'COMPUTE1' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM INITIALIZE-TIER-TABLE.
           PERFORM GET-ASOF-DATE.
           OPEN INPUT CMP-RATE-FILE.
           IF WS-RATE-STATUS = '00'
               PERFORM OPEN-FACTOR-CACHE
               PERFORM OPEN-POLICY-MASTER
               PERFORM BATCH-COMPUTE
               IF POLMAST-IS-OPEN
                   CLOSE POLICY-MASTER
               ELSE
                   IF WS-RUN-RC < 4
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF
               IF CACHE-IS-OPEN
                   CLOSE FACT-CACHE-FILE
                   DISPLAY 'COMPUTE1: FACTOR CACHE HITS='

           CLOSE CMP-AUDIT-FILE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       INITIALIZE-TIER-TABLE.
           MOVE 6.00      TO RT-RATE(5).

       GET-ASOF-DATE.
           MOVE BDT-BUS-DATE TO WS-ASOF-DATE.
           OPEN INPUT ASOF-PARM-FILE.
           IF WS-ASOF-STATUS = '00'
               READ ASOF-PARM-FILE
       PROCESS-RATE-RECORD.
           ADD 1 TO RUNLOG-READ-COUNT.
           PERFORM VALIDATE-CASE-CODE.
           IF CASE-CODE-IS-VALID
               PERFORM VALIDATE-POLICY
           END-IF.
           EVALUATE TRUE
               WHEN NOT CASE-CODE-IS-VALID
                   DISPLAY 'COMPUTE1: CASE CODE REJECTED FOR '
                       CMP-CASE-ID
                   MOVE 'N' TO WS-RATE-OK-SW
                   MOVE 'CASE CODE NOT ON FILE' TO REJ-REASON
                   PERFORM WRITE-REJECT-RECORD
                   PERFORM WRITE-AUDIT-RECORD
               WHEN NOT POLICY-IS-VALID
                   DISPLAY 'COMPUTE1: POLICY REJECTED FOR '
                       CMP-CASE-ID ' - ' WS-POLICY-REASON
                   MOVE 'N' TO WS-RATE-OK-SW
                   MOVE WS-POLICY-REASON TO REJ-REASON
                   PERFORM WRITE-REJECT-RECORD
                   PERFORM WRITE-AUDIT-RECORD
               WHEN OTHER
                   PERFORM COMPUTE-RATE-RECORD
           END-EVALUATE.

       COMPUTE-RATE-RECORD.
           IF CMP-RATE-OVERRIDE NOT = ZEROS
               MOVE 'N' TO WS-CASE-OK-SW
           END-IF.

      * the policy master is read-only here; POLICY-MAINT keeps it
       OPEN-POLICY-MASTER.
           OPEN INPUT POLICY-MASTER.
           IF WS-POLMAST-STATUS = '00'
               SET POLMAST-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'COMPUTE1: POLMAST NOT AVAILABLE - STATUS '
                   WS-POLMAST-STATUS ' - POLICIES NOT CHECKED'
           END-IF.

      * a case with no policy behind it, or one whose policy has
      * lapsed, been surrendered, matured or gone to a death claim,
      * has no business getting a factor
       VALIDATE-POLICY.
           MOVE 'Y' TO WS-POLICY-OK-SW.
           MOVE SPACES TO WS-POLICY-REASON.
           IF POLMAST-IS-OPEN
               MOVE CMP-CASE-ID TO POL-CASE-ID
               READ POLICY-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-POLICY-OK-SW
                       MOVE 'POLICY NOT ON POLMAST' TO
                           WS-POLICY-REASON
                   NOT INVALID KEY
                       IF NOT POL-IN-FORCE
                           MOVE 'N' TO WS-POLICY-OK-SW
                           MOVE 'POLICY NOT IN FORCE ( )' TO
                               WS-POLICY-REASON
                           MOVE POL-STATUS TO WS-POLICY-REASON(22:1)
                       END-IF
               END-READ
           END-IF.

      * the cache survives across runs; a missing or unusable cache
      * file only means every factor is computed, never a stopped
      * run
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
