      * consignado contract load - each lending bank sends the
      * payroll-deductible loans it has granted our employees on
      * a CONSIGIN lender file: an 'H' header naming the lender,
      * then a 'C' line per contract, action 'I' to include a new
      * contract or 'X' to cancel one already loaded (a loan
      * settled early at the bank, or granted in error).
      *
      * an inclusion is loaded onto CONSIGFILE only when the
      * contract is not already there, the employee is on EMPMAST
      * and active, the CPF the lender holds is the master's and
      * passes its check digits, the installment and the number of
      * installments (1 to 96) are sensible, the first installment
      * falls no earlier than the current period, and the
      * installment fits the margin the employee has free.  the
      * margin is the one CONSIG-DEDUCT kept on CONSIGMRG at the
      * last payroll - or, for an employee not yet through one,
      * the CONSIGPARM percentage (35 by default) of the monthly
      * salary - less the installments of the employee's contracts
      * still running.  a cancellation marks the contract 'C' so
      * the payroll stops taking it.
      *
      * the CONSIGLDRPT report lists every line with what became
      * of it; any line refused returns 4 so the lender can be
      * told
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSIG-LOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSIG-IN-FILE ASSIGN TO 'CONSIGIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIN-STATUS.

           SELECT CONSIG-FILE ASSIGN TO 'CONSIGFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS CSG-KEY
               FILE STATUS IS WS-CSG-STATUS.

           SELECT MARGIN-FILE ASSIGN TO 'CONSIGMRG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS CSM-EMP-ID
               FILE STATUS IS WS-CSM-STATUS.

           SELECT EMP-MAST-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS EM-EMP-ID
               FILE STATUS IS WS-EMPM-STATUS.

           SELECT CONSIG-PARM-FILE ASSIGN TO 'CONSIGPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LOAD-RPT-FILE ASSIGN TO 'CONSIGLDRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSIG-IN-FILE.
       01  CONSIG-IN-RECORD.
           05 CIN-REC-TYPE             PIC X(01).
              88 CIN-HEADER                    VALUE 'H'.
              88 CIN-CONTRACT                  VALUE 'C'.
           05 CIN-BODY                 PIC X(79).
       01  CONSIG-IN-HEADER.
           05 FILLER                   PIC X(01).
           05 CIH-LENDER-CD            PIC 9(03).
           05 CIH-LENDER-NAME          PIC X(30).
           05 FILLER                   PIC X(46).
       01  CONSIG-IN-CONTRACT.
           05 FILLER                   PIC X(01).
           05 CIC-ACTION               PIC X(01).
              88 CIC-INCLUDE                   VALUE 'I'.
              88 CIC-CANCEL                    VALUE 'X'.
           05 CIC-CONTRACT-NR          PIC X(12).
           05 CIC-EMP-ID               PIC 9(06).
           05 CIC-CPF-NR               PIC 9(11).
           05 CIC-INSTALLMENT          PIC 9(07)V99.
           05 CIC-INSTALLMENTS         PIC 9(03).
           05 CIC-START-PERIOD.
              10 CIC-START-YEAR        PIC 9(04).
              10 CIC-START-MONTH       PIC 9(02).
           05 FILLER                   PIC X(31).

       FD  CONSIG-FILE.
           COPY CSGREC.

       FD  MARGIN-FILE.
           COPY CSMREC.

       FD  EMP-MAST-FILE.
           COPY EMPMREC.

       FD  CONSIG-PARM-FILE.
       01  CONSIG-PARM-RECORD.
           05 CSP-PERIOD               PIC 9(06).
           05 CSP-MARGIN-PCT           PIC 9(02).

       FD  LOAD-RPT-FILE.
       01  LOAD-RPT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CIN-STATUS               PIC XX.
       01  WS-CSG-STATUS               PIC XX.
       01  WS-CSM-STATUS               PIC XX.
       01  WS-EMPM-STATUS              PIC XX.
       01  WS-PARM-STATUS              PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

       01  WS-EMPM-OPEN-SW             PIC X(01) VALUE 'N'.
           88  EMPMAST-IS-OPEN                 VALUE 'Y'.
       01  WS-CSM-OPEN-SW              PIC X(01) VALUE 'N'.
           88  MARGIN-FILE-IS-OPEN             VALUE 'Y'.

       01  WS-PERIOD                   PIC 9(06).
       01  WS-TODAY                    PIC 9(08).
       01  WS-MARGIN-PCT               PIC 9(02) VALUE 35.

       01  WS-LENDER-CD                PIC 9(03) VALUE ZEROS.
       01  WS-LENDER-NAME              PIC X(30) VALUE SPACES.
       01  WS-HEADER-SW                PIC X(01) VALUE 'N'.
           88  HEADER-WAS-SEEN                 VALUE 'Y'.

       01  WS-REJECT-REASON            PIC X(30).
       01  WS-FOUND-SW                 PIC X(01).
           88  CONTRACT-WAS-FOUND              VALUE 'Y'.
       01  WS-KEPT-SW                  PIC X(01).
           88  MARGIN-WAS-KEPT                 VALUE 'Y'.
       01  WS-SWEEP-SW                 PIC X(01).
           88  SWEEP-IS-DONE                   VALUE 'Y'.

       01  WS-MARGIN                   PIC 9(07)V99.
       01  WS-COMMITTED                PIC 9(07)V99.
       01  WS-FREE-MARGIN              PIC 9(07)V99.
       01  WS-BASE-NOTE                PIC X(16).

       01  WS-LOADED-COUNT             PIC 9(05) VALUE ZEROS.
       01  WS-CANCELLED-COUNT          PIC 9(05) VALUE ZEROS.
       01  WS-REJECTED-COUNT           PIC 9(05) VALUE ZEROS.

       01  RPT-HEADING.
           05 FILLER                   PIC X(31) VALUE
               'CONSIGNADO CONTRACT LOAD - RUN '.
           05 RPT-HDG-DATE             PIC 9(08).
           05 FILLER                   PIC X(09) VALUE '  LENDER '.
           05 RPT-HDG-LENDER-CD        PIC 9(03).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-HDG-LENDER-NAME      PIC X(30).

       01  RPT-DETAIL-LINE.
           05 RPT-ACTION               PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-CONTRACT-NR          PIC X(12).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-EMP-ID               PIC 9(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-INSTALLMENT          PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE 'X'.
           05 RPT-INSTALLMENTS         PIC ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-FREE-MARGIN          PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-RESULT               PIC X(30).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-BASE-NOTE            PIC X(16).

       01  RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL          PIC X(30).
           05 RPT-TOTAL-COUNT          PIC Z(4)9.

           COPY CPFCHKW.
           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CONSIG-LOAD' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-TODAY.
           PERFORM GET-CONSIG-PARM.
           OPEN INPUT CONSIG-IN-FILE.
           IF WS-CIN-STATUS NOT = '00'
               DISPLAY 'CONSIG-LOAD: NO CONSIGIN LENDER FILE'
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM OPEN-CONTRACT-MASTER
               IF WS-CSG-STATUS NOT = '00'
                   DISPLAY 'CONSIG-LOAD: CONSIGFILE UNAVAILABLE'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   OPEN INPUT EMP-MAST-FILE
                   IF WS-EMPM-STATUS = '00'
                       SET EMPMAST-IS-OPEN TO TRUE
                   END-IF
                   OPEN INPUT MARGIN-FILE
                   IF WS-CSM-STATUS = '00'
                       SET MARGIN-FILE-IS-OPEN TO TRUE
                   END-IF
                   OPEN OUTPUT LOAD-RPT-FILE
                   PERFORM READ-CONSIG-IN
                   PERFORM UNTIL WS-CIN-STATUS NOT = '00'
                       EVALUATE TRUE
                           WHEN CIN-HEADER
                               PERFORM TAKE-LENDER-HEADER
                           WHEN CIN-CONTRACT
                               PERFORM TAKE-CONTRACT-LINE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                       PERFORM READ-CONSIG-IN
                   END-PERFORM
                   PERFORM WRITE-REPORT-TOTALS
                   CLOSE LOAD-RPT-FILE
                   IF MARGIN-FILE-IS-OPEN
                       CLOSE MARGIN-FILE
                   END-IF
                   IF EMPMAST-IS-OPEN
                       CLOSE EMP-MAST-FILE
                   END-IF
                   CLOSE CONSIG-FILE
               END-IF
               CLOSE CONSIG-IN-FILE
           END-IF.

       GET-CONSIG-PARM.
           MOVE BDT-BUS-DATE(1:6) TO WS-PERIOD.
           OPEN INPUT CONSIG-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ CONSIG-PARM-FILE
                   NOT AT END
                       IF CSP-PERIOD IS NUMERIC
                               AND CSP-PERIOD > ZEROS
                           MOVE CSP-PERIOD TO WS-PERIOD
                       END-IF
                       IF CSP-MARGIN-PCT IS NUMERIC
                               AND CSP-MARGIN-PCT > ZEROS
                           MOVE CSP-MARGIN-PCT TO WS-MARGIN-PCT
                       END-IF
               END-READ
               CLOSE CONSIG-PARM-FILE
           END-IF.

      * the first lender file ever loaded creates the master
       OPEN-CONTRACT-MASTER.
           OPEN I-O CONSIG-FILE.
           IF WS-CSG-STATUS NOT = '00'
               OPEN OUTPUT CONSIG-FILE
               CLOSE CONSIG-FILE
               OPEN I-O CONSIG-FILE
           END-IF.

       READ-CONSIG-IN.
           READ CONSIG-IN-FILE
               AT END
                   MOVE '10' TO WS-CIN-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       TAKE-LENDER-HEADER.
           IF CIH-LENDER-CD IS NUMERIC AND CIH-LENDER-CD > ZEROS
               MOVE CIH-LENDER-CD TO WS-LENDER-CD
               MOVE CIH-LENDER-NAME TO WS-LENDER-NAME
               SET HEADER-WAS-SEEN TO TRUE
           ELSE
               MOVE 'N' TO WS-HEADER-SW
           END-IF.
           MOVE WS-TODAY TO RPT-HDG-DATE.
           MOVE WS-LENDER-CD TO RPT-HDG-LENDER-CD.
           MOVE WS-LENDER-NAME TO RPT-HDG-LENDER-NAME.
           WRITE LOAD-RPT-LINE FROM RPT-HEADING.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       TAKE-CONTRACT-LINE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-BASE-NOTE.
           MOVE ZEROS TO WS-FREE-MARGIN.
           IF NOT HEADER-WAS-SEEN
               MOVE 'NO VALID LENDER HEADER' TO WS-REJECT-REASON
           ELSE
               EVALUATE TRUE
                   WHEN CIC-INCLUDE
                       PERFORM JUDGE-INCLUSION
                   WHEN CIC-CANCEL
                       PERFORM APPLY-CANCELLATION
                   WHEN OTHER
                       MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
           MOVE CIC-ACTION TO RPT-ACTION.
           MOVE CIC-CONTRACT-NR TO RPT-CONTRACT-NR.
           MOVE ZEROS TO RPT-EMP-ID.
           MOVE ZEROS TO RPT-INSTALLMENT.
           MOVE ZEROS TO RPT-INSTALLMENTS.
           IF CIC-EMP-ID IS NUMERIC
               MOVE CIC-EMP-ID TO RPT-EMP-ID
           END-IF.
           IF CIC-INSTALLMENT IS NUMERIC
               MOVE CIC-INSTALLMENT TO RPT-INSTALLMENT
           END-IF.
           IF CIC-INSTALLMENTS IS NUMERIC
               MOVE CIC-INSTALLMENTS TO RPT-INSTALLMENTS
           END-IF.
           MOVE WS-FREE-MARGIN TO RPT-FREE-MARGIN.
           MOVE WS-BASE-NOTE TO RPT-BASE-NOTE.
           IF WS-REJECT-REASON = SPACES
               IF CIC-INCLUDE
                   MOVE 'LOADED' TO RPT-RESULT
                   ADD 1 TO WS-LOADED-COUNT
               ELSE
                   MOVE 'CANCELLED' TO RPT-RESULT
                   ADD 1 TO WS-CANCELLED-COUNT
               END-IF
           ELSE
               MOVE WS-REJECT-REASON TO RPT-RESULT
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 4 TO WS-RUN-RC
           END-IF.
           WRITE LOAD-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      ******************************************************************
      * a new contract - every test in turn, the first failure is
      * the reason given
      ******************************************************************
       JUDGE-INCLUSION.
           IF CIC-EMP-ID NOT NUMERIC OR CIC-CPF-NR NOT NUMERIC
                   OR CIC-INSTALLMENT NOT NUMERIC
                   OR CIC-INSTALLMENTS NOT NUMERIC
                   OR CIC-START-PERIOD NOT NUMERIC
                   OR CIC-CONTRACT-NR = SPACES
               MOVE 'MALFORMED CONTRACT LINE' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM FIND-LENDER-CONTRACT
               IF CONTRACT-WAS-FOUND
                   MOVE 'CONTRACT ALREADY ON FILE' TO
                       WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF NOT EMPMAST-IS-OPEN
                   MOVE 'EMPLOYEE MASTER UNAVAILABLE' TO
                       WS-REJECT-REASON
               ELSE
                   MOVE CIC-EMP-ID TO EM-EMP-ID
                   READ EMP-MAST-FILE
                       INVALID KEY
                           MOVE 'NOT AN EMPLOYEE' TO WS-REJECT-REASON
                       NOT INVALID KEY
                           IF NOT EM-STATUS-ACTIVE
                               MOVE 'EMPLOYEE NOT ACTIVE' TO
                                   WS-REJECT-REASON
                           END-IF
                   END-READ
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE CIC-CPF-NR TO CPF-CHK-RAW
               PERFORM VALIDATE-CPF-DIGITS
               IF CIC-CPF-NR NOT = EM-CPF-NR
                   MOVE 'CPF NOT THE EMPLOYEE''S' TO WS-REJECT-REASON
               ELSE
                   IF NOT CPF-CHK-IS-VALID
                       MOVE 'CPF FAILS CHECK' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN CIC-INSTALLMENT = ZEROS
                       MOVE 'NO INSTALLMENT AMOUNT' TO
                           WS-REJECT-REASON
                   WHEN CIC-INSTALLMENTS = ZEROS
                           OR CIC-INSTALLMENTS > 96
                       MOVE 'INSTALLMENTS NOT 1 TO 96' TO
                           WS-REJECT-REASON
                   WHEN CIC-START-MONTH < 1 OR CIC-START-MONTH > 12
                       MOVE 'START PERIOD INVALID' TO
                           WS-REJECT-REASON
                   WHEN CIC-START-PERIOD < WS-PERIOD
                       MOVE 'START PERIOD ALREADY PAST' TO
                           WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM MEASURE-FREE-MARGIN
               IF WS-FREE-MARGIN < CIC-INSTALLMENT
                   MOVE 'NO MARGIN' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM ADD-CONTRACT
           END-IF.

       ADD-CONTRACT.
           MOVE SPACES TO CSG-RECORD.
           MOVE CIC-EMP-ID TO CSG-EMP-ID.
           MOVE CIC-START-PERIOD TO CSG-START-PERIOD.
           MOVE WS-LENDER-CD TO CSG-LENDER-CD.
           MOVE CIC-CONTRACT-NR TO CSG-CONTRACT-NR.
           MOVE CIC-CPF-NR TO CSG-CPF-NR.
           MOVE CIC-INSTALLMENT TO CSG-INSTALLMENT.
           MOVE CIC-INSTALLMENTS TO CSG-INSTALLMENTS.
           MOVE ZEROS TO CSG-PAID-COUNT.
           MOVE ZEROS TO CSG-PAID-TOTAL.
           SET CSG-ACTIVE TO TRUE.
           MOVE ZEROS TO CSG-LAST-PERIOD.
           MOVE WS-TODAY TO CSG-LOAD-DATE.
           WRITE CSG-RECORD
               INVALID KEY
                   MOVE 'CONTRACT ALREADY ON FILE' TO
                       WS-REJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-WRITE.

      * the margin the last payroll measured, or the salary-based
      * one for an employee not yet through a payroll, less what
      * the employee's running contracts already take
       MEASURE-FREE-MARGIN.
           MOVE ZEROS TO WS-MARGIN.
           MOVE 'N' TO WS-KEPT-SW.
           IF MARGIN-FILE-IS-OPEN
               MOVE CIC-EMP-ID TO CSM-EMP-ID
               READ MARGIN-FILE
                   NOT INVALID KEY
                       MOVE CSM-MARGIN TO WS-MARGIN
                       SET MARGIN-WAS-KEPT TO TRUE
               END-READ
           END-IF.
           IF NOT MARGIN-WAS-KEPT
               COMPUTE WS-MARGIN ROUNDED =
                   EM-MONTHLY-SALARY * WS-MARGIN-PCT / 100
               MOVE 'BASE FROM SALARY' TO WS-BASE-NOTE
           END-IF.
           MOVE ZEROS TO WS-COMMITTED.
           MOVE CIC-EMP-ID TO CSG-EMP-ID.
           MOVE ZEROS TO CSG-START-PERIOD.
           MOVE ZEROS TO CSG-LENDER-CD.
           MOVE LOW-VALUES TO CSG-CONTRACT-NR.
           MOVE 'N' TO WS-SWEEP-SW.
           START CONSIG-FILE KEY NOT < CSG-KEY
               INVALID KEY
                   SET SWEEP-IS-DONE TO TRUE
           END-START.
           PERFORM UNTIL SWEEP-IS-DONE
               READ CONSIG-FILE NEXT RECORD
                   AT END
                       SET SWEEP-IS-DONE TO TRUE
                   NOT AT END
                       IF CSG-EMP-ID NOT = CIC-EMP-ID
                           SET SWEEP-IS-DONE TO TRUE
                       ELSE
                           IF CSG-ACTIVE
                               ADD CSG-INSTALLMENT TO WS-COMMITTED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MARGIN > WS-COMMITTED
               COMPUTE WS-FREE-MARGIN = WS-MARGIN - WS-COMMITTED
           ELSE
               MOVE ZEROS TO WS-FREE-MARGIN
           END-IF.

      * the lender's contract among the employee's; the key
      * carries the start period ahead of the contract number,
      * so the employee's range is walked
       FIND-LENDER-CONTRACT.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE CIC-EMP-ID TO CSG-EMP-ID.
           MOVE ZEROS TO CSG-START-PERIOD.
           MOVE ZEROS TO CSG-LENDER-CD.
           MOVE LOW-VALUES TO CSG-CONTRACT-NR.
           MOVE 'N' TO WS-SWEEP-SW.
           START CONSIG-FILE KEY NOT < CSG-KEY
               INVALID KEY
                   SET SWEEP-IS-DONE TO TRUE
           END-START.
           PERFORM UNTIL SWEEP-IS-DONE
               READ CONSIG-FILE NEXT RECORD
                   AT END
                       SET SWEEP-IS-DONE TO TRUE
                   NOT AT END
                       IF CSG-EMP-ID NOT = CIC-EMP-ID
                           SET SWEEP-IS-DONE TO TRUE
                       ELSE
                           IF CSG-LENDER-CD = WS-LENDER-CD
                              AND CSG-CONTRACT-NR = CIC-CONTRACT-NR
                               SET CONTRACT-WAS-FOUND TO TRUE
                               SET SWEEP-IS-DONE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-CANCELLATION.
           IF CIC-EMP-ID NOT NUMERIC OR CIC-CONTRACT-NR = SPACES
               MOVE 'MALFORMED CONTRACT LINE' TO WS-REJECT-REASON
           ELSE
               PERFORM FIND-LENDER-CONTRACT
               EVALUATE TRUE
                   WHEN NOT CONTRACT-WAS-FOUND
                       MOVE 'CONTRACT NOT ON FILE' TO
                           WS-REJECT-REASON
                   WHEN NOT CSG-ACTIVE
                       MOVE 'CONTRACT NOT RUNNING' TO
                           WS-REJECT-REASON
                   WHEN OTHER
                       SET CSG-CANCELLED TO TRUE
                       REWRITE CSG-RECORD
                           INVALID KEY
                               MOVE 'CONSIGFILE REWRITE FAILED' TO
                                   WS-REJECT-REASON
                           NOT INVALID KEY
                               ADD 1 TO RUNLOG-WRITTEN-COUNT
                       END-REWRITE
               END-EVALUATE
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE 'CONTRACTS LOADED' TO RPT-TOTAL-LABEL.
           MOVE WS-LOADED-COUNT TO RPT-TOTAL-COUNT.
           WRITE LOAD-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'CONTRACTS CANCELLED' TO RPT-TOTAL-LABEL.
           MOVE WS-CANCELLED-COUNT TO RPT-TOTAL-COUNT.
           WRITE LOAD-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'LINES REFUSED' TO RPT-TOTAL-LABEL.
           MOVE WS-REJECTED-COUNT TO RPT-TOTAL-COUNT.
           WRITE LOAD-RPT-LINE FROM RPT-TOTAL-LINE.
           ADD 3 TO RUNLOG-WRITTEN-COUNT.

       WRITE-RUNLOG-START.
           MOVE 'CONSIG-LOAD' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'CONSIG-LOAD' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY CPFCHKP.
           COPY BUSDTP.
