      * consignado margin inquiry - before granting a payroll-
      * deductible loan a lending bank asks how much of the
      * employee's margin is still free.  the CONSIGINQ file holds
      * one request per line, the lender's code and the CPF the
      * borrower gave; the employee is found on EMPMAST by that
      * CPF.
      *
      * the answer on CONSIGINQRPT is the net base and margin
      * CONSIG-DEDUCT kept on CONSIGMRG at the last payroll - or,
      * for an employee not yet through one, the CONSIGPARM
      * percentage (35 by default) of the monthly salary, noted
      * BASE FROM SALARY - the installments the employee's running
      * contracts already take, and what is left free.  a CPF that
      * is no employee's, fails its check digits, or is a
      * terminated employee's is answered with no margin and the
      * reason
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSIG-INQUIRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-FILE ASSIGN TO 'CONSIGINQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQ-STATUS.

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
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS EM-EMP-ID
               FILE STATUS IS WS-EMPM-STATUS.

           SELECT CONSIG-PARM-FILE ASSIGN TO 'CONSIGPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT INQ-RPT-FILE ASSIGN TO 'CONSIGINQRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-FILE.
       01  INQUIRY-RECORD.
           05 INQ-LENDER-CD            PIC 9(03).
           05 INQ-CPF-NR               PIC 9(11).

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

       FD  INQ-RPT-FILE.
       01  INQ-RPT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-INQ-STATUS               PIC XX.
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
       01  WS-CSG-OPEN-SW              PIC X(01) VALUE 'N'.
           88  CONSIG-FILE-IS-OPEN             VALUE 'Y'.
       01  WS-CSM-OPEN-SW              PIC X(01) VALUE 'N'.
           88  MARGIN-FILE-IS-OPEN             VALUE 'Y'.

       01  WS-TODAY                    PIC 9(08).
       01  WS-MARGIN-PCT               PIC 9(02) VALUE 35.

       01  WS-FOUND-SW                 PIC X(01).
           88  EMPLOYEE-WAS-FOUND              VALUE 'Y'.
       01  WS-KEPT-SW                  PIC X(01).
           88  MARGIN-WAS-KEPT                 VALUE 'Y'.
       01  WS-HOLDER-ID                PIC 9(06).
       01  WS-SWEEP-SW                 PIC X(01).
           88  SWEEP-IS-DONE                   VALUE 'Y'.

       01  WS-NET-BASE                 PIC 9(07)V99.
       01  WS-MARGIN                   PIC 9(07)V99.
       01  WS-COMMITTED                PIC 9(07)V99.
       01  WS-FREE-MARGIN              PIC 9(07)V99.
       01  WS-NOTE                     PIC X(20).

       01  WS-ANSWERED-COUNT           PIC 9(05) VALUE ZEROS.
       01  WS-REFUSED-COUNT            PIC 9(05) VALUE ZEROS.

       01  RPT-HEADING-1.
           05 FILLER                   PIC X(36) VALUE
               'CONSIGNADO MARGIN INQUIRY - ANSWERED'.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-HDG-DATE             PIC 9(08).

       01  RPT-HEADING-2.
           05 FILLER                   PIC X(50) VALUE
               'LND CPF         EMP-ID    NET BASE      MARGIN   '.
           05 FILLER                   PIC X(50) VALUE
               '  COMMITTED        FREE  NOTE'.

       01  RPT-DETAIL-LINE.
           05 RPT-LENDER-CD            PIC 9(03).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-CPF-NR               PIC 9(11).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-EMP-ID               PIC 9(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-NET-BASE             PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-MARGIN               PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-COMMITTED            PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-FREE-MARGIN          PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-NOTE                 PIC X(20).

       01  RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL          PIC X(30).
           05 RPT-TOTAL-COUNT          PIC Z(4)9.

           COPY CPFCHKW.
           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CONSIG-INQUIRY' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-TODAY.
           PERFORM GET-CONSIG-PARM.
           OPEN INPUT INQUIRY-FILE.
           IF WS-INQ-STATUS NOT = '00'
               DISPLAY 'CONSIG-INQUIRY: NO CONSIGINQ REQUESTS'
           ELSE
               OPEN INPUT EMP-MAST-FILE
               IF WS-EMPM-STATUS = '00'
                   SET EMPMAST-IS-OPEN TO TRUE
               ELSE
                   DISPLAY 'CONSIG-INQUIRY: EMPMAST UNAVAILABLE'
                   MOVE 8 TO WS-RUN-RC
               END-IF
               OPEN INPUT CONSIG-FILE
               IF WS-CSG-STATUS = '00'
                   SET CONSIG-FILE-IS-OPEN TO TRUE
               END-IF
               OPEN INPUT MARGIN-FILE
               IF WS-CSM-STATUS = '00'
                   SET MARGIN-FILE-IS-OPEN TO TRUE
               END-IF
               OPEN OUTPUT INQ-RPT-FILE
               MOVE WS-TODAY TO RPT-HDG-DATE
               WRITE INQ-RPT-LINE FROM RPT-HEADING-1
               WRITE INQ-RPT-LINE FROM RPT-HEADING-2
               ADD 2 TO RUNLOG-WRITTEN-COUNT
               PERFORM READ-INQUIRY
               PERFORM UNTIL WS-INQ-STATUS NOT = '00'
                   PERFORM ANSWER-ONE-INQUIRY
                   PERFORM READ-INQUIRY
               END-PERFORM
               MOVE 'INQUIRIES ANSWERED' TO RPT-TOTAL-LABEL
               MOVE WS-ANSWERED-COUNT TO RPT-TOTAL-COUNT
               WRITE INQ-RPT-LINE FROM RPT-TOTAL-LINE
               MOVE 'ANSWERED WITH NO MARGIN' TO RPT-TOTAL-LABEL
               MOVE WS-REFUSED-COUNT TO RPT-TOTAL-COUNT
               WRITE INQ-RPT-LINE FROM RPT-TOTAL-LINE
               ADD 2 TO RUNLOG-WRITTEN-COUNT
               CLOSE INQ-RPT-FILE
               IF MARGIN-FILE-IS-OPEN
                   CLOSE MARGIN-FILE
               END-IF
               IF CONSIG-FILE-IS-OPEN
                   CLOSE CONSIG-FILE
               END-IF
               IF EMPMAST-IS-OPEN
                   CLOSE EMP-MAST-FILE
               END-IF
               CLOSE INQUIRY-FILE
           END-IF.

       GET-CONSIG-PARM.
           OPEN INPUT CONSIG-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ CONSIG-PARM-FILE
                   NOT AT END
                       IF CSP-MARGIN-PCT IS NUMERIC
                               AND CSP-MARGIN-PCT > ZEROS
                           MOVE CSP-MARGIN-PCT TO WS-MARGIN-PCT
                       END-IF
               END-READ
               CLOSE CONSIG-PARM-FILE
           END-IF.

       READ-INQUIRY.
           READ INQUIRY-FILE
               AT END
                   MOVE '10' TO WS-INQ-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       ANSWER-ONE-INQUIRY.
           MOVE SPACES TO WS-NOTE.
           MOVE ZEROS TO WS-NET-BASE.
           MOVE ZEROS TO WS-MARGIN.
           MOVE ZEROS TO WS-COMMITTED.
           MOVE ZEROS TO WS-FREE-MARGIN.
           MOVE ZEROS TO RPT-EMP-ID.
           MOVE 'N' TO WS-FOUND-SW.
           IF INQ-CPF-NR IS NUMERIC
               MOVE INQ-CPF-NR TO CPF-CHK-RAW
               PERFORM VALIDATE-CPF-DIGITS
           ELSE
               MOVE 'N' TO CPF-CHK-SW
           END-IF.
           EVALUATE TRUE
               WHEN NOT CPF-CHK-IS-VALID
                   MOVE 'CPF FAILS CHECK' TO WS-NOTE
               WHEN OTHER
                   PERFORM FIND-EMPLOYEE-BY-CPF
                   EVALUATE TRUE
                       WHEN NOT EMPLOYEE-WAS-FOUND
                           MOVE 'NOT AN EMPLOYEE' TO WS-NOTE
                       WHEN EM-STATUS-TERMINATED
                           MOVE EM-EMP-ID TO RPT-EMP-ID
                           MOVE 'TERMINATED' TO WS-NOTE
                       WHEN OTHER
                           MOVE EM-EMP-ID TO RPT-EMP-ID
                           PERFORM MEASURE-FREE-MARGIN
                   END-EVALUATE
           END-EVALUATE.
           IF WS-FREE-MARGIN = ZEROS
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.
           ADD 1 TO WS-ANSWERED-COUNT.
           MOVE INQ-LENDER-CD TO RPT-LENDER-CD.
           MOVE INQ-CPF-NR TO RPT-CPF-NR.
           MOVE WS-NET-BASE TO RPT-NET-BASE.
           MOVE WS-MARGIN TO RPT-MARGIN.
           MOVE WS-COMMITTED TO RPT-COMMITTED.
           MOVE WS-FREE-MARGIN TO RPT-FREE-MARGIN.
           MOVE WS-NOTE TO RPT-NOTE.
           WRITE INQ-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * the master is keyed by employee id, so the CPF is found
      * by walking it; an active holder of the CPF is preferred
      * to a terminated one re-hired under a new id
       FIND-EMPLOYEE-BY-CPF.
           IF EMPMAST-IS-OPEN
               MOVE ZEROS TO WS-HOLDER-ID
               MOVE ZEROS TO EM-EMP-ID
               MOVE 'N' TO WS-SWEEP-SW
               START EMP-MAST-FILE KEY NOT < EM-EMP-ID
                   INVALID KEY
                       SET SWEEP-IS-DONE TO TRUE
               END-START
               PERFORM UNTIL SWEEP-IS-DONE
                   READ EMP-MAST-FILE NEXT RECORD
                       AT END
                           SET SWEEP-IS-DONE TO TRUE
                       NOT AT END
                           IF EM-CPF-NR = INQ-CPF-NR
                               SET EMPLOYEE-WAS-FOUND TO TRUE
                               MOVE EM-EMP-ID TO WS-HOLDER-ID
                               IF EM-STATUS-ACTIVE
                                   SET SWEEP-IS-DONE TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF EMPLOYEE-WAS-FOUND
                   MOVE WS-HOLDER-ID TO EM-EMP-ID
                   READ EMP-MAST-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-FOUND-SW
                   END-READ
               END-IF
           END-IF.

       MEASURE-FREE-MARGIN.
           MOVE 'N' TO WS-KEPT-SW.
           IF MARGIN-FILE-IS-OPEN
               MOVE EM-EMP-ID TO CSM-EMP-ID
               READ MARGIN-FILE
                   NOT INVALID KEY
                       MOVE CSM-NET-BASE TO WS-NET-BASE
                       MOVE CSM-MARGIN TO WS-MARGIN
                       SET MARGIN-WAS-KEPT TO TRUE
               END-READ
           END-IF.
           IF NOT MARGIN-WAS-KEPT
               MOVE EM-MONTHLY-SALARY TO WS-NET-BASE
               COMPUTE WS-MARGIN ROUNDED =
                   EM-MONTHLY-SALARY * WS-MARGIN-PCT / 100
               MOVE 'BASE FROM SALARY' TO WS-NOTE
           END-IF.
           IF CONSIG-FILE-IS-OPEN
               MOVE EM-EMP-ID TO CSG-EMP-ID
               MOVE ZEROS TO CSG-START-PERIOD
               MOVE ZEROS TO CSG-LENDER-CD
               MOVE LOW-VALUES TO CSG-CONTRACT-NR
               MOVE 'N' TO WS-SWEEP-SW
               START CONSIG-FILE KEY NOT < CSG-KEY
                   INVALID KEY
                       SET SWEEP-IS-DONE TO TRUE
               END-START
               PERFORM UNTIL SWEEP-IS-DONE
                   READ CONSIG-FILE NEXT RECORD
                       AT END
                           SET SWEEP-IS-DONE TO TRUE
                       NOT AT END
                           IF CSG-EMP-ID NOT = EM-EMP-ID
                               SET SWEEP-IS-DONE TO TRUE
                           ELSE
                               IF CSG-ACTIVE
                                   ADD CSG-INSTALLMENT TO
                                       WS-COMMITTED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-MARGIN > WS-COMMITTED
               COMPUTE WS-FREE-MARGIN = WS-MARGIN - WS-COMMITTED
           ELSE
               MOVE ZEROS TO WS-FREE-MARGIN
           END-IF.

       WRITE-RUNLOG-START.
           MOVE 'CONSIG-INQUIRY' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'CONSIG-INQUIRY' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY CPFCHKP.
           COPY BUSDTP.
