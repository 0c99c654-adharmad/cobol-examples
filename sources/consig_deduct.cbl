      * pre-payroll consignado installment run - the bank loans
      * employees repay by payroll deduction were keyed as manual
      * deductions from the lenders' lists, with nobody holding
      * the total to the legal cap.  this run walks the CONSIGFILE
      * contract master after the deduction engine and the court
      * orders have run and takes each contract's installment as
      * a 'D' deduction detail record in the PAYRLREC layout on
      * CONSIGDED.
      *
      * the cap is a percentage of the employee's net salary -
      * the run's gross less the INSS and IRRF on PAYRDETOUT and
      * the court-order deductions on GARNDEDOUT.  the CONSIGPARM
      * control record carries the period as YYYYMM (the business
      * month by default) and the percentage (35 by default); each
      * paid employee's net and margin are kept on CONSIGMRG for
      * the lenders' margin inquiry.  an employee's contracts are
      * taken in contract order, oldest first, each installment
      * whole or not at all - one that no longer fits the margin
      * left is not collected, and the next contract is still
      * tried.  a contract due for an employee not on this run's
      * feed is not collected either - the employee was terminated,
      * or is active but unpaid this month on leave.  the last
      * installment settles the contract.
      *
      * the CONSIGREM remittance file carries a section per lender
      * - a '0' header, a '1' detail per contract due saying what
      * was collected and, for what was not, why, and a '9'
      * trailer of the lender's totals - so each lender's section
      * goes out with the payment.  the CONSIGRPT report lists
      * every contract judged
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSIG-DEDUCT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PAYROLL-IN ASSIGN TO 'PAYROLLIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT PAYROLL-OK ASSIGN TO 'PAYROLLOK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OK-STATUS.

           SELECT DETAIL-OUT-FILE ASSIGN TO 'PAYRDETOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DET-STATUS.

           SELECT GARN-DED-FILE ASSIGN TO 'GARNDEDOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRNDED-STATUS.

           SELECT EMP-MAST-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS EM-EMP-ID
               FILE STATUS IS WS-EMPM-STATUS.

           SELECT CONSIG-PARM-FILE ASSIGN TO 'CONSIGPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CSG-DED-FILE ASSIGN TO 'CONSIGDED'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REMIT-FILE ASSIGN TO 'CONSIGREM'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CSG-RPT-FILE ASSIGN TO 'CONSIGRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSIG-FILE.
           COPY CSGREC.

       FD  MARGIN-FILE.
           COPY CSMREC.

       FD  PAYROLL-IN.
           COPY PAYRLREC.

       FD  PAYROLL-OK.
       01  PAYROLL-OK-RECORD           PIC X(80).

       FD  DETAIL-OUT-FILE.
       01  DETAIL-OUT-RECORD.
           05 DOL-REC-TYPE             PIC X(01).
           05 DOL-EMP-ID               PIC 9(06).
           05 DOL-CODE                 PIC X(04).
           05 DOL-DESC                 PIC X(16).
           05 DOL-AMOUNT               PIC 9(07)V99.

       FD  GARN-DED-FILE.
       01  GARN-DED-RECORD.
           05 GDO-REC-TYPE             PIC X(01).
           05 GDO-EMP-ID               PIC 9(06).
           05 GDO-CODE                 PIC X(04).
           05 GDO-DESC                 PIC X(16).
           05 GDO-AMOUNT               PIC 9(07)V99.

       FD  EMP-MAST-FILE.
           COPY EMPMREC.

       FD  CONSIG-PARM-FILE.
       01  CONSIG-PARM-RECORD.
           05 CSP-PERIOD               PIC 9(06).
           05 CSP-MARGIN-PCT           PIC 9(02).

       FD  CSG-DED-FILE.
       01  CSG-DED-RECORD.
           05 CDO-REC-TYPE             PIC X(01).
           05 CDO-EMP-ID               PIC 9(06).
           05 CDO-CODE                 PIC X(04).
           05 CDO-DESC.
              10 FILLER                PIC X(11).
              10 CDO-LENDER-CD         PIC 9(03).
              10 FILLER                PIC X(02).
           05 CDO-AMOUNT               PIC 9(07)V99.

       FD  REMIT-FILE.
       01  REMIT-RECORD                PIC X(80).

       FD  CSG-RPT-FILE.
       01  CSG-RPT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CSG-STATUS               PIC XX.
       01  WS-CSM-STATUS               PIC XX.
       01  WS-IN-STATUS                PIC XX.
       01  WS-OK-STATUS                PIC XX.
       01  WS-DET-STATUS               PIC XX.
       01  WS-GRNDED-STATUS            PIC XX.
       01  WS-EMPM-STATUS              PIC XX.
       01  WS-PARM-STATUS              PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.

           COPY RUNLOGW.

       01  WS-SOURCE-SW                PIC X(01) VALUE 'I'.
           88  READING-VETTED-FILE             VALUE 'V'.
       01  WS-EMPM-OPEN-SW             PIC X(01) VALUE 'N'.
           88  EMPMAST-IS-OPEN                 VALUE 'Y'.
       01  WS-CSM-OPEN-SW              PIC X(01) VALUE 'N'.
           88  MARGIN-FILE-IS-OPEN             VALUE 'Y'.

       01  WS-PERIOD                   PIC 9(06).
       01  WS-TODAY                    PIC 9(08).
       01  WS-MARGIN-PCT               PIC 9(02) VALUE 35.

      * who is on this run's feed, the deductions ahead of the
      * loans, and the margin still free as contracts are taken
       01  WS-PAID-COUNT               PIC 9(03) VALUE ZEROS.
       01  WS-PAID-IDX                 PIC 9(03).
       01  WS-PAID-SLOT                PIC 9(03).
       01  WS-WANTED-EMP               PIC 9(06).
       01  PAID-EMP-TABLE.
           05  PAID-EMP-ENTRY OCCURS 300 TIMES.
               10  PAID-EMP-ID         PIC 9(06).
               10  PAID-GROSS          PIC 9(07)V99.
               10  PAID-AHEAD          PIC 9(07)V99.
               10  PAID-ROOM           PIC 9(07)V99.

       01  WS-NET-BASE                 PIC 9(07)V99.

      * what each contract due came to, kept for the remittance
      * sections written lender by lender once the walk is done
       01  WS-REM-COUNT                PIC 9(03) VALUE ZEROS.
       01  WS-REM-IDX                  PIC 9(03).
       01  REMIT-TABLE.
           05  REMIT-ENTRY OCCURS 500 TIMES.
               10  REM-LENDER-CD       PIC 9(03).
               10  REM-CONTRACT-NR     PIC X(12).
               10  REM-EMP-ID          PIC 9(06).
               10  REM-CPF-NR          PIC 9(11).
               10  REM-INSTALL-NR      PIC 9(03).
               10  REM-INSTALLMENT     PIC 9(07)V99.
               10  REM-COLLECTED       PIC 9(07)V99.
               10  REM-REASON          PIC X(01).

       01  WS-REASON                   PIC X(01).
           88  REASON-COLLECTED                VALUE SPACE.
           88  REASON-TERMINATION              VALUE 'T'.
           88  REASON-NO-MARGIN                VALUE 'M'.
           88  REASON-LEAVE                    VALUE 'L'.
       01  WS-REASON-TEXT              PIC X(12).
       01  WS-INSTALL-NR               PIC 9(03).
       01  WS-COLLECTED                PIC 9(07)V99.

       01  WS-LENDER-CD                PIC 9(03).
       01  WS-NEXT-LENDER              PIC 9(03).
       01  WS-LENDERS-DONE-SW          PIC X(01).
           88  LENDERS-ARE-DONE                VALUE 'Y'.
       01  WS-FIRST-LENDER-SW          PIC X(01).
           88  FIRST-LENDER-PASS               VALUE 'Y'.
       01  WS-LND-COUNT                PIC 9(06).
       01  WS-LND-COLLECTED            PIC 9(09)V99.
       01  WS-LND-MISSED               PIC 9(09)V99.

       01  WS-COLLECT-COUNT            PIC 9(05) VALUE ZEROS.
       01  WS-COLLECT-TOTAL            PIC 9(09)V99 VALUE ZEROS.
       01  WS-TERM-COUNT               PIC 9(05) VALUE ZEROS.
       01  WS-NOMARGIN-COUNT           PIC 9(05) VALUE ZEROS.
       01  WS-LEAVE-COUNT              PIC 9(05) VALUE ZEROS.
       01  WS-SETTLED-COUNT            PIC 9(05) VALUE ZEROS.

       01  REMIT-HEADER-RECORD.
           05 FILLER                   PIC X(01) VALUE '0'.
           05 RMH-LENDER-CD            PIC 9(03).
           05 FILLER                   PIC X(22) VALUE
               'CONSIGNADO REMITTANCE '.
           05 RMH-PERIOD               PIC 9(06).
           05 RMH-GEN-DATE             PIC 9(08).
           05 FILLER                   PIC X(40) VALUE SPACES.

       01  REMIT-DETAIL-RECORD.
           05 FILLER                   PIC X(01) VALUE '1'.
           05 RMD-CONTRACT-NR          PIC X(12).
           05 RMD-CPF-NR               PIC 9(11).
           05 RMD-EMP-ID               PIC 9(06).
           05 RMD-INSTALL-NR           PIC 9(03).
           05 RMD-INSTALLMENT          PIC 9(07)V99.
           05 RMD-COLLECTED            PIC 9(07)V99.
           05 RMD-STATUS               PIC X(01).
           05 RMD-REASON               PIC X(01).
           05 RMD-REASON-TEXT          PIC X(12).
           05 FILLER                   PIC X(15) VALUE SPACES.

       01  REMIT-TRAILER-RECORD.
           05 FILLER                   PIC X(01) VALUE '9'.
           05 RMT-LENDER-CD            PIC 9(03).
           05 RMT-DETAIL-COUNT         PIC 9(06).
           05 RMT-COLLECTED-TOTAL      PIC 9(09)V99.
           05 RMT-MISSED-TOTAL         PIC 9(09)V99.
           05 FILLER                   PIC X(48) VALUE SPACES.

       01  RPT-HEADING.
           05 FILLER                   PIC X(34) VALUE
               'CONSIGNADO DEDUCTION RUN - PERIOD '.
           05 RPT-HDG-PERIOD           PIC 9(06).
           05 FILLER                   PIC X(09) VALUE '  MARGIN '.
           05 RPT-HDG-PCT              PIC Z9.
           05 FILLER                   PIC X(01) VALUE '%'.

       01  RPT-DETAIL-LINE.
           05 RPT-EMP-ID               PIC 9(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-LENDER-CD            PIC 9(03).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-CONTRACT-NR          PIC X(12).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-INSTALL-NR           PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE '/'.
           05 RPT-INSTALLMENTS         PIC 999.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-INSTALLMENT          PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-ROOM                 PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-DISPOSITION          PIC X(28).

       01  RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL          PIC X(30).
           05 RPT-TOTAL-COUNT          PIC Z(4)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-TOTAL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CONSIG-DEDUCT' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-TODAY.
           PERFORM GET-CONSIG-PARM.
           PERFORM LOAD-RUN-POPULATION.
           PERFORM GATHER-COMPUTED-DEDUCTIONS.
           PERFORM GATHER-COURT-ORDERS.
           OPEN I-O CONSIG-FILE.
           IF WS-CSG-STATUS NOT = '00'
               DISPLAY 'CONSIG-DEDUCT: NO CONSIGFILE MASTER '
                   'AVAILABLE'
           ELSE
               PERFORM MEASURE-MARGINS
               OPEN INPUT EMP-MAST-FILE
               IF WS-EMPM-STATUS = '00'
                   SET EMPMAST-IS-OPEN TO TRUE
               END-IF
               OPEN OUTPUT CSG-DED-FILE
               OPEN OUTPUT CSG-RPT-FILE
               MOVE WS-PERIOD TO RPT-HDG-PERIOD
               MOVE WS-MARGIN-PCT TO RPT-HDG-PCT
               WRITE CSG-RPT-LINE FROM RPT-HEADING
               ADD 1 TO RUNLOG-WRITTEN-COUNT

               MOVE LOW-VALUES TO CSG-KEY
               START CONSIG-FILE KEY NOT < CSG-KEY
                   INVALID KEY
                       MOVE '23' TO WS-CSG-STATUS
               END-START
               PERFORM UNTIL WS-CSG-STATUS NOT = '00'
                   READ CONSIG-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-CSG-STATUS
                       NOT AT END
                           ADD 1 TO RUNLOG-READ-COUNT
                           PERFORM JUDGE-ONE-CONTRACT
                   END-READ
               END-PERFORM

               PERFORM WRITE-REMITTANCE
               PERFORM WRITE-REPORT-TOTALS
               CLOSE CSG-RPT-FILE
               CLOSE CSG-DED-FILE
               IF EMPMAST-IS-OPEN
                   CLOSE EMP-MAST-FILE
               END-IF
               CLOSE CONSIG-FILE
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

      ******************************************************************
      * the run's population and what comes off each employee's
      * gross ahead of the loans
      ******************************************************************
       LOAD-RUN-POPULATION.
           OPEN INPUT PAYROLL-OK.
           IF WS-OK-STATUS = '00'
               SET READING-VETTED-FILE TO TRUE
               MOVE '00' TO WS-IN-STATUS
           ELSE
               OPEN INPUT PAYROLL-IN
           END-IF.
           IF WS-IN-STATUS = '00'
               PERFORM READ-PAYROLL-RECORD
               PERFORM UNTIL WS-IN-STATUS NOT = '00'
                       OR WS-PAID-COUNT = 300
                   IF NOT PD-TYPE-DETAIL
                       ADD 1 TO WS-PAID-COUNT
                       MOVE PI-EMP-ID TO
                           PAID-EMP-ID(WS-PAID-COUNT)
                       MOVE PI-GROSS-SALARY TO
                           PAID-GROSS(WS-PAID-COUNT)
                       MOVE ZEROS TO PAID-AHEAD(WS-PAID-COUNT)
                       MOVE ZEROS TO PAID-ROOM(WS-PAID-COUNT)
                   END-IF
                   PERFORM READ-PAYROLL-RECORD
               END-PERFORM
               IF READING-VETTED-FILE
                   CLOSE PAYROLL-OK
               ELSE
                   CLOSE PAYROLL-IN
               END-IF
           END-IF.

       READ-PAYROLL-RECORD.
           IF READING-VETTED-FILE
               READ PAYROLL-OK INTO PAYROLL-IN-RECORD
                   AT END
                       MOVE '10' TO WS-IN-STATUS
                   NOT AT END
                       ADD 1 TO RUNLOG-READ-COUNT
               END-READ
           ELSE
               READ PAYROLL-IN
                   AT END
                       MOVE '10' TO WS-IN-STATUS
                   NOT AT END
                       ADD 1 TO RUNLOG-READ-COUNT
               END-READ
           END-IF.

       GATHER-COMPUTED-DEDUCTIONS.
           OPEN INPUT DETAIL-OUT-FILE.
           IF WS-DET-STATUS = '00'
               PERFORM READ-DETAIL-RECORD
               PERFORM UNTIL WS-DET-STATUS NOT = '00'
                   IF DOL-CODE = 'INSS' OR DOL-CODE = 'IRRF'
                       MOVE DOL-EMP-ID TO WS-WANTED-EMP
                       PERFORM FIND-PAID-EMPLOYEE
                       IF WS-PAID-SLOT > ZEROS
                           ADD DOL-AMOUNT TO PAID-AHEAD(WS-PAID-SLOT)
                       END-IF
                   END-IF
                   PERFORM READ-DETAIL-RECORD
               END-PERFORM
               CLOSE DETAIL-OUT-FILE
           END-IF.

       READ-DETAIL-RECORD.
           READ DETAIL-OUT-FILE
               AT END
                   MOVE '10' TO WS-DET-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       GATHER-COURT-ORDERS.
           OPEN INPUT GARN-DED-FILE.
           IF WS-GRNDED-STATUS = '00'
               PERFORM READ-GARN-DED-RECORD
               PERFORM UNTIL WS-GRNDED-STATUS NOT = '00'
                   IF GDO-CODE = 'JUD '
                       MOVE GDO-EMP-ID TO WS-WANTED-EMP
                       PERFORM FIND-PAID-EMPLOYEE
                       IF WS-PAID-SLOT > ZEROS
                           ADD GDO-AMOUNT TO PAID-AHEAD(WS-PAID-SLOT)
                       END-IF
                   END-IF
                   PERFORM READ-GARN-DED-RECORD
               END-PERFORM
               CLOSE GARN-DED-FILE
           END-IF.

       READ-GARN-DED-RECORD.
           READ GARN-DED-FILE
               AT END
                   MOVE '10' TO WS-GRNDED-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       FIND-PAID-EMPLOYEE.
           MOVE ZEROS TO WS-PAID-SLOT.
           PERFORM VARYING WS-PAID-IDX FROM 1 BY 1
                   UNTIL WS-PAID-IDX > WS-PAID-COUNT
                       OR WS-PAID-SLOT > ZEROS
               IF PAID-EMP-ID(WS-PAID-IDX) = WS-WANTED-EMP
                   MOVE WS-PAID-IDX TO WS-PAID-SLOT
               END-IF
           END-PERFORM.

      * the margin is the percentage of what is left of the gross
      * once the statutory and court-ordered deductions are off;
      * it is kept for the inquiry whatever the loans come to
       MEASURE-MARGINS.
           OPEN I-O MARGIN-FILE.
           IF WS-CSM-STATUS NOT = '00'
               OPEN OUTPUT MARGIN-FILE
               CLOSE MARGIN-FILE
               OPEN I-O MARGIN-FILE
           END-IF.
           IF WS-CSM-STATUS = '00'
               SET MARGIN-FILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'CONSIG-DEDUCT: CONSIGMRG UNAVAILABLE - '
                   'MARGINS NOT KEPT FOR INQUIRY'
           END-IF.
           PERFORM VARYING WS-PAID-IDX FROM 1 BY 1
                   UNTIL WS-PAID-IDX > WS-PAID-COUNT
               IF PAID-GROSS(WS-PAID-IDX) > PAID-AHEAD(WS-PAID-IDX)
                   COMPUTE WS-NET-BASE = PAID-GROSS(WS-PAID-IDX)
                       - PAID-AHEAD(WS-PAID-IDX)
               ELSE
                   MOVE ZEROS TO WS-NET-BASE
               END-IF
               COMPUTE PAID-ROOM(WS-PAID-IDX) ROUNDED =
                   WS-NET-BASE * WS-MARGIN-PCT / 100
               IF MARGIN-FILE-IS-OPEN
                   PERFORM KEEP-ONE-MARGIN
               END-IF
           END-PERFORM.
           IF MARGIN-FILE-IS-OPEN
               CLOSE MARGIN-FILE
           END-IF.

       KEEP-ONE-MARGIN.
           MOVE SPACES TO CSM-RECORD.
           MOVE PAID-EMP-ID(WS-PAID-IDX) TO CSM-EMP-ID.
           MOVE WS-PERIOD TO CSM-PERIOD.
           MOVE WS-NET-BASE TO CSM-NET-BASE.
           MOVE WS-MARGIN-PCT TO CSM-MARGIN-PCT.
           MOVE PAID-ROOM(WS-PAID-IDX) TO CSM-MARGIN.
           WRITE CSM-RECORD
               INVALID KEY
                   REWRITE CSM-RECORD
                       INVALID KEY
                           DISPLAY 'CONSIG-DEDUCT: CONSIGMRG WRITE '
                               'FAILED FOR ' CSM-EMP-ID
                   END-REWRITE
           END-WRITE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      ******************************************************************
      * each active contract due by the period, in key order - an
      * employee's contracts oldest first
      ******************************************************************
       JUDGE-ONE-CONTRACT.
           IF (CSG-ACTIVE AND CSG-START-PERIOD NOT > WS-PERIOD)
                   OR (CSG-SETTLED AND CSG-LAST-PERIOD = WS-PERIOD)
               MOVE CSG-EMP-ID TO WS-WANTED-EMP
               PERFORM FIND-PAID-EMPLOYEE
               MOVE ZEROS TO WS-COLLECTED
               MOVE SPACE TO WS-REASON
               COMPUTE WS-INSTALL-NR = CSG-PAID-COUNT + 1
               MOVE ZEROS TO RPT-ROOM
               EVALUATE TRUE
                   WHEN CSG-LAST-PERIOD = WS-PERIOD
                           AND WS-PAID-SLOT > ZEROS
                       MOVE CSG-PAID-COUNT TO WS-INSTALL-NR
                       PERFORM TAKE-INSTALLMENT
                       MOVE 'COLLECTED - RERUN' TO RPT-DISPOSITION
                   WHEN CSG-SETTLED
                       MOVE CSG-PAID-COUNT TO WS-INSTALL-NR
                       PERFORM CLASSIFY-ABSENCE
                   WHEN WS-PAID-SLOT = ZEROS
                       PERFORM CLASSIFY-ABSENCE
                   WHEN PAID-ROOM(WS-PAID-SLOT) < CSG-INSTALLMENT
                       SET REASON-NO-MARGIN TO TRUE
                       MOVE PAID-ROOM(WS-PAID-SLOT) TO RPT-ROOM
                       ADD 1 TO WS-NOMARGIN-COUNT
                       MOVE 'NOT COLLECTED - NO MARGIN' TO
                           RPT-DISPOSITION
                   WHEN OTHER
                       PERFORM TAKE-INSTALLMENT
                       PERFORM ADVANCE-CONTRACT
                   END-EVALUATE
               PERFORM RECORD-REMITTANCE
               MOVE CSG-EMP-ID TO RPT-EMP-ID
               MOVE CSG-LENDER-CD TO RPT-LENDER-CD
               MOVE CSG-CONTRACT-NR TO RPT-CONTRACT-NR
               MOVE WS-INSTALL-NR TO RPT-INSTALL-NR
               MOVE CSG-INSTALLMENTS TO RPT-INSTALLMENTS
               MOVE CSG-INSTALLMENT TO RPT-INSTALLMENT
               WRITE CSG-RPT-LINE FROM RPT-DETAIL-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-IF.

      * an employee off the feed is terminated when the master
      * says so or no longer knows them, on leave otherwise
       CLASSIFY-ABSENCE.
           SET REASON-LEAVE TO TRUE.
           IF EMPMAST-IS-OPEN
               MOVE CSG-EMP-ID TO EM-EMP-ID
               READ EMP-MAST-FILE
                   INVALID KEY
                       SET REASON-TERMINATION TO TRUE
                   NOT INVALID KEY
                       IF EM-STATUS-TERMINATED
                           SET REASON-TERMINATION TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF REASON-TERMINATION
               ADD 1 TO WS-TERM-COUNT
               MOVE 'NOT COLLECTED - TERMINATION' TO RPT-DISPOSITION
           ELSE
               ADD 1 TO WS-LEAVE-COUNT
               MOVE 'NOT COLLECTED - LEAVE' TO RPT-DISPOSITION
           END-IF.

       TAKE-INSTALLMENT.
           MOVE CSG-INSTALLMENT TO WS-COLLECTED.
           IF PAID-ROOM(WS-PAID-SLOT) > CSG-INSTALLMENT
               SUBTRACT CSG-INSTALLMENT FROM PAID-ROOM(WS-PAID-SLOT)
           ELSE
               MOVE ZEROS TO PAID-ROOM(WS-PAID-SLOT)
           END-IF.
           MOVE PAID-ROOM(WS-PAID-SLOT) TO RPT-ROOM.
           MOVE SPACES TO CSG-DED-RECORD.
           MOVE 'D' TO CDO-REC-TYPE.
           MOVE CSG-EMP-ID TO CDO-EMP-ID.
           MOVE 'CSG ' TO CDO-CODE.
           MOVE 'CONSIGNADO ' TO CDO-DESC.
           MOVE CSG-LENDER-CD TO CDO-LENDER-CD.
           MOVE CSG-INSTALLMENT TO CDO-AMOUNT.
           WRITE CSG-DED-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           ADD 1 TO WS-COLLECT-COUNT.
           ADD CSG-INSTALLMENT TO WS-COLLECT-TOTAL.

       ADVANCE-CONTRACT.
           ADD 1 TO CSG-PAID-COUNT.
           ADD CSG-INSTALLMENT TO CSG-PAID-TOTAL.
           MOVE WS-PERIOD TO CSG-LAST-PERIOD.
           IF CSG-PAID-COUNT NOT < CSG-INSTALLMENTS
               SET CSG-SETTLED TO TRUE
               ADD 1 TO WS-SETTLED-COUNT
               MOVE 'COLLECTED - CONTRACT SETTLED' TO
                   RPT-DISPOSITION
           ELSE
               MOVE 'COLLECTED' TO RPT-DISPOSITION
           END-IF.
           REWRITE CSG-RECORD
               INVALID KEY
                   DISPLAY 'CONSIG-DEDUCT: CONSIGFILE REWRITE '
                       'FAILED FOR ' CSG-CONTRACT-NR
           END-REWRITE.

       RECORD-REMITTANCE.
           IF WS-REM-COUNT < 500
               ADD 1 TO WS-REM-COUNT
               MOVE CSG-LENDER-CD TO REM-LENDER-CD(WS-REM-COUNT)
               MOVE CSG-CONTRACT-NR TO REM-CONTRACT-NR(WS-REM-COUNT)
               MOVE CSG-EMP-ID TO REM-EMP-ID(WS-REM-COUNT)
               MOVE CSG-CPF-NR TO REM-CPF-NR(WS-REM-COUNT)
               MOVE WS-INSTALL-NR TO REM-INSTALL-NR(WS-REM-COUNT)
               MOVE CSG-INSTALLMENT TO
                   REM-INSTALLMENT(WS-REM-COUNT)
               MOVE WS-COLLECTED TO REM-COLLECTED(WS-REM-COUNT)
               MOVE WS-REASON TO REM-REASON(WS-REM-COUNT)
           ELSE
               DISPLAY 'CONSIG-DEDUCT: REMITTANCE TABLE FULL - '
                   CSG-CONTRACT-NR ' LEFT OFF CONSIGREM'
           END-IF.

      ******************************************************************
      * one section per lender, lowest lender code first
      ******************************************************************
       WRITE-REMITTANCE.
           OPEN OUTPUT REMIT-FILE.
           MOVE ZEROS TO WS-LENDER-CD.
           MOVE 'Y' TO WS-FIRST-LENDER-SW.
           PERFORM FIND-NEXT-LENDER.
           PERFORM UNTIL LENDERS-ARE-DONE
               PERFORM WRITE-LENDER-SECTION
               PERFORM FIND-NEXT-LENDER
           END-PERFORM.
           CLOSE REMIT-FILE.

      * the lowest lender code above the one last written; the
      * first pass takes the lowest of all
       FIND-NEXT-LENDER.
           MOVE 999 TO WS-NEXT-LENDER.
           MOVE 'Y' TO WS-LENDERS-DONE-SW.
           PERFORM VARYING WS-REM-IDX FROM 1 BY 1
                   UNTIL WS-REM-IDX > WS-REM-COUNT
               IF (FIRST-LENDER-PASS
                       OR REM-LENDER-CD(WS-REM-IDX) > WS-LENDER-CD)
                       AND REM-LENDER-CD(WS-REM-IDX) NOT >
                           WS-NEXT-LENDER
                   MOVE REM-LENDER-CD(WS-REM-IDX) TO WS-NEXT-LENDER
                   MOVE 'N' TO WS-LENDERS-DONE-SW
               END-IF
           END-PERFORM.
           MOVE WS-NEXT-LENDER TO WS-LENDER-CD.
           MOVE 'N' TO WS-FIRST-LENDER-SW.

       WRITE-LENDER-SECTION.
           MOVE ZEROS TO WS-LND-COUNT.
           MOVE ZEROS TO WS-LND-COLLECTED.
           MOVE ZEROS TO WS-LND-MISSED.
           MOVE WS-LENDER-CD TO RMH-LENDER-CD.
           MOVE WS-PERIOD TO RMH-PERIOD.
           MOVE WS-TODAY TO RMH-GEN-DATE.
           WRITE REMIT-RECORD FROM REMIT-HEADER-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           PERFORM VARYING WS-REM-IDX FROM 1 BY 1
                   UNTIL WS-REM-IDX > WS-REM-COUNT
               IF REM-LENDER-CD(WS-REM-IDX) = WS-LENDER-CD
                   PERFORM WRITE-REMIT-DETAIL
               END-IF
           END-PERFORM.
           MOVE WS-LENDER-CD TO RMT-LENDER-CD.
           MOVE WS-LND-COUNT TO RMT-DETAIL-COUNT.
           MOVE WS-LND-COLLECTED TO RMT-COLLECTED-TOTAL.
           MOVE WS-LND-MISSED TO RMT-MISSED-TOTAL.
           WRITE REMIT-RECORD FROM REMIT-TRAILER-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-REMIT-DETAIL.
           MOVE REM-CONTRACT-NR(WS-REM-IDX) TO RMD-CONTRACT-NR.
           MOVE REM-CPF-NR(WS-REM-IDX) TO RMD-CPF-NR.
           MOVE REM-EMP-ID(WS-REM-IDX) TO RMD-EMP-ID.
           MOVE REM-INSTALL-NR(WS-REM-IDX) TO RMD-INSTALL-NR.
           MOVE REM-INSTALLMENT(WS-REM-IDX) TO RMD-INSTALLMENT.
           MOVE REM-COLLECTED(WS-REM-IDX) TO RMD-COLLECTED.
           MOVE REM-REASON(WS-REM-IDX) TO RMD-REASON.
           MOVE REM-REASON(WS-REM-IDX) TO WS-REASON.
           EVALUATE TRUE
               WHEN REASON-COLLECTED
                   MOVE 'C' TO RMD-STATUS
                   MOVE SPACES TO RMD-REASON-TEXT
                   ADD REM-COLLECTED(WS-REM-IDX) TO WS-LND-COLLECTED
               WHEN REASON-TERMINATION
                   MOVE 'N' TO RMD-STATUS
                   MOVE 'TERMINATION' TO RMD-REASON-TEXT
                   ADD REM-INSTALLMENT(WS-REM-IDX) TO WS-LND-MISSED
               WHEN REASON-NO-MARGIN
                   MOVE 'N' TO RMD-STATUS
                   MOVE 'NO MARGIN' TO RMD-REASON-TEXT
                   ADD REM-INSTALLMENT(WS-REM-IDX) TO WS-LND-MISSED
               WHEN OTHER
                   MOVE 'N' TO RMD-STATUS
                   MOVE 'LEAVE' TO RMD-REASON-TEXT
                   ADD REM-INSTALLMENT(WS-REM-IDX) TO WS-LND-MISSED
           END-EVALUATE.
           WRITE REMIT-RECORD FROM REMIT-DETAIL-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           ADD 1 TO WS-LND-COUNT.

       WRITE-REPORT-TOTALS.
           MOVE 'INSTALLMENTS COLLECTED' TO RPT-TOTAL-LABEL.
           MOVE WS-COLLECT-COUNT TO RPT-TOTAL-COUNT.
           MOVE WS-COLLECT-TOTAL TO RPT-TOTAL-AMOUNT.
           WRITE CSG-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE ZEROS TO RPT-TOTAL-AMOUNT.
           MOVE 'CONTRACTS SETTLED' TO RPT-TOTAL-LABEL.
           MOVE WS-SETTLED-COUNT TO RPT-TOTAL-COUNT.
           WRITE CSG-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'NOT COLLECTED - NO MARGIN' TO RPT-TOTAL-LABEL.
           MOVE WS-NOMARGIN-COUNT TO RPT-TOTAL-COUNT.
           WRITE CSG-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'NOT COLLECTED - TERMINATION' TO RPT-TOTAL-LABEL.
           MOVE WS-TERM-COUNT TO RPT-TOTAL-COUNT.
           WRITE CSG-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'NOT COLLECTED - LEAVE' TO RPT-TOTAL-LABEL.
           MOVE WS-LEAVE-COUNT TO RPT-TOTAL-COUNT.
           WRITE CSG-RPT-LINE FROM RPT-TOTAL-LINE.
           ADD 5 TO RUNLOG-WRITTEN-COUNT.

       WRITE-RUNLOG-START.
           MOVE 'CONSIG-DEDUCT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'CONSIG-DEDUCT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
