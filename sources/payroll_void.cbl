      * payroll void and reversal run - once a period is generated
      * and released there was no supported way to undo a payroll
      * that went out wrong (a bad TAXBRKT load, a duplicated
      * PAYROLLIN deck).  this run backs a named period out so the
      * corrected payroll can be rerun.
      *
      * the PAYVOID transaction names the period, the operator
      * authorizing the void and the reason; without an operator
      * the void is refused.  the latest PAYRUNCTL record for the
      * period governs, as everywhere else: a period generated,
      * released or transmitted may be voided, one never generated
      * or already voided may not.
      *
      * the period's own files drive the reversal - the payroll
      * deck it ran (the vetted PAYROLLOK when present, PAYROLLIN
      * otherwise), its PAYRDETOUT deductions, its ADVDEDOUT and
      * GARNDEDOUT staged deductions, and its BANKFILE:
      *   - each employee's gross, net and month paid come off
      *     YTDFILE, and the month's vacation entitlement (the same
      *     one twelfth plus the third T5-PAYROLL-REPORT accrued)
      *     comes off VACFILE, neither below zero.  a month the
      *     LEAVEMTH effects file shows lost to leave of absence
      *     accrued no vacation, so none comes off, and its count
      *     on YTD-LEAVE-MONTHS comes off with the month paid
      *   - PAYGLPOST gets the reversing pairs of what
      *     PAYROLL-GL-POST posted - gross credited back to salary
      *     expense, INSS, IRRF and net wages payable debited -
      *     marked 'R' and appended, under the ledger company of
      *     the employee's establishment when ESTFILE is kept
      *   - each 'VALE' installment goes back onto the advance's
      *     outstanding balance on ADVFILE, and each court-order
      *     deduction comes off the order's withheld total on
      *     GARNFILE
      *   - each consignado contract CONSIG-DEDUCT collected in the
      *     period has the installment taken back off CONSIGFILE -
      *     one installment fewer paid, a contract the period
      *     settled running again - so the rerun collects it anew
      *   - every BANKFILE payment the PAYHIST history does not
      *     show paid goes onto the BANKRECALL recall file for the
      *     bank, and its history entry is marked 'V' voided so the
      *     return processing no longer matches or reissues it; a
      *     payment already paid cannot be recalled and is listed
      *     for recovery from the employee
      * a 'V' record on PAYRUNCTL reopens the period - the payment
      * file generator treats a voided period as never generated -
      * and the void is stamped into the shared MNTAUDIT audit
      * file.  everything done is written to the PAYVOIDREG
      * reversal register, which is appended void after void so
      * the auditors have the whole history in one place.
      *
      * a period is voided one pay group at a time: the PAYVOID
      * transaction names the group beside the period, blank being
      * the monthly group, and only that group's ledger records
      * govern it.  the month paid comes off YTDFILE and VACFILE
      * only for a monthly period - a weekly or biweekly group's
      * month stays counted for the periods around it, and the
      * rerun of the voided period finds it counted already
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-VOID.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOID-TXN-FILE ASSIGN TO 'PAYVOID'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT RUN-CTL-FILE ASSIGN TO 'PAYRUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT PAYROLL-IN ASSIGN TO 'PAYROLLIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT PAYROLL-OK ASSIGN TO 'PAYROLLOK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OK-STATUS.

           SELECT DETAIL-OUT-FILE ASSIGN TO 'PAYRDETOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DET-STATUS.

           SELECT ADV-DED-FILE ASSIGN TO 'ADVDEDOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADVDED-STATUS.

           SELECT GARN-DED-FILE ASSIGN TO 'GARNDEDOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRNDED-STATUS.

           SELECT YTD-FILE ASSIGN TO 'YTDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.

           SELECT VAC-FILE ASSIGN TO 'VACFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS VAC-EMP-ID
               FILE STATUS IS WS-VAC-STATUS.

           SELECT LEAVE-MONTH-FILE ASSIGN TO 'LEAVEMTH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAM-STATUS.

           SELECT ADV-FILE ASSIGN TO 'ADVFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS ADV-EMP-ID
               FILE STATUS IS WS-ADV-STATUS.

           SELECT GARN-FILE ASSIGN TO 'GARNFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARN-STATUS.

           SELECT CONSIG-FILE ASSIGN TO 'CONSIGFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS CSG-KEY
               FILE STATUS IS WS-CSG-STATUS.

           SELECT EMP-MAST-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS EM-EMP-ID
               FILE STATUS IS WS-EMPM-STATUS.

           SELECT BANK-FILE ASSIGN TO 'BANKFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.

           SELECT PAY-HIST-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT GL-POST-FILE ASSIGN TO 'PAYGLPOST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLP-STATUS.

           SELECT RECALL-FILE ASSIGN TO 'BANKRECALL'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VOID-REG-FILE ASSIGN TO 'PAYVOIDREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VOID-TXN-FILE.
       01  VOID-TXN-RECORD.
           05 VOD-PERIOD               PIC 9(06).
           05 VOD-OPERATOR             PIC X(08).
           05 VOD-REASON               PIC X(30).
           05 VOD-PAY-GROUP            PIC X(02).

      * the payment run-control ledger - one appended record per
      * event: 'G' generated, 'R' released, 'T' transmitted, 'V'
      * voided.  the latest record for a group's period governs
      * it; a record without a group is the monthly group's
       FD  RUN-CTL-FILE.
       01  RUN-CTL-RECORD.
           05 PRC-PERIOD               PIC 9(06).
           05 PRC-STATUS               PIC X(01).
           05 PRC-OPERATOR             PIC X(08).
           05 PRC-DATE                 PIC 9(08).
           05 PRC-PAY-GROUP            PIC X(02).

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

       FD  ADV-DED-FILE.
       01  ADV-DED-RECORD.
           05 ADO-REC-TYPE             PIC X(01).
           05 ADO-EMP-ID               PIC 9(06).
           05 ADO-CODE                 PIC X(04).
           05 ADO-DESC                 PIC X(16).
           05 ADO-AMOUNT               PIC 9(07)V99.

      * GARNISH-PROCESS writes 'COURT ORDER nnnn' in the
      * description - the order number sits in its last four bytes
       FD  GARN-DED-FILE.
       01  GARN-DED-RECORD.
           05 GDO-REC-TYPE             PIC X(01).
           05 GDO-EMP-ID               PIC 9(06).
           05 GDO-CODE                 PIC X(04).
           05 GDO-DESC.
              10 FILLER                PIC X(12).
              10 GDO-ORDER-NR          PIC 9(04).
           05 GDO-AMOUNT               PIC 9(07)V99.

       FD  YTD-FILE.
           COPY YTDREC.

       FD  VAC-FILE.
           COPY VACREC.

       FD  LEAVE-MONTH-FILE.
           COPY LOAMREC.

       FD  ADV-FILE.
           COPY ADVREC.

       FD  GARN-FILE.
       01  GARN-RECORD.
           05 GRN-EMP-ID               PIC 9(06).
           05 GRN-ORDER-NR             PIC 9(04).
           05 GRN-TYPE-CD              PIC X(02).
           05 GRN-PRIORITY             PIC 9(01).
           05 GRN-METHOD               PIC X(01).
           05 GRN-VALUE                PIC 9(07)V99.
           05 GRN-TARGET-AMT           PIC 9(07)V99.
           05 GRN-WITHHELD             PIC 9(09)V99.
           05 GRN-SHORTFALL            PIC 9(07)V99.

       FD  CONSIG-FILE.
           COPY CSGREC.

       FD  EMP-MAST-FILE.
           COPY EMPMREC.

       FD  BANK-FILE.
       01  BANK-RECORD.
           05 BNK-REC-TYPE             PIC X(01).
           05 BNK-EMP-ID               PIC 9(06).
           05 BNK-EMP-NAME             PIC X(30).
           05 BNK-NET-AMOUNT           PIC 9(09)V99.
           05 FILLER                   PIC X(32).

       FD  PAY-HIST-FILE.
       01  PAY-HIST-RECORD.
           05 PH-EMP-ID                PIC 9(06).
           05 PH-PERIOD                PIC 9(06).
           05 PH-AMOUNT                PIC 9(09)V99.
           05 PH-STATUS                PIC X(01).
           05 PH-FAIL-BRANCH           PIC X(05).
           05 PH-FAIL-ACCT             PIC X(10).

       FD  GL-POST-FILE.
       01  GL-POST-RECORD.
           05 GLP-DR-CR                PIC X(01).
           05 GLP-GL-ACCOUNT           PIC X(10).
           05 GLP-SOURCE-ID            PIC X(10).
           05 GLP-POST-DATE            PIC 9(08).
           05 GLP-AMOUNT               PIC 9(9)V99.
           05 GLP-ADJ-MARK             PIC X(01).
           05 GLP-COMPANY              PIC X(04).
           05 GLP-ESTAB-CD             PIC X(04).

       FD  RECALL-FILE.
       01  RECALL-RECORD               PIC X(80).

       FD  VOID-REG-FILE.
       01  VOID-REG-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS               PIC XX.
       01  WS-CTL-STATUS               PIC XX.
       01  WS-IN-STATUS                PIC XX.
       01  WS-OK-STATUS                PIC XX.
       01  WS-DET-STATUS               PIC XX.
       01  WS-ADVDED-STATUS            PIC XX.
       01  WS-GRNDED-STATUS            PIC XX.
       01  WS-YTD-STATUS               PIC XX.
       01  WS-VAC-STATUS               PIC XX.
       01  WS-LAM-STATUS               PIC XX.
       01  WS-ADV-STATUS               PIC XX.
       01  WS-GARN-STATUS              PIC XX.
       01  WS-CSG-STATUS               PIC XX.
       01  WS-EMPM-STATUS              PIC XX.
       01  WS-BANK-STATUS              PIC XX.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-GLP-STATUS               PIC XX.
       01  WS-REG-STATUS               PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

           COPY MNTAUDW.

           COPY ESTLKW.

       01  WS-SOURCE-SW                PIC X(01) VALUE 'I'.
           88  READING-VETTED-FILE             VALUE 'V'.
       01  WS-YTD-OPEN-SW              PIC X(01) VALUE 'N'.
           88  YTD-FILE-IS-OPEN                VALUE 'Y'.
       01  WS-VAC-OPEN-SW              PIC X(01) VALUE 'N'.
           88  VAC-FILE-IS-OPEN                VALUE 'Y'.
       01  WS-EMPM-OPEN-SW             PIC X(01) VALUE 'N'.
           88  EMPMAST-IS-OPEN                 VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-PERIOD-STATE             PIC X(01) VALUE SPACE.
       01  WS-RESULT                   PIC X(40).

      * the voided group's ledger records, and whether it is paid
      * monthly - only a monthly period takes its month back off
      * the accumulators
       01  WS-LEDGER-GROUP             PIC X(02).
       01  WS-MONTHLY-VOID-SW          PIC X(01) VALUE 'Y'.
           88  VOID-IS-MONTHLY                 VALUE 'Y'.

           COPY PCALW.

      * posting accounts - the same four PAYROLL-GL-POST posts to
       01  WS-GL-SALARY-EXP            PIC X(10) VALUE '6100010000'.
       01  WS-GL-INSS-PAYABLE          PIC X(10) VALUE '2200010000'.
       01  WS-GL-IRRF-PAYABLE          PIC X(10) VALUE '2200020000'.
       01  WS-GL-NET-PAYABLE           PIC X(10) VALUE '2200030000'.

      * the period's employees with what the run gave each one
       01  WS-EMP-COUNT                PIC 9(03) VALUE ZEROS.
       01  WS-EMP-IDX                  PIC 9(03).
       01  WS-EMP-SLOT                 PIC 9(03).
       01  WS-WANTED-EMP               PIC 9(06).
       01  VOID-EMP-TABLE.
           05  VOID-EMP-ENTRY OCCURS 300 TIMES.
               10  VE-EMP-ID           PIC 9(06).
               10  VE-EMP-NAME         PIC X(30).
               10  VE-GROSS            PIC 9(07)V99.
               10  VE-NET              PIC 9(07)V99.
               10  VE-INSS             PIC 9(07)V99.
               10  VE-IRRF             PIC 9(07)V99.
               10  VE-VAC-ACCRUAL      PIC 9(07)V99.
               10  VE-VAC-LOST         PIC X(01).
               10  VE-13TH-LOST        PIC X(01).

      * the garnishment order book, rewritten with the withheld
      * totals backed out
       01  WS-ORD-COUNT                PIC 9(03) VALUE ZEROS.
       01  WS-ORD-IDX                  PIC 9(03).
       01  WS-ORD-SLOT                 PIC 9(03).
       01  GARN-ORDER-TABLE.
           05  GARN-ORDER-ENTRY OCCURS 200 TIMES.
               10  GOT-RECORD          PIC X(53).

      * the payment history, rewritten with the recalled payments
      * marked voided
       01  WS-HIST-COUNT               PIC 9(03) VALUE ZEROS.
       01  WS-HIST-IDX                 PIC 9(03).
       01  WS-HIST-SLOT                PIC 9(03).
       01  PAY-HIST-TABLE.
           05  PAY-HIST-ENTRY OCCURS 300 TIMES.
               10  PHT-RECORD          PIC X(39).
       01  WS-HIST-WORK.
           05  HW-EMP-ID               PIC 9(06).
           05  HW-PERIOD               PIC 9(06).
           05  HW-AMOUNT               PIC 9(09)V99.
           05  HW-STATUS               PIC X(01).
               88  HW-PAID                     VALUE 'P'.
           05  HW-FAIL-BRANCH          PIC X(05).
           05  HW-FAIL-ACCT            PIC X(10).

       01  WS-EMP-NET                  PIC S9(09)V99.
       01  WS-COST-CENTER              PIC X(04).
       01  WS-SOURCE-ID-WORK.
           05 WS-SRC-DEPT              PIC X(04).
           05 WS-SRC-EMP-ID            PIC 9(06).

       01  WS-YTD-COUNT                PIC 9(05) VALUE ZEROS.
       01  WS-VAC-COUNT                PIC 9(05) VALUE ZEROS.
       01  WS-ADV-COUNT                PIC 9(05) VALUE ZEROS.
       01  WS-ADV-TOTAL                PIC 9(09)V99 VALUE ZEROS.
       01  WS-GRN-COUNT                PIC 9(05) VALUE ZEROS.
       01  WS-GRN-TOTAL                PIC 9(09)V99 VALUE ZEROS.
       01  WS-CSG-COUNT                PIC 9(05) VALUE ZEROS.
       01  WS-CSG-TOTAL                PIC 9(09)V99 VALUE ZEROS.
       01  WS-GL-DEBIT-TOTAL           PIC 9(11)V99 VALUE ZEROS.
       01  WS-GL-CREDIT-TOTAL          PIC 9(11)V99 VALUE ZEROS.
       01  WS-GL-COUNT                 PIC 9(07) VALUE ZEROS.
       01  WS-RECALL-COUNT             PIC 9(06) VALUE ZEROS.
       01  WS-RECALL-TOTAL             PIC 9(11)V99 VALUE ZEROS.
       01  WS-SETTLED-COUNT            PIC 9(06) VALUE ZEROS.
       01  WS-SETTLED-TOTAL            PIC 9(11)V99 VALUE ZEROS.

       01  RECALL-HEADER-RECORD.
           05 FILLER                   PIC X(01) VALUE '0'.
           05 RCH-PERIOD               PIC 9(06).
           05 RCH-GEN-DATE             PIC 9(08).
           05 FILLER                   PIC X(16) VALUE
               'PAYROLL RECALL  '.
           05 FILLER                   PIC X(49) VALUE SPACES.

       01  RECALL-DETAIL-RECORD.
           05 FILLER                   PIC X(01) VALUE '1'.
           05 RCD-EMP-ID               PIC 9(06).
           05 RCD-EMP-NAME             PIC X(30).
           05 RCD-NET-AMOUNT           PIC 9(09)V99.
           05 FILLER                   PIC X(32) VALUE SPACES.

       01  RECALL-TRAILER-RECORD.
           05 FILLER                   PIC X(01) VALUE '9'.
           05 RCT-DETAIL-COUNT         PIC 9(06).
           05 RCT-NET-TOTAL            PIC 9(11)V99.
           05 FILLER                   PIC X(60) VALUE SPACES.

       01  REG-BREAK-LINE              PIC X(100) VALUE ALL '='.

       01  REG-HEADING.
           05 FILLER                   PIC X(22) VALUE
               'PAYROLL VOID - PERIOD '.
           05 REG-HDG-PERIOD           PIC 9(06).
           05 FILLER                   PIC X(04) VALUE ' ON '.
           05 REG-HDG-DATE             PIC 9(08).
           05 FILLER                   PIC X(04) VALUE ' BY '.
           05 REG-HDG-OPERATOR         PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 REG-HDG-REASON           PIC X(30).

       01  REG-REFUSED-LINE.
           05 FILLER                   PIC X(10) VALUE 'REFUSED - '.
           05 REG-REFUSED-TEXT         PIC X(40).

       01  REG-EMP-LINE.
           05 FILLER                   PIC X(09) VALUE 'EMPLOYEE '.
           05 REG-EMP-ID               PIC 9(06).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 REG-EMP-NAME             PIC X(20).
           05 FILLER                   PIC X(07) VALUE ' GROSS '.
           05 REG-GROSS                PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(05) VALUE ' NET '.
           05 REG-NET                  PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(05) VALUE ' VAC '.
           05 REG-VAC                  PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 REG-EMP-NOTE             PIC X(16).

       01  REG-ITEM-LINE.
           05 REG-ITEM-LABEL           PIC X(16).
           05 REG-ITEM-EMP-ID          PIC 9(06).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 REG-ITEM-REF             PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 REG-ITEM-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 REG-ITEM-NOTE            PIC X(40).

       01  REG-TOTAL-LINE.
           05 REG-TOTAL-LABEL          PIC X(30).
           05 REG-TOTAL-COUNT          PIC Z(5)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 REG-TOTAL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'PAYROLL-VOID' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           OPEN INPUT VOID-TXN-FILE.
           IF WS-TXN-STATUS NOT = '00'
               DISPLAY 'PAYROLL-VOID: NO PAYVOID TRANSACTION '
                   'SUPPLIED'
               MOVE 8 TO WS-RUN-RC
           ELSE
               MOVE SPACES TO VOID-TXN-RECORD
               READ VOID-TXN-FILE
                   AT END
                       MOVE SPACES TO VOD-OPERATOR
               END-READ
               CLOSE VOID-TXN-FILE
               IF VOD-PAY-GROUP = SPACES
                   MOVE 'MO' TO VOD-PAY-GROUP
               END-IF
               IF VOD-OPERATOR = SPACES
                   DISPLAY 'PAYROLL-VOID: VOID TRANSACTION CARRIES '
                       'NO OPERATOR - REFUSED'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM OPEN-VOID-REGISTER
                   PERFORM JUDGE-AND-VOID
                   CLOSE VOID-REG-FILE
               END-IF
           END-IF.

      * the register accumulates void after void
       OPEN-VOID-REGISTER.
           OPEN EXTEND VOID-REG-FILE.
           IF WS-REG-STATUS NOT = '00'
               OPEN OUTPUT VOID-REG-FILE
           END-IF.
           WRITE VOID-REG-LINE FROM REG-BREAK-LINE.
           MOVE VOD-PERIOD TO REG-HDG-PERIOD.
           MOVE WS-RUN-DATE TO REG-HDG-DATE.
           MOVE VOD-OPERATOR TO REG-HDG-OPERATOR.
           MOVE VOD-REASON TO REG-HDG-REASON.
           WRITE VOID-REG-LINE FROM REG-HEADING.
           ADD 2 TO RUNLOG-WRITTEN-COUNT.

      * the latest control record for the group's period governs -
      * a period never generated, or voided already, has nothing
      * to back out
       JUDGE-AND-VOID.
           MOVE SPACE TO WS-PERIOD-STATE.
           OPEN INPUT RUN-CTL-FILE.
           IF WS-CTL-STATUS = '00'
               PERFORM READ-RUN-CTL-RECORD
               PERFORM UNTIL WS-CTL-STATUS NOT = '00'
                   MOVE PRC-PAY-GROUP TO WS-LEDGER-GROUP
                   IF WS-LEDGER-GROUP = SPACES
                       MOVE 'MO' TO WS-LEDGER-GROUP
                   END-IF
                   IF PRC-PERIOD = VOD-PERIOD
                           AND WS-LEDGER-GROUP = VOD-PAY-GROUP
                       MOVE PRC-STATUS TO WS-PERIOD-STATE
                   END-IF
                   PERFORM READ-RUN-CTL-RECORD
               END-PERFORM
               CLOSE RUN-CTL-FILE
           END-IF.

           EVALUATE WS-PERIOD-STATE
               WHEN 'G'
               WHEN 'R'
               WHEN 'T'
                   PERFORM REVERSE-THE-PERIOD
                   PERFORM APPEND-VOID-RECORD
                   MOVE 'VOIDED - PERIOD REOPENED' TO WS-RESULT
                   DISPLAY 'PAYROLL-VOID: PERIOD ' VOD-PERIOD
                       ' VOIDED BY ' VOD-OPERATOR
               WHEN 'V'
                   MOVE 'REFUSED - ALREADY VOIDED' TO WS-RESULT
                   DISPLAY 'PAYROLL-VOID: PERIOD ' VOD-PERIOD
                       ' ALREADY VOIDED - REFUSED'
                   MOVE 8 TO WS-RUN-RC
               WHEN OTHER
                   MOVE 'REFUSED - PERIOD NOT GENERATED' TO
                       WS-RESULT
                   DISPLAY 'PAYROLL-VOID: PERIOD ' VOD-PERIOD
                       ' NOT GENERATED - REFUSED'
                   MOVE 8 TO WS-RUN-RC
           END-EVALUATE.
           IF WS-RUN-RC = 8
               MOVE WS-RESULT(11:30) TO REG-REFUSED-TEXT
               WRITE VOID-REG-LINE FROM REG-REFUSED-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-IF.

           MOVE 'PAYRUNCTL' TO MAUD-FILE-ID.
           MOVE VOD-OPERATOR TO MAUD-OPERATOR.
           MOVE 'V' TO MAUD-ACTION.
           MOVE SPACES TO MAUD-KEY.
           MOVE VOD-PERIOD TO MAUD-KEY(1:6).
           MOVE VOD-PAY-GROUP TO MAUD-KEY(7:2).
           MOVE WS-RESULT TO MAUD-RESULT.
           CALL 'MNTAUDLOG' USING MNTAUDIT-PARMS.

       READ-RUN-CTL-RECORD.
           MOVE SPACES TO RUN-CTL-RECORD.
           READ RUN-CTL-FILE
               AT END
                   MOVE '10' TO WS-CTL-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       APPEND-VOID-RECORD.
           OPEN EXTEND RUN-CTL-FILE.
           IF WS-CTL-STATUS = '00'
               MOVE VOD-PERIOD TO PRC-PERIOD
               MOVE 'V' TO PRC-STATUS
               MOVE VOD-OPERATOR TO PRC-OPERATOR
               MOVE WS-RUN-DATE TO PRC-DATE
               MOVE VOD-PAY-GROUP TO PRC-PAY-GROUP
               WRITE RUN-CTL-RECORD
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               CLOSE RUN-CTL-FILE
           END-IF.

       REVERSE-THE-PERIOD.
           PERFORM LOAD-PERIOD-DECK.
           PERFORM GATHER-COMPUTED-DEDUCTIONS.
           PERFORM GATHER-LEAVE-EFFECTS.
           PERFORM BACK-OUT-ACCUMULATORS.
           PERFORM POST-REVERSING-ENTRIES.
           PERFORM RESTORE-ADVANCE-BALANCES.
           PERFORM RESTORE-GARNISH-TOTALS.
           PERFORM RESTORE-CONSIG-INSTALLMENTS.
           PERFORM RECALL-UNSETTLED-PAYMENTS.
           PERFORM WRITE-REGISTER-TOTALS.

      ******************************************************************
      * the deck the period ran - the same vetted-first preference
      * every payroll consumer applies
      ******************************************************************
       LOAD-PERIOD-DECK.
           OPEN INPUT PAYROLL-OK.
           IF WS-OK-STATUS = '00'
               SET READING-VETTED-FILE TO TRUE
               MOVE '00' TO WS-IN-STATUS
           ELSE
               OPEN INPUT PAYROLL-IN
           END-IF.
           IF WS-IN-STATUS NOT = '00'
               DISPLAY 'PAYROLL-VOID: NO PAYROLL FEED SUPPLIED - '
                   'ACCUMULATORS AND LEDGER NOT BACKED OUT'
           ELSE
               PERFORM READ-PAYROLL-RECORD
               PERFORM UNTIL WS-IN-STATUS NOT = '00'
                       OR WS-EMP-COUNT = 300
                   IF NOT PD-TYPE-DETAIL
                       ADD 1 TO WS-EMP-COUNT
                       MOVE PI-EMP-ID TO VE-EMP-ID(WS-EMP-COUNT)
                       MOVE PI-EMP-NAME TO VE-EMP-NAME(WS-EMP-COUNT)
                       MOVE PI-GROSS-SALARY TO VE-GROSS(WS-EMP-COUNT)
                       MOVE PI-NET-SALARY TO VE-NET(WS-EMP-COUNT)
                       MOVE ZEROS TO VE-INSS(WS-EMP-COUNT)
                       MOVE ZEROS TO VE-IRRF(WS-EMP-COUNT)
                       COMPUTE VE-VAC-ACCRUAL(WS-EMP-COUNT) ROUNDED =
                           (PI-GROSS-SALARY + PI-GROSS-SALARY / 3)
                               / 12
                       MOVE 'N' TO VE-VAC-LOST(WS-EMP-COUNT)
                       MOVE 'N' TO VE-13TH-LOST(WS-EMP-COUNT)
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
                   MOVE DOL-EMP-ID TO WS-WANTED-EMP
                   PERFORM FIND-EMP-SLOT
                   IF WS-EMP-SLOT > ZEROS
                       EVALUATE DOL-CODE
                           WHEN 'INSS'
                               ADD DOL-AMOUNT TO VE-INSS(WS-EMP-SLOT)
                           WHEN 'IRRF'
                               ADD DOL-AMOUNT TO VE-IRRF(WS-EMP-SLOT)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
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

      * the period's leave effects - only a LEAVEMTH written for
      * the period being voided speaks for it
       GATHER-LEAVE-EFFECTS.
           OPEN INPUT LEAVE-MONTH-FILE.
           IF WS-LAM-STATUS = '00'
               PERFORM READ-LEAVE-MONTH-RECORD
               PERFORM UNTIL WS-LAM-STATUS NOT = '00'
                   IF LAM-PERIOD = VOD-PERIOD
                       MOVE LAM-EMP-ID TO WS-WANTED-EMP
                       PERFORM FIND-EMP-SLOT
                       IF WS-EMP-SLOT > ZEROS
                           PERFORM NOTE-LEAVE-EFFECTS
                       END-IF
                   END-IF
                   PERFORM READ-LEAVE-MONTH-RECORD
               END-PERFORM
               CLOSE LEAVE-MONTH-FILE
           END-IF.

       NOTE-LEAVE-EFFECTS.
           IF LAM-VAC-MONTH-LOST
               MOVE 'Y' TO VE-VAC-LOST(WS-EMP-SLOT)
               MOVE ZEROS TO VE-VAC-ACCRUAL(WS-EMP-SLOT)
           END-IF.
           IF LAM-13TH-MONTH-LOST
               MOVE 'Y' TO VE-13TH-LOST(WS-EMP-SLOT)
           END-IF.

       READ-LEAVE-MONTH-RECORD.
           READ LEAVE-MONTH-FILE
               AT END
                   MOVE '10' TO WS-LAM-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       FIND-EMP-SLOT.
           MOVE ZEROS TO WS-EMP-SLOT.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
                      OR WS-EMP-SLOT > ZEROS
               IF VE-EMP-ID(WS-EMP-IDX) = WS-WANTED-EMP
                   MOVE WS-EMP-IDX TO WS-EMP-SLOT
               END-IF
           END-PERFORM.

      ******************************************************************
      * YTDFILE and VACFILE give back what the run folded in
      ******************************************************************
       BACK-OUT-ACCUMULATORS.
           SET PCS-FUNC-PERIOD TO TRUE.
           MOVE VOD-PAY-GROUP TO PCS-PAY-GROUP.
           MOVE VOD-PERIOD TO PCS-PERIOD.
           CALL 'PAYCAL-SERVICE' USING PAYCAL-PARMS.
           IF PCS-RUN-IS-USABLE AND NOT PCS-FREQ-MONTHLY
               MOVE 'N' TO WS-MONTHLY-VOID-SW
           END-IF.
           OPEN I-O YTD-FILE.
           IF WS-YTD-STATUS = '00'
               SET YTD-FILE-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O VAC-FILE.
           IF WS-VAC-STATUS = '00'
               SET VAC-FILE-IS-OPEN TO TRUE
           END-IF.

           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               MOVE SPACES TO REG-EMP-NOTE
               IF YTD-FILE-IS-OPEN
                   PERFORM BACK-OUT-YTD-RECORD
               END-IF
               IF VAC-FILE-IS-OPEN
                       AND VE-VAC-LOST(WS-EMP-IDX) NOT = 'Y'
                   PERFORM BACK-OUT-VAC-RECORD
               END-IF
               MOVE VE-EMP-ID(WS-EMP-IDX) TO REG-EMP-ID
               MOVE VE-EMP-NAME(WS-EMP-IDX) TO REG-EMP-NAME
               MOVE VE-GROSS(WS-EMP-IDX) TO REG-GROSS
               MOVE VE-NET(WS-EMP-IDX) TO REG-NET
               MOVE VE-VAC-ACCRUAL(WS-EMP-IDX) TO REG-VAC
               WRITE VOID-REG-LINE FROM REG-EMP-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-PERFORM.

           IF YTD-FILE-IS-OPEN
               CLOSE YTD-FILE
           END-IF.
           IF VAC-FILE-IS-OPEN
               CLOSE VAC-FILE
           END-IF.

       BACK-OUT-YTD-RECORD.
           MOVE VE-EMP-ID(WS-EMP-IDX) TO YTD-EMP-ID.
           READ YTD-FILE
               INVALID KEY
                   MOVE 'NO YTD RECORD' TO REG-EMP-NOTE
               NOT INVALID KEY
                   IF YTD-GROSS > VE-GROSS(WS-EMP-IDX)
                       SUBTRACT VE-GROSS(WS-EMP-IDX) FROM YTD-GROSS
                   ELSE
                       MOVE ZEROS TO YTD-GROSS
                   END-IF
                   IF YTD-NET > VE-NET(WS-EMP-IDX)
                       SUBTRACT VE-NET(WS-EMP-IDX) FROM YTD-NET
                   ELSE
                       MOVE ZEROS TO YTD-NET
                   END-IF
                   IF YTD-LEAVE-MONTHS NOT NUMERIC
                       MOVE ZEROS TO YTD-LEAVE-MONTHS
                   END-IF
                   IF VOID-IS-MONTHLY
                       IF YTD-MONTHS-PAID > ZEROS
                           SUBTRACT 1 FROM YTD-MONTHS-PAID
                       END-IF
                       IF VE-13TH-LOST(WS-EMP-IDX) = 'Y'
                               AND YTD-LEAVE-MONTHS > ZEROS
                           SUBTRACT 1 FROM YTD-LEAVE-MONTHS
                       END-IF
                       MOVE ZEROS TO YTD-LAST-MONTH
                   END-IF
                   REWRITE YTD-RECORD
                   END-REWRITE
                   ADD 1 TO WS-YTD-COUNT
           END-READ.

       BACK-OUT-VAC-RECORD.
           MOVE VE-EMP-ID(WS-EMP-IDX) TO VAC-EMP-ID.
           READ VAC-FILE
               INVALID KEY
                   MOVE 'NO VAC RECORD' TO REG-EMP-NOTE
               NOT INVALID KEY
                   IF VAC-ACCRUED > VE-VAC-ACCRUAL(WS-EMP-IDX)
                       SUBTRACT VE-VAC-ACCRUAL(WS-EMP-IDX) FROM
                           VAC-ACCRUED
                   ELSE
                       MOVE ZEROS TO VAC-ACCRUED
                   END-IF
                   IF VAC-MONTHS-ACCRUED > ZEROS AND VOID-IS-MONTHLY
                       SUBTRACT 1 FROM VAC-MONTHS-ACCRUED
                   END-IF
                   REWRITE VAC-RECORD
                   END-REWRITE
                   ADD 1 TO WS-VAC-COUNT
           END-READ.

      ******************************************************************
      * the mirror of PAYROLL-GL-POST's pairs - credit salary
      * expense for the gross, debit the three payables, balanced
      * by construction and marked 'R' as reversals
      ******************************************************************
       POST-REVERSING-ENTRIES.
           IF WS-EMP-COUNT > ZEROS
               OPEN INPUT EMP-MAST-FILE
               IF WS-EMPM-STATUS = '00'
                   SET EMPMAST-IS-OPEN TO TRUE
               END-IF
               OPEN EXTEND GL-POST-FILE
               IF WS-GLP-STATUS NOT = '00'
                   OPEN OUTPUT GL-POST-FILE
               END-IF
               PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                       UNTIL WS-EMP-IDX > WS-EMP-COUNT
                   PERFORM REVERSE-ONE-EMPLOYEE
               END-PERFORM
               CLOSE GL-POST-FILE
               IF EMPMAST-IS-OPEN
                   CLOSE EMP-MAST-FILE
               END-IF
           END-IF.

       REVERSE-ONE-EMPLOYEE.
           COMPUTE WS-EMP-NET = VE-GROSS(WS-EMP-IDX)
               - VE-INSS(WS-EMP-IDX) - VE-IRRF(WS-EMP-IDX).
           IF WS-EMP-NET < ZEROS
               MOVE ZEROS TO WS-EMP-NET
           END-IF.
           PERFORM FIND-EMP-DEPARTMENT.
           MOVE WS-COST-CENTER TO WS-SRC-DEPT.
           MOVE VE-EMP-ID(WS-EMP-IDX) TO WS-SRC-EMP-ID.
           PERFORM FIND-EMP-ESTABLISHMENT.

           MOVE 'C' TO GLP-DR-CR.
           MOVE WS-GL-SALARY-EXP TO GLP-GL-ACCOUNT.
           MOVE VE-GROSS(WS-EMP-IDX) TO GLP-AMOUNT.
           PERFORM WRITE-ONE-POSTING.
           ADD VE-GROSS(WS-EMP-IDX) TO WS-GL-CREDIT-TOTAL.

           MOVE 'D' TO GLP-DR-CR.
           IF VE-INSS(WS-EMP-IDX) > ZEROS
               MOVE WS-GL-INSS-PAYABLE TO GLP-GL-ACCOUNT
               MOVE VE-INSS(WS-EMP-IDX) TO GLP-AMOUNT
               PERFORM WRITE-ONE-POSTING
               ADD VE-INSS(WS-EMP-IDX) TO WS-GL-DEBIT-TOTAL
           END-IF.
           IF VE-IRRF(WS-EMP-IDX) > ZEROS
               MOVE WS-GL-IRRF-PAYABLE TO GLP-GL-ACCOUNT
               MOVE VE-IRRF(WS-EMP-IDX) TO GLP-AMOUNT
               PERFORM WRITE-ONE-POSTING
               ADD VE-IRRF(WS-EMP-IDX) TO WS-GL-DEBIT-TOTAL
           END-IF.
           MOVE WS-GL-NET-PAYABLE TO GLP-GL-ACCOUNT.
           MOVE WS-EMP-NET TO GLP-AMOUNT.
           PERFORM WRITE-ONE-POSTING.
           ADD WS-EMP-NET TO WS-GL-DEBIT-TOTAL.

       WRITE-ONE-POSTING.
           MOVE WS-SOURCE-ID-WORK TO GLP-SOURCE-ID.
           MOVE WS-RUN-DATE TO GLP-POST-DATE.
           MOVE 'R' TO GLP-ADJ-MARK.
           WRITE GL-POST-RECORD.
           ADD 1 TO WS-GL-COUNT.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * the reversal books to the same ledger company the posting
      * went to - blank when the run kept no ESTFILE
       FIND-EMP-ESTABLISHMENT.
           SET ESLK-FUNC-BY-EMPLOYEE TO TRUE.
           MOVE VE-EMP-ID(WS-EMP-IDX) TO ESLK-EMP-ID.
           CALL 'ESTAB-LOOKUP' USING ESTAB-LOOKUP-PARMS.
           IF ESLK-STAT-FOUND
               MOVE ESLK-GL-COMPANY TO GLP-COMPANY
               MOVE ESLK-EST-CD TO GLP-ESTAB-CD
           ELSE
               MOVE SPACES TO GLP-COMPANY
               MOVE SPACES TO GLP-ESTAB-CD
           END-IF.

       FIND-EMP-DEPARTMENT.
           MOVE '????' TO WS-COST-CENTER.
           IF EMPMAST-IS-OPEN
               MOVE VE-EMP-ID(WS-EMP-IDX) TO EM-EMP-ID
               READ EMP-MAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EM-DEPT-CD TO WS-COST-CENTER
               END-READ
           END-IF.

      ******************************************************************
      * the installments ADVANCE-INSTALL drew go back onto the
      * advance, never past its original amount
      ******************************************************************
       RESTORE-ADVANCE-BALANCES.
           OPEN INPUT ADV-DED-FILE.
           IF WS-ADVDED-STATUS = '00'
               OPEN I-O ADV-FILE
               IF WS-ADV-STATUS NOT = '00'
                   DISPLAY 'PAYROLL-VOID: NO ADVFILE MASTER - '
                       'INSTALLMENTS NOT RESTORED'
               ELSE
                   PERFORM READ-ADV-DED-RECORD
                   PERFORM UNTIL WS-ADVDED-STATUS NOT = '00'
                       IF ADO-CODE = 'VALE'
                           PERFORM RESTORE-ONE-INSTALLMENT
                       END-IF
                       PERFORM READ-ADV-DED-RECORD
                   END-PERFORM
                   CLOSE ADV-FILE
               END-IF
               CLOSE ADV-DED-FILE
           END-IF.

       READ-ADV-DED-RECORD.
           READ ADV-DED-FILE
               AT END
                   MOVE '10' TO WS-ADVDED-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       RESTORE-ONE-INSTALLMENT.
           MOVE 'ADVANCE RESTORED' TO REG-ITEM-LABEL.
           MOVE ADO-EMP-ID TO REG-ITEM-EMP-ID.
           MOVE SPACES TO REG-ITEM-REF.
           MOVE ADO-AMOUNT TO REG-ITEM-AMOUNT.
           MOVE ADO-EMP-ID TO ADV-EMP-ID.
           READ ADV-FILE
               INVALID KEY
                   MOVE 'NO ADVANCE ON FILE - NOT RESTORED' TO
                       REG-ITEM-NOTE
               NOT INVALID KEY
                   ADD ADO-AMOUNT TO ADV-OUTSTANDING
                   IF ADV-OUTSTANDING > ADV-AMOUNT
                       MOVE ADV-AMOUNT TO ADV-OUTSTANDING
                   END-IF
                   REWRITE ADV-RECORD
                   END-REWRITE
                   ADD 1 TO WS-ADV-COUNT
                   ADD ADO-AMOUNT TO WS-ADV-TOTAL
                   MOVE 'OUTSTANDING AGAIN' TO REG-ITEM-NOTE
           END-READ.
           WRITE VOID-REG-LINE FROM REG-ITEM-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      ******************************************************************
      * each court-order deduction comes off its order's running
      * withheld total; the order book is rewritten whole
      ******************************************************************
       RESTORE-GARNISH-TOTALS.
           OPEN INPUT GARN-DED-FILE.
           IF WS-GRNDED-STATUS = '00'
               PERFORM LOAD-ORDER-BOOK
               PERFORM READ-GARN-DED-RECORD
               PERFORM UNTIL WS-GRNDED-STATUS NOT = '00'
                   IF GDO-CODE = 'JUD '
                       PERFORM RESTORE-ONE-GARNISHMENT
                   END-IF
                   PERFORM READ-GARN-DED-RECORD
               END-PERFORM
               CLOSE GARN-DED-FILE
               IF WS-GRN-COUNT > ZEROS
                   PERFORM REWRITE-ORDER-BOOK
               END-IF
           END-IF.

      ******************************************************************
      * each consignado contract the period collected gives the
      * installment back - CSG-LAST-PERIOD names the period
      ******************************************************************
       RESTORE-CONSIG-INSTALLMENTS.
           OPEN I-O CONSIG-FILE.
           IF WS-CSG-STATUS = '00'
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
                           IF CSG-LAST-PERIOD = VOD-PERIOD
                                   AND CSG-PAID-COUNT > ZEROS
                               PERFORM RESTORE-ONE-CONSIG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSIG-FILE
           END-IF.

       RESTORE-ONE-CONSIG.
           SUBTRACT 1 FROM CSG-PAID-COUNT.
           IF CSG-PAID-TOTAL > CSG-INSTALLMENT
               SUBTRACT CSG-INSTALLMENT FROM CSG-PAID-TOTAL
           ELSE
               MOVE ZEROS TO CSG-PAID-TOTAL
           END-IF.
           MOVE ZEROS TO CSG-LAST-PERIOD.
           IF CSG-SETTLED
               SET CSG-ACTIVE TO TRUE
               MOVE 'CONTRACT RUNNING AGAIN' TO REG-ITEM-NOTE
           ELSE
               MOVE 'INSTALLMENT DUE AGAIN' TO REG-ITEM-NOTE
           END-IF.
           REWRITE CSG-RECORD
               INVALID KEY
                   MOVE 'CONSIGFILE REWRITE FAILED' TO REG-ITEM-NOTE
               NOT INVALID KEY
                   ADD 1 TO WS-CSG-COUNT
                   ADD CSG-INSTALLMENT TO WS-CSG-TOTAL
           END-REWRITE.
           MOVE 'CONSIG RESTORED' TO REG-ITEM-LABEL.
           MOVE CSG-EMP-ID TO REG-ITEM-EMP-ID.
           MOVE CSG-CONTRACT-NR TO REG-ITEM-REF.
           MOVE CSG-INSTALLMENT TO REG-ITEM-AMOUNT.
           WRITE VOID-REG-LINE FROM REG-ITEM-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       LOAD-ORDER-BOOK.
           OPEN INPUT GARN-FILE.
           IF WS-GARN-STATUS = '00'
               PERFORM READ-GARN-RECORD
               PERFORM UNTIL WS-GARN-STATUS NOT = '00'
                       OR WS-ORD-COUNT = 200
                   ADD 1 TO WS-ORD-COUNT
                   MOVE GARN-RECORD TO GOT-RECORD(WS-ORD-COUNT)
                   PERFORM READ-GARN-RECORD
               END-PERFORM
               CLOSE GARN-FILE
           END-IF.

       READ-GARN-RECORD.
           READ GARN-FILE
               AT END
                   MOVE '10' TO WS-GARN-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       READ-GARN-DED-RECORD.
           READ GARN-DED-FILE
               AT END
                   MOVE '10' TO WS-GRNDED-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       RESTORE-ONE-GARNISHMENT.
           MOVE 'COURT ORDER     ' TO REG-ITEM-LABEL.
           MOVE GDO-EMP-ID TO REG-ITEM-EMP-ID.
           MOVE SPACES TO REG-ITEM-REF.
           MOVE GDO-ORDER-NR TO REG-ITEM-REF(1:4).
           MOVE GDO-AMOUNT TO REG-ITEM-AMOUNT.
           MOVE ZEROS TO WS-ORD-SLOT.
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-ORD-COUNT
                      OR WS-ORD-SLOT > ZEROS
               MOVE GOT-RECORD(WS-ORD-IDX) TO GARN-RECORD
               IF GRN-EMP-ID = GDO-EMP-ID
                       AND GRN-ORDER-NR = GDO-ORDER-NR
                   MOVE WS-ORD-IDX TO WS-ORD-SLOT
               END-IF
           END-PERFORM.
           IF WS-ORD-SLOT = ZEROS
               MOVE 'ORDER NOT ON GARNFILE - NOT RESTORED' TO
                   REG-ITEM-NOTE
           ELSE
               MOVE GOT-RECORD(WS-ORD-SLOT) TO GARN-RECORD
               IF GRN-WITHHELD > GDO-AMOUNT
                   SUBTRACT GDO-AMOUNT FROM GRN-WITHHELD
               ELSE
                   MOVE ZEROS TO GRN-WITHHELD
               END-IF
               MOVE GARN-RECORD TO GOT-RECORD(WS-ORD-SLOT)
               ADD 1 TO WS-GRN-COUNT
               ADD GDO-AMOUNT TO WS-GRN-TOTAL
               MOVE 'WITHHELD TOTAL BACKED OUT' TO REG-ITEM-NOTE
           END-IF.
           WRITE VOID-REG-LINE FROM REG-ITEM-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       REWRITE-ORDER-BOOK.
           OPEN OUTPUT GARN-FILE.
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-ORD-COUNT
               MOVE GOT-RECORD(WS-ORD-IDX) TO GARN-RECORD
               WRITE GARN-RECORD
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-PERFORM.
           CLOSE GARN-FILE.

      ******************************************************************
      * BANKFILE payments the history does not show paid go onto
      * the recall file and are marked voided on PAYHIST; a paid
      * one is listed for recovery from the employee
      ******************************************************************
       RECALL-UNSETTLED-PAYMENTS.
           OPEN INPUT BANK-FILE.
           IF WS-BANK-STATUS NOT = '00'
               DISPLAY 'PAYROLL-VOID: NO BANKFILE FOR THE PERIOD - '
                   'NOTHING TO RECALL'
           ELSE
               PERFORM LOAD-PAYMENT-HISTORY
               OPEN OUTPUT RECALL-FILE
               MOVE VOD-PERIOD TO RCH-PERIOD
               MOVE WS-RUN-DATE TO RCH-GEN-DATE
               WRITE RECALL-RECORD FROM RECALL-HEADER-RECORD
               ADD 1 TO RUNLOG-WRITTEN-COUNT

               PERFORM READ-BANK-RECORD
               PERFORM UNTIL WS-BANK-STATUS NOT = '00'
                   IF BNK-REC-TYPE = '1'
                       PERFORM JUDGE-ONE-PAYMENT
                   END-IF
                   PERFORM READ-BANK-RECORD
               END-PERFORM
               CLOSE BANK-FILE

               MOVE WS-RECALL-COUNT TO RCT-DETAIL-COUNT
               MOVE WS-RECALL-TOTAL TO RCT-NET-TOTAL
               WRITE RECALL-RECORD FROM RECALL-TRAILER-RECORD
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               CLOSE RECALL-FILE
               PERFORM REWRITE-PAYMENT-HISTORY
           END-IF.

       READ-BANK-RECORD.
           READ BANK-FILE
               AT END
                   MOVE '10' TO WS-BANK-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       LOAD-PAYMENT-HISTORY.
           OPEN INPUT PAY-HIST-FILE.
           IF WS-HIST-STATUS = '00'
               PERFORM READ-HIST-RECORD
               PERFORM UNTIL WS-HIST-STATUS NOT = '00'
                       OR WS-HIST-COUNT = 300
                   ADD 1 TO WS-HIST-COUNT
                   MOVE PAY-HIST-RECORD TO PHT-RECORD(WS-HIST-COUNT)
                   PERFORM READ-HIST-RECORD
               END-PERFORM
               CLOSE PAY-HIST-FILE
           END-IF.

       READ-HIST-RECORD.
           READ PAY-HIST-FILE
               AT END
                   MOVE '10' TO WS-HIST-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       JUDGE-ONE-PAYMENT.
           MOVE ZEROS TO WS-HIST-SLOT.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
                      OR WS-HIST-SLOT > ZEROS
               MOVE PHT-RECORD(WS-HIST-IDX) TO WS-HIST-WORK
               IF HW-EMP-ID = BNK-EMP-ID
                       AND HW-PERIOD = VOD-PERIOD
                   MOVE WS-HIST-IDX TO WS-HIST-SLOT
               END-IF
           END-PERFORM.

           MOVE BNK-EMP-ID TO REG-ITEM-EMP-ID.
           MOVE SPACES TO REG-ITEM-REF.
           MOVE BNK-NET-AMOUNT TO REG-ITEM-AMOUNT.
           IF WS-HIST-SLOT > ZEROS
               MOVE PHT-RECORD(WS-HIST-SLOT) TO WS-HIST-WORK
           END-IF.
           IF WS-HIST-SLOT > ZEROS AND HW-PAID
               ADD 1 TO WS-SETTLED-COUNT
               ADD BNK-NET-AMOUNT TO WS-SETTLED-TOTAL
               MOVE 'PAID - SETTLED  ' TO REG-ITEM-LABEL
               MOVE 'RECOVER FROM THE EMPLOYEE' TO REG-ITEM-NOTE
           ELSE
               ADD 1 TO WS-RECALL-COUNT
               ADD BNK-NET-AMOUNT TO WS-RECALL-TOTAL
               MOVE BNK-EMP-ID TO RCD-EMP-ID
               MOVE BNK-EMP-NAME TO RCD-EMP-NAME
               MOVE BNK-NET-AMOUNT TO RCD-NET-AMOUNT
               WRITE RECALL-RECORD FROM RECALL-DETAIL-RECORD
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               MOVE 'PAYMENT RECALLED' TO REG-ITEM-LABEL
               MOVE 'ON BANKRECALL' TO REG-ITEM-NOTE
               IF WS-HIST-SLOT > ZEROS
                   MOVE HW-STATUS TO REG-ITEM-REF(1:1)
                   MOVE 'V' TO HW-STATUS
                   MOVE WS-HIST-WORK TO PHT-RECORD(WS-HIST-SLOT)
               END-IF
           END-IF.
           WRITE VOID-REG-LINE FROM REG-ITEM-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       REWRITE-PAYMENT-HISTORY.
           IF WS-HIST-COUNT > ZEROS
               OPEN OUTPUT PAY-HIST-FILE
               PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                       UNTIL WS-HIST-IDX > WS-HIST-COUNT
                   MOVE PHT-RECORD(WS-HIST-IDX) TO PAY-HIST-RECORD
                   WRITE PAY-HIST-RECORD
                   ADD 1 TO RUNLOG-WRITTEN-COUNT
               END-PERFORM
               CLOSE PAY-HIST-FILE
           END-IF.

       WRITE-REGISTER-TOTALS.
           MOVE 'YTD RECORDS BACKED OUT' TO REG-TOTAL-LABEL.
           MOVE WS-YTD-COUNT TO REG-TOTAL-COUNT.
           MOVE ZEROS TO REG-TOTAL-AMOUNT.
           WRITE VOID-REG-LINE FROM REG-TOTAL-LINE.
           MOVE 'VACATION RECORDS BACKED OUT' TO REG-TOTAL-LABEL.
           MOVE WS-VAC-COUNT TO REG-TOTAL-COUNT.
           WRITE VOID-REG-LINE FROM REG-TOTAL-LINE.
           MOVE 'GL REVERSALS - DEBITS' TO REG-TOTAL-LABEL.
           MOVE WS-GL-COUNT TO REG-TOTAL-COUNT.
           MOVE WS-GL-DEBIT-TOTAL TO REG-TOTAL-AMOUNT.
           WRITE VOID-REG-LINE FROM REG-TOTAL-LINE.
           MOVE 'GL REVERSALS - CREDITS' TO REG-TOTAL-LABEL.
           MOVE WS-GL-CREDIT-TOTAL TO REG-TOTAL-AMOUNT.
           WRITE VOID-REG-LINE FROM REG-TOTAL-LINE.
           MOVE 'ADVANCE INSTALLMENTS RESTORED' TO REG-TOTAL-LABEL.
           MOVE WS-ADV-COUNT TO REG-TOTAL-COUNT.
           MOVE WS-ADV-TOTAL TO REG-TOTAL-AMOUNT.
           WRITE VOID-REG-LINE FROM REG-TOTAL-LINE.
           MOVE 'COURT ORDERS BACKED OUT' TO REG-TOTAL-LABEL.
           MOVE WS-GRN-COUNT TO REG-TOTAL-COUNT.
           MOVE WS-GRN-TOTAL TO REG-TOTAL-AMOUNT.
           WRITE VOID-REG-LINE FROM REG-TOTAL-LINE.
           MOVE 'CONSIG INSTALLMENTS RESTORED' TO REG-TOTAL-LABEL.
           MOVE WS-CSG-COUNT TO REG-TOTAL-COUNT.
           MOVE WS-CSG-TOTAL TO REG-TOTAL-AMOUNT.
           WRITE VOID-REG-LINE FROM REG-TOTAL-LINE.
           MOVE 'PAYMENTS RECALLED' TO REG-TOTAL-LABEL.
           MOVE WS-RECALL-COUNT TO REG-TOTAL-COUNT.
           MOVE WS-RECALL-TOTAL TO REG-TOTAL-AMOUNT.
           WRITE VOID-REG-LINE FROM REG-TOTAL-LINE.
           MOVE 'PAYMENTS ALREADY SETTLED' TO REG-TOTAL-LABEL.
           MOVE WS-SETTLED-COUNT TO REG-TOTAL-COUNT.
           MOVE WS-SETTLED-TOTAL TO REG-TOTAL-AMOUNT.
           WRITE VOID-REG-LINE FROM REG-TOTAL-LINE.
           ADD 9 TO RUNLOG-WRITTEN-COUNT.
           IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
               DISPLAY 'PAYROLL-VOID: REVERSING ENTRIES OUT OF '
                   'BALANCE'
               MOVE 8 TO WS-RUN-RC
           END-IF.

       WRITE-RUNLOG-START.
           MOVE 'PAYROLL-VOID' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'PAYROLL-VOID' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
