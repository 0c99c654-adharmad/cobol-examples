      * pre-payroll benefit deduction run - walks the BENFILE
      * enrollment master ahead of the payroll run and generates
      * each enrollment's employee share as a 'D' deduction detail
      * record in the PAYRLREC layout on BENDEDOUT, so the health,
      * dental, meal voucher and transport voucher deductions are
      * no longer keyed by hand each month.  only enrollments in
      * force on the business date generate, and only for
      * employees on this run's payroll feed.  the transport
      * voucher share is capped by law at 6% of the employee's
      * salary for the month - across all of an employee's
      * transport enrollments together - and the employer bears
      * the rest; the BENDEDRPT report shows every deduction and
      * marks the capped ones
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEFIT-DEDUCT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BEN-FILE ASSIGN TO 'BENFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS BEN-KEY
               FILE STATUS IS WS-BEN-STATUS.

           SELECT PAYROLL-IN ASSIGN TO 'PAYROLLIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT PAYROLL-OK ASSIGN TO 'PAYROLLOK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OK-STATUS.

           SELECT BEN-DED-FILE ASSIGN TO 'BENDEDOUT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BEN-RPT-FILE ASSIGN TO 'BENDEDRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BEN-FILE.
           COPY BENREC.

       FD  PAYROLL-IN.
           COPY PAYRLREC.

       FD  PAYROLL-OK.
       01  PAYROLL-OK-RECORD           PIC X(80).

       FD  BEN-DED-FILE.
       01  BEN-DED-RECORD.
           05 BDO-REC-TYPE             PIC X(01).
           05 BDO-EMP-ID               PIC 9(06).
           05 BDO-CODE                 PIC X(04).
           05 BDO-DESC                 PIC X(16).
           05 BDO-AMOUNT               PIC 9(07)V99.

       FD  BEN-RPT-FILE.
       01  BEN-RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BEN-STATUS               PIC XX.
       01  WS-IN-STATUS                PIC XX.
       01  WS-OK-STATUS                PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.

           COPY RUNLOGW.

       01  WS-SOURCE-SW                PIC X(01) VALUE 'I'.
           88  READING-VETTED-FILE             VALUE 'V'.

      * who is actually on this run's payroll feed, with the
      * month's gross the transport voucher cap is measured on
       01  WS-PAID-COUNT               PIC 9(03) VALUE ZEROS.
       01  WS-PAID-IDX                 PIC 9(03).
       01  WS-PAID-SLOT                PIC 9(03).
       01  PAID-EMP-TABLE.
           05  PAID-EMP-ENTRY OCCURS 300 TIMES.
               10  PAID-EMP-ID         PIC 9(06).
               10  PAID-GROSS          PIC 9(07)V99.

       01  WS-TODAY                    PIC 9(08).
       01  WS-VT-RATE                  PIC V99 VALUE .06.

      * the transport voucher cap runs across an employee's
      * enrollments, which BENFILE's key keeps together
       01  WS-CUR-EMP-ID               PIC 9(06) VALUE ZEROS.
       01  WS-VT-CAP                   PIC 9(07)V99.
       01  WS-VT-TAKEN                 PIC 9(07)V99.
       01  WS-VT-ROOM                  PIC 9(07)V99.

       01  WS-DUE-AMOUNT               PIC 9(07)V99.
       01  WS-DED-COUNT                PIC 9(05) VALUE ZEROS.
       01  WS-DED-TOTAL                PIC 9(09)V99 VALUE ZEROS.
       01  WS-CAPPED-COUNT             PIC 9(05) VALUE ZEROS.
       01  WS-NOT-ON-RUN-COUNT         PIC 9(05) VALUE ZEROS.

       01  RPT-HEADING.
           05 FILLER                   PIC X(31) VALUE
               'BENEFIT DEDUCTION RUN - AS OF '.
           05 RPT-HDG-DATE             PIC 9(08).

       01  RPT-DETAIL-LINE.
           05 RPT-EMP-ID               PIC 9(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-EMP-NAME             PIC X(20).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-PLAN-CD              PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-DED-CODE             PIC X(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-AMOUNT               PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-DISPOSITION          PIC X(20).

       01  RPT-TRAILER-LINE.
           05 FILLER                   PIC X(13) VALUE
               'DEDUCTIONS - '.
           05 RPT-DED-COUNT            PIC Z(4)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-DED-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(11) VALUE
               '  CAPPED - '.
           05 RPT-CAPPED-COUNT         PIC Z(4)9.
           05 FILLER                   PIC X(13) VALUE
               '  NOT ON RUN-'.
           05 RPT-NOT-ON-RUN-COUNT     PIC Z(4)9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'BENEFIT-DEDUCT' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-TODAY.
           PERFORM LOAD-RUN-POPULATION.
           OPEN INPUT BEN-FILE.
           IF WS-BEN-STATUS NOT = '00'
               DISPLAY 'BENEFIT-DEDUCT: NO BENFILE MASTER '
                   'AVAILABLE'
           ELSE
               OPEN OUTPUT BEN-DED-FILE
               OPEN OUTPUT BEN-RPT-FILE
               MOVE WS-TODAY TO RPT-HDG-DATE
               WRITE BEN-RPT-LINE FROM RPT-HEADING

               MOVE LOW-VALUES TO BEN-KEY
               START BEN-FILE KEY NOT < BEN-KEY
                   INVALID KEY
                       MOVE '23' TO WS-BEN-STATUS
               END-START
               PERFORM UNTIL WS-BEN-STATUS NOT = '00'
                   READ BEN-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-BEN-STATUS
                       NOT AT END
                           ADD 1 TO RUNLOG-READ-COUNT
                           PERFORM JUDGE-ONE-ENROLLMENT
                   END-READ
               END-PERFORM

               MOVE WS-DED-COUNT TO RPT-DED-COUNT
               MOVE WS-DED-TOTAL TO RPT-DED-TOTAL
               MOVE WS-CAPPED-COUNT TO RPT-CAPPED-COUNT
               MOVE WS-NOT-ON-RUN-COUNT TO RPT-NOT-ON-RUN-COUNT
               WRITE BEN-RPT-LINE FROM RPT-TRAILER-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               CLOSE BEN-RPT-FILE
               CLOSE BEN-DED-FILE
               CLOSE BEN-FILE
           END-IF.

      * the vetted feed when the edit has run, the raw feed
      * otherwise - the same preference every payroll consumer
      * applies
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
               END-READ
           ELSE
               READ PAYROLL-IN
                   AT END
                       MOVE '10' TO WS-IN-STATUS
               END-READ
           END-IF.

      * an enrollment not yet started or already ended is passed
      * over silently; one in force for an employee not being paid
      * tonight is reported and generates nothing
       JUDGE-ONE-ENROLLMENT.
           IF BEN-START-DATE > WS-TODAY
               CONTINUE
           ELSE
               IF BEN-END-DATE NOT = ZEROS
                       AND BEN-END-DATE < WS-TODAY
                   CONTINUE
               ELSE
                   PERFORM FIND-PAID-EMPLOYEE
                   MOVE BEN-EMP-ID TO RPT-EMP-ID
                   MOVE BEN-EMP-NAME TO RPT-EMP-NAME
                   MOVE BEN-PLAN-CD TO RPT-PLAN-CD
                   PERFORM SET-DEDUCTION-CODE
                   IF WS-PAID-SLOT = ZEROS
                       ADD 1 TO WS-NOT-ON-RUN-COUNT
                       MOVE BEN-EMPLOYEE-SHARE TO RPT-AMOUNT
                       MOVE 'NOT ON RUN' TO RPT-DISPOSITION
                       WRITE BEN-RPT-LINE FROM RPT-DETAIL-LINE
                       ADD 1 TO RUNLOG-WRITTEN-COUNT
                   ELSE
                       PERFORM COLLECT-ONE-SHARE
                   END-IF
               END-IF
           END-IF.

       FIND-PAID-EMPLOYEE.
           MOVE ZEROS TO WS-PAID-SLOT.
           PERFORM VARYING WS-PAID-IDX FROM 1 BY 1
                   UNTIL WS-PAID-IDX > WS-PAID-COUNT
                       OR WS-PAID-SLOT > ZEROS
               IF PAID-EMP-ID(WS-PAID-IDX) = BEN-EMP-ID
                   MOVE WS-PAID-IDX TO WS-PAID-SLOT
               END-IF
           END-PERFORM.

       SET-DEDUCTION-CODE.
           EVALUATE TRUE
               WHEN BEN-HEALTH-PLAN
                   MOVE 'SAUD' TO BDO-CODE
                   MOVE 'HEALTH PLAN     ' TO BDO-DESC
               WHEN BEN-DENTAL-PLAN
                   MOVE 'ODON' TO BDO-CODE
                   MOVE 'DENTAL PLAN     ' TO BDO-DESC
               WHEN BEN-MEAL-VOUCHER
                   MOVE 'VREF' TO BDO-CODE
                   MOVE 'MEAL VOUCHER    ' TO BDO-DESC
               WHEN OTHER
                   MOVE 'VTRN' TO BDO-CODE
                   MOVE 'TRANSPORT VOUCHR' TO BDO-DESC
           END-EVALUATE.
           MOVE BDO-CODE TO RPT-DED-CODE.

       COLLECT-ONE-SHARE.
           IF BEN-EMP-ID NOT = WS-CUR-EMP-ID
               MOVE BEN-EMP-ID TO WS-CUR-EMP-ID
               MOVE ZEROS TO WS-VT-TAKEN
               COMPUTE WS-VT-CAP ROUNDED =
                   PAID-GROSS(WS-PAID-SLOT) * WS-VT-RATE
           END-IF.
           MOVE BEN-EMPLOYEE-SHARE TO WS-DUE-AMOUNT.
           MOVE SPACES TO RPT-DISPOSITION.
           IF BEN-TRANSPORT-VOUCHER
               COMPUTE WS-VT-ROOM = WS-VT-CAP - WS-VT-TAKEN
               IF WS-DUE-AMOUNT > WS-VT-ROOM
                   MOVE WS-VT-ROOM TO WS-DUE-AMOUNT
                   ADD 1 TO WS-CAPPED-COUNT
                   MOVE 'CAPPED AT 6% SALARY' TO RPT-DISPOSITION
               END-IF
               ADD WS-DUE-AMOUNT TO WS-VT-TAKEN
           END-IF.
           MOVE WS-DUE-AMOUNT TO RPT-AMOUNT.
           IF WS-DUE-AMOUNT > ZEROS
               PERFORM STAGE-BENEFIT-DEDUCTION
               IF RPT-DISPOSITION = SPACES
                   MOVE 'DEDUCTED' TO RPT-DISPOSITION
               END-IF
           ELSE
               IF RPT-DISPOSITION = SPACES
                   MOVE 'EMPLOYER PAID' TO RPT-DISPOSITION
               END-IF
           END-IF.
           WRITE BEN-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       STAGE-BENEFIT-DEDUCTION.
           ADD 1 TO WS-DED-COUNT.
           ADD WS-DUE-AMOUNT TO WS-DED-TOTAL.
           MOVE 'D' TO BDO-REC-TYPE.
           MOVE BEN-EMP-ID TO BDO-EMP-ID.
           MOVE WS-DUE-AMOUNT TO BDO-AMOUNT.
           WRITE BEN-DED-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-RUNLOG-START.
           MOVE 'BENEFIT-DEDUCT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'BENEFIT-DEDUCT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
