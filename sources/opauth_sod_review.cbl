      * monthly segregation-of-duties review of the OPAUTH operator
      * authorization file - dual control only works if the
      * operator who enters a change cannot also approve it.  this
      * report gathers, for every operator and file, the rights in
      * force at any time during the review month (the business
      * month, or the YYYYMM on SODPARM), across however many
      * OPAUTH records grant them, and flags on SODRPT every
      * operator who can both enter (add, change or delete) and
      * approve on the same file.  a flagged conflict ends the step
      * with return code 4 so the review is not missed
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPAUTH-SOD-REVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPAUTH-FILE ASSIGN TO 'OPAUTH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPAUTH-STATUS.

           SELECT SOD-PARM-FILE ASSIGN TO 'SODPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPARM-STATUS.

           SELECT SOD-RPT-FILE ASSIGN TO 'SODRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPAUTH-FILE.
           COPY OPAUTHREC.

       FD  SOD-PARM-FILE.
       01  SOD-PARM-RECORD             PIC X(06).

       FD  SOD-RPT-FILE.
       01  SOD-RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-OPAUTH-STATUS            PIC XX.
       01  WS-SPARM-STATUS             PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

      * the review month and its first and last possible days
       01  WS-REVIEW-MONTH             PIC 9(06).
       01  WS-MONTH-START              PIC 9(08).
       01  WS-MONTH-START-R REDEFINES WS-MONTH-START.
           05  WS-MS-MONTH             PIC 9(06).
           05  WS-MS-DAY               PIC 9(02).
       01  WS-MONTH-END                PIC 9(08).
       01  WS-MONTH-END-R REDEFINES WS-MONTH-END.
           05  WS-ME-MONTH             PIC 9(06).
           05  WS-ME-DAY               PIC 9(02).

      * the rights each operator holds on each file in the month,
      * gathered across every OPAUTH record in force
       01  WS-HELD-COUNT               PIC 9(03) VALUE ZEROS.
       01  WS-HELD-IDX                 PIC 9(03).
       01  WS-FOUND-IDX                PIC 9(03).
       01  HELD-RIGHTS-TABLE.
           05  HELD-ENTRY OCCURS 500 TIMES.
               10  HR-OPERATOR         PIC X(08).
               10  HR-FILE-ID          PIC X(12).
               10  HR-MAY-ADD          PIC X(01).
               10  HR-MAY-CHANGE       PIC X(01).
               10  HR-MAY-DELETE       PIC X(01).
               10  HR-MAY-APPROVE      PIC X(01).

       01  WS-IN-FORCE-COUNT           PIC 9(05) VALUE ZEROS.
       01  WS-CONFLICT-COUNT           PIC 9(05) VALUE ZEROS.
       01  WS-TABLE-FULL-SW            PIC X(01) VALUE 'N'.
           88  HELD-TABLE-FULL                 VALUE 'Y'.

       01  RPT-HEADING.
           05 FILLER                   PIC X(35) VALUE
               'SEGREGATION OF DUTIES REVIEW MONTH '.
           05 RPT-HDG-MONTH            PIC 9(06).

       01  RPT-COLUMN-HEADING.
           05 FILLER                   PIC X(40) VALUE
               'OPERATOR  FILE          RIGHTS  CONFLICT'.

       01  RPT-DETAIL-LINE.
           05 RPT-OPERATOR             PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-FILE-ID              PIC X(12).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-RIGHTS.
               10 RPT-RIGHT-ADD        PIC X(01).
               10 RPT-RIGHT-CHANGE     PIC X(01).
               10 RPT-RIGHT-DELETE     PIC X(01).
               10 RPT-RIGHT-APPROVE    PIC X(01).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 RPT-NOTE                 PIC X(24).

       01  RPT-IN-FORCE-LINE.
           05 FILLER                   PIC X(30) VALUE
               'AUTHORITIES IN FORCE        - '.
           05 RPT-IN-FORCE-COUNT       PIC Z(4)9.

       01  RPT-CONFLICT-LINE.
           05 FILLER                   PIC X(30) VALUE
               'ENTER AND APPROVE CONFLICTS - '.
           05 RPT-CONFLICT-COUNT       PIC Z(4)9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'OPAUTH-SOD-REVIEW' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           PERFORM GET-REVIEW-MONTH.

           OPEN INPUT OPAUTH-FILE.
           IF WS-OPAUTH-STATUS NOT = '00'
               DISPLAY 'OPAUTH-SOD-REVIEW: NO OPAUTH FILE '
                   'AVAILABLE'
           ELSE
               PERFORM READ-OPAUTH-RECORD
               PERFORM UNTIL WS-OPAUTH-STATUS NOT = '00'
                   ADD 1 TO RUNLOG-READ-COUNT
                   PERFORM GATHER-ONE-AUTHORITY
                   PERFORM READ-OPAUTH-RECORD
               END-PERFORM
               CLOSE OPAUTH-FILE

               OPEN OUTPUT SOD-RPT-FILE
               MOVE WS-REVIEW-MONTH TO RPT-HDG-MONTH
               WRITE SOD-RPT-LINE FROM RPT-HEADING
               WRITE SOD-RPT-LINE FROM RPT-COLUMN-HEADING
               PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                       UNTIL WS-HELD-IDX > WS-HELD-COUNT
                   PERFORM JUDGE-ONE-HOLDING
               END-PERFORM
               MOVE WS-IN-FORCE-COUNT TO RPT-IN-FORCE-COUNT
               WRITE SOD-RPT-LINE FROM RPT-IN-FORCE-LINE
               MOVE WS-CONFLICT-COUNT TO RPT-CONFLICT-COUNT
               WRITE SOD-RPT-LINE FROM RPT-CONFLICT-LINE
               CLOSE SOD-RPT-FILE

               IF HELD-TABLE-FULL
                   DISPLAY 'OPAUTH-SOD-REVIEW: MORE THAN 500 '
                       'OPERATOR/FILE HOLDINGS - REVIEW INCOMPLETE'
                   IF WS-RUN-RC < 4
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF
               IF WS-CONFLICT-COUNT > ZEROS
                   DISPLAY 'OPAUTH-SOD-REVIEW: ' WS-CONFLICT-COUNT
                       ' ENTER AND APPROVE CONFLICTS FOUND'
                   IF WS-RUN-RC < 4
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF
           END-IF.

      * the review month is the business month unless SODPARM names
      * another; comparing against day 01 and day 31 of it catches
      * any validity window that touches the month
       GET-REVIEW-MONTH.
           MOVE BDT-BUS-DATE TO WS-MONTH-START.
           MOVE WS-MS-MONTH TO WS-REVIEW-MONTH.
           OPEN INPUT SOD-PARM-FILE.
           IF WS-SPARM-STATUS = '00'
               READ SOD-PARM-FILE
                   NOT AT END
                       IF SOD-PARM-RECORD IS NUMERIC
                               AND SOD-PARM-RECORD(5:2) >= '01'
                               AND SOD-PARM-RECORD(5:2) <= '12'
                           MOVE SOD-PARM-RECORD TO WS-REVIEW-MONTH
                       END-IF
               END-READ
               CLOSE SOD-PARM-FILE
           END-IF.
           MOVE WS-REVIEW-MONTH TO WS-MS-MONTH.
           MOVE 01 TO WS-MS-DAY.
           MOVE WS-REVIEW-MONTH TO WS-ME-MONTH.
           MOVE 31 TO WS-ME-DAY.

       READ-OPAUTH-RECORD.
           MOVE SPACES TO OPAUTH-RECORD.
           READ OPAUTH-FILE
               AT END
                   MOVE '10' TO WS-OPAUTH-STATUS
           END-READ.

      * a record counts when its validity overlaps the month; its
      * rights are added to the operator's holding on the file
       GATHER-ONE-AUTHORITY.
           IF OAR-VALID-FROM IS NUMERIC
                   AND OAR-VALID-TO IS NUMERIC
                   AND OAR-VALID-FROM NOT > WS-MONTH-END
                   AND (OAR-VALID-TO = ZEROS
                     OR OAR-VALID-TO NOT < WS-MONTH-START)
               ADD 1 TO WS-IN-FORCE-COUNT
               PERFORM FIND-HOLDING
               IF WS-FOUND-IDX > ZEROS
                   IF OAR-MAY-ADD = 'Y'
                       MOVE 'Y' TO HR-MAY-ADD(WS-FOUND-IDX)
                   END-IF
                   IF OAR-MAY-CHANGE = 'Y'
                       MOVE 'Y' TO HR-MAY-CHANGE(WS-FOUND-IDX)
                   END-IF
                   IF OAR-MAY-DELETE = 'Y'
                       MOVE 'Y' TO HR-MAY-DELETE(WS-FOUND-IDX)
                   END-IF
                   IF OAR-MAY-APPROVE = 'Y'
                       MOVE 'Y' TO HR-MAY-APPROVE(WS-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

       FIND-HOLDING.
           MOVE ZEROS TO WS-FOUND-IDX.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
                       OR WS-FOUND-IDX > ZEROS
               IF HR-OPERATOR(WS-HELD-IDX) = OAR-OPERATOR
                       AND HR-FILE-ID(WS-HELD-IDX) = OAR-FILE-ID
                   MOVE WS-HELD-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = ZEROS
               IF WS-HELD-COUNT < 500
                   ADD 1 TO WS-HELD-COUNT
                   MOVE WS-HELD-COUNT TO WS-FOUND-IDX
                   MOVE OAR-OPERATOR TO HR-OPERATOR(WS-FOUND-IDX)
                   MOVE OAR-FILE-ID TO HR-FILE-ID(WS-FOUND-IDX)
                   MOVE 'N' TO HR-MAY-ADD(WS-FOUND-IDX)
                   MOVE 'N' TO HR-MAY-CHANGE(WS-FOUND-IDX)
                   MOVE 'N' TO HR-MAY-DELETE(WS-FOUND-IDX)
                   MOVE 'N' TO HR-MAY-APPROVE(WS-FOUND-IDX)
               ELSE
                   SET HELD-TABLE-FULL TO TRUE
               END-IF
           END-IF.

      * every holding is listed with its rights as A C D P; a
      * holding that can both enter and approve is the conflict
       JUDGE-ONE-HOLDING.
           MOVE HR-OPERATOR(WS-HELD-IDX) TO RPT-OPERATOR.
           MOVE HR-FILE-ID(WS-HELD-IDX) TO RPT-FILE-ID.
           MOVE '----' TO RPT-RIGHTS.
           IF HR-MAY-ADD(WS-HELD-IDX) = 'Y'
               MOVE 'A' TO RPT-RIGHT-ADD
           END-IF.
           IF HR-MAY-CHANGE(WS-HELD-IDX) = 'Y'
               MOVE 'C' TO RPT-RIGHT-CHANGE
           END-IF.
           IF HR-MAY-DELETE(WS-HELD-IDX) = 'Y'
               MOVE 'D' TO RPT-RIGHT-DELETE
           END-IF.
           IF HR-MAY-APPROVE(WS-HELD-IDX) = 'Y'
               MOVE 'P' TO RPT-RIGHT-APPROVE
           END-IF.
           MOVE SPACES TO RPT-NOTE.
           IF HR-MAY-APPROVE(WS-HELD-IDX) = 'Y'
                   AND (HR-MAY-ADD(WS-HELD-IDX) = 'Y'
                     OR HR-MAY-CHANGE(WS-HELD-IDX) = 'Y'
                     OR HR-MAY-DELETE(WS-HELD-IDX) = 'Y')
               MOVE '** ENTER AND APPROVE **' TO RPT-NOTE
               ADD 1 TO WS-CONFLICT-COUNT
           END-IF.
           WRITE SOD-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-RUNLOG-START.
           MOVE 'OPAUTH-SOD-REVIEW' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'OPAUTH-SOD-REVIEW' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
