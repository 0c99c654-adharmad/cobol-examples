      * pre-release pay variance review - PAY-RELEASE let a period
      * go out without anyone having looked at whether the
      * individual pays made sense.  this run sets each employee's
      * pay this period beside last period's: gross, net, and every
      * PD-CODE earnings and deduction line on the period's deck
      * (the vetted PAYROLLOK when present, PAYROLLIN otherwise)
      * and on PAYRDETOUT.  it flags a change over the percentage
      * or over the amount allowed, an employee new this period or
      * missing from it, a zero or negative net, and a gross over
      * the pay ceiling.  PAYVARPARM gives the period as YYYYMM,
      * the change percent, the change amount and the ceiling,
      * defaulting to the business date's month, 20%, 500.00 and
      * 30,000.00.
      *
      * last period is taken from the PAYVARSNAP snapshot this run
      * leaves of each period it reviews, which carries the lines
      * as well as gross and net.  until a snapshot of an earlier
      * period exists the net comes from PAYHIST's latest period
      * before this one (voided payments aside) and the gross is
      * the YTDFILE monthly average, and lines are not compared.
      *
      * every flag is recorded on PAYVARFLAG together with a marker
      * saying the report was produced; PAY-VARIANCE-REVIEW marks
      * the items reviewed and PAY-RELEASE will not release the
      * period while any is open.  a rerun keeps the review of an
      * item whose figures have not moved, reopens one whose
      * figures have, and drops items no longer flagged.  PAYVARRPT
      * lists the flags; open items end the run with return code 4
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-VARIANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-IN ASSIGN TO 'PAYROLLIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT PAYROLL-OK ASSIGN TO 'PAYROLLOK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OK-STATUS.

           SELECT DETAIL-OUT-FILE ASSIGN TO 'PAYRDETOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DET-STATUS.

           SELECT PAY-HIST-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT YTD-FILE ASSIGN TO 'YTDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.

           SELECT SNAP-FILE ASSIGN TO 'PAYVARSNAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT VAR-PARM-FILE ASSIGN TO 'PAYVARPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT VAR-FLAG-FILE ASSIGN TO 'PAYVARFLAG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS PVF-KEY
               FILE STATUS IS WS-PVF-STATUS.

           SELECT VAR-RPT-FILE ASSIGN TO 'PAYVARRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-IN.
           COPY PAYRLREC.

       FD  PAYROLL-OK.
       01  PAYROLL-OK-RECORD           PIC X(80).

      * the deduction engine's 'D' lines in the PAYROLLIN detail
      * shape
       FD  DETAIL-OUT-FILE.
       01  DETAIL-OUT-RECORD.
           05 DOL-REC-TYPE             PIC X(01).
           05 DOL-EMP-ID               PIC 9(06).
           05 DOL-CODE                 PIC X(04).
           05 DOL-DESC                 PIC X(16).
           05 DOL-AMOUNT               PIC 9(07)V99.

       FD  PAY-HIST-FILE.
       01  PAY-HIST-RECORD.
           05 PH-EMP-ID                PIC 9(06).
           05 PH-PERIOD                PIC 9(06).
           05 PH-AMOUNT                PIC 9(09)V99.
           05 PH-STATUS                PIC X(01).
           05 PH-FAIL-BRANCH           PIC X(05).
           05 PH-FAIL-ACCT             PIC X(10).

       FD  YTD-FILE.
           COPY YTDREC.

      * one line per employee gross ('G') and net ('N') and per
      * earnings ('E') or deduction ('D') code, by period
       FD  SNAP-FILE.
       01  SNAP-RECORD.
           05 SNP-PERIOD               PIC 9(06).
           05 SNP-EMP-ID               PIC 9(06).
           05 SNP-ITEM-TYPE            PIC X(01).
           05 SNP-ITEM-CODE            PIC X(04).
           05 SNP-AMOUNT               PIC 9(09)V99.
           05 SNP-EMP-NAME             PIC X(30).

       FD  VAR-PARM-FILE.
       01  VAR-PARM-RECORD.
           05 PRM-PERIOD               PIC 9(06).
           05 PRM-CHANGE-PCT           PIC 9(03).
           05 PRM-CHANGE-AMT           PIC 9(07)V99.
           05 PRM-PAY-CEILING          PIC 9(07)V99.

       FD  VAR-FLAG-FILE.
           COPY PVFLREC.

       FD  VAR-RPT-FILE.
       01  VAR-RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-IN-STATUS                PIC XX.
       01  WS-OK-STATUS                PIC XX.
       01  WS-DET-STATUS               PIC XX.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-YTD-STATUS               PIC XX.
       01  WS-SNAP-STATUS              PIC XX.
       01  WS-PARM-STATUS              PIC XX.
       01  WS-PVF-STATUS               PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

       01  WS-SOURCE-SW                PIC X(01) VALUE 'I'.
           88  READING-VETTED-FILE             VALUE 'V'.
       01  WS-BASELINE-SW              PIC X(01) VALUE 'N'.
           88  BASELINE-FROM-SNAPSHOT          VALUE 'S'.
           88  BASELINE-FROM-HISTORY           VALUE 'H'.
           88  NO-BASELINE                     VALUE 'N'.

       01  WS-PERIOD                   PIC 9(06).
       01  WS-PRIOR-PERIOD             PIC 9(06) VALUE ZEROS.
       01  WS-CHANGE-PCT               PIC 9(03) VALUE 20.
       01  WS-CHANGE-AMT               PIC 9(07)V99 VALUE 500.00.
       01  WS-PAY-CEILING              PIC 9(07)V99 VALUE 30000.00.

      * each employee on either period, current beside prior
       01  WS-EMP-COUNT                PIC 9(03) VALUE ZEROS.
       01  WS-EMP-IDX                  PIC 9(03).
       01  WS-EMP-SLOT                 PIC 9(03).
       01  WS-WANTED-EMP               PIC 9(06).
       01  VAR-EMP-TABLE.
           05  VAR-EMP-ENTRY OCCURS 500 TIMES.
               10  VE-EMP-ID           PIC 9(06).
               10  VE-EMP-NAME         PIC X(30).
               10  VE-CURRENT-SW       PIC X(01).
                   88  VE-ON-CURRENT           VALUE 'Y'.
               10  VE-PRIOR-SW         PIC X(01).
                   88  VE-ON-PRIOR             VALUE 'Y'.
               10  VE-CUR-GROSS        PIC 9(09)V99.
               10  VE-CUR-NET          PIC 9(09)V99.
               10  VE-CUR-DEDUCT       PIC 9(09)V99.
               10  VE-PRI-GROSS        PIC 9(09)V99.
               10  VE-PRI-NET          PIC 9(09)V99.

      * each employee's PD-CODE lines, current beside prior
       01  WS-LINE-COUNT               PIC 9(04) VALUE ZEROS.
       01  WS-LINE-IDX                 PIC 9(04).
       01  WS-LINE-SLOT                PIC 9(04).
       01  WS-WANTED-TYPE              PIC X(01).
       01  WS-WANTED-CODE              PIC X(04).
       01  WS-LINE-AMOUNT              PIC 9(07)V99.
       01  VAR-LINE-TABLE.
           05  VAR-LINE-ENTRY OCCURS 3000 TIMES.
               10  VL-EMP-ID           PIC 9(06).
               10  VL-ITEM-TYPE        PIC X(01).
               10  VL-ITEM-CODE        PIC X(04).
               10  VL-CUR-AMOUNT       PIC 9(09)V99.
               10  VL-PRI-AMOUNT       PIC 9(09)V99.

      * the item being judged and, when flagged, recorded
       01  WS-PRIOR-AMT                PIC S9(09)V99.
       01  WS-CURRENT-AMT              PIC S9(09)V99.
       01  WS-DIFF                     PIC S9(09)V99.
       01  WS-ABS-DIFF                 PIC 9(09)V99.
       01  WS-DIFF-PCT                 PIC S9(05)V9.
       01  WS-ABS-PCT                  PIC 9(05)V9.
       01  WS-EXCEEDS-SW               PIC X(01).
           88  CHANGE-EXCEEDS                  VALUE 'Y'.
       01  WS-COMPUTED-NET             PIC S9(09)V99.
       01  WS-FLAG-TYPE                PIC X(01).
       01  WS-FLAG-CODE                PIC X(04).
       01  WS-FLAG-REASON              PIC X(30).

       01  WS-CUR-EMP-COUNT            PIC 9(05) VALUE ZEROS.
       01  WS-PRI-EMP-COUNT            PIC 9(05) VALUE ZEROS.
       01  WS-FLAG-COUNT               PIC 9(05) VALUE ZEROS.
       01  WS-OPEN-COUNT               PIC 9(05) VALUE ZEROS.

       01  RPT-HEADING.
           05 FILLER                   PIC X(30) VALUE
               'PAY VARIANCE REVIEW - PERIOD '.
           05 RPT-HDG-PERIOD           PIC 9(06).
           05 FILLER                   PIC X(14) VALUE
               '  AGAINST '.
           05 RPT-HDG-PRIOR            PIC 9(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-HDG-BASELINE         PIC X(24).

       01  RPT-LIMITS-LINE.
           05 FILLER                   PIC X(18) VALUE
               'CHANGE OVER PCT - '.
           05 RPT-LIM-PCT              PIC ZZ9.
           05 FILLER                   PIC X(14) VALUE
               '   OR AMOUNT -'.
           05 RPT-LIM-AMT              PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(18) VALUE
               '   PAY CEILING -'.
           05 RPT-LIM-CEILING          PIC Z,ZZZ,ZZ9.99.

       01  RPT-COLUMN-HEADING.
           05 FILLER                   PIC X(40) VALUE
               'EMP ID NAME                 ITEM        '.
           05 FILLER                   PIC X(40) VALUE
               '  PRIOR        CURRENT     DIFFERENCE   '.
           05 FILLER                   PIC X(40) VALUE
               '  PCT  REASON                        STA'.
           05 FILLER                   PIC X(04) VALUE 'TUS '.

       01  RPT-DETAIL-LINE.
           05 RPT-EMP-ID               PIC 9(06).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-EMP-NAME             PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-ITEM-TYPE            PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-ITEM-CODE            PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-PRIOR                PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-CURRENT              PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-DIFF                 PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-PCT                  PIC -ZZZ9.9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-REASON               PIC X(30).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-STATUS               PIC X(17).

       01  RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL          PIC X(30).
           05 RPT-TOTAL-COUNT          PIC ZZ,ZZ9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'PAY-VARIANCE' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           PERFORM GET-VARIANCE-PARMS.
           PERFORM GATHER-CURRENT-PAY.
           IF WS-CUR-EMP-COUNT = ZEROS
               DISPLAY 'PAY-VARIANCE: NO PAYROLL FEED FOR THE '
                   'PERIOD - NOTHING REVIEWED'
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM GATHER-COMPUTED-DEDUCTIONS
               PERFORM GATHER-PRIOR-SNAPSHOT
               IF NO-BASELINE
                   PERFORM GATHER-PRIOR-HISTORY
               END-IF
               PERFORM REVIEW-THE-PERIOD
               PERFORM SAVE-SNAPSHOT
               IF WS-OPEN-COUNT > ZEROS
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

       GET-VARIANCE-PARMS.
           MOVE BDT-BUS-DATE(1:6) TO WS-PERIOD.
           OPEN INPUT VAR-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ VAR-PARM-FILE
                   NOT AT END
                       PERFORM TAKE-VARIANCE-PARMS
               END-READ
               CLOSE VAR-PARM-FILE
           END-IF.

       TAKE-VARIANCE-PARMS.
           IF PRM-PERIOD IS NUMERIC AND PRM-PERIOD > ZEROS
               MOVE PRM-PERIOD TO WS-PERIOD
           END-IF.
           IF PRM-CHANGE-PCT IS NUMERIC AND PRM-CHANGE-PCT > ZEROS
               MOVE PRM-CHANGE-PCT TO WS-CHANGE-PCT
           END-IF.
           IF PRM-CHANGE-AMT IS NUMERIC AND PRM-CHANGE-AMT > ZEROS
               MOVE PRM-CHANGE-AMT TO WS-CHANGE-AMT
           END-IF.
           IF PRM-PAY-CEILING IS NUMERIC
                   AND PRM-PAY-CEILING > ZEROS
               MOVE PRM-PAY-CEILING TO WS-PAY-CEILING
           END-IF.

      ******************************************************************
      * this period's pay - the deck's employees and detail lines,
      * then the deduction engine's computed lines
      ******************************************************************
       GATHER-CURRENT-PAY.
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
                   IF PD-TYPE-DETAIL
                       MOVE PD-EMP-ID TO WS-WANTED-EMP
                       MOVE PD-REC-TYPE TO WS-WANTED-TYPE
                       MOVE PD-CODE TO WS-WANTED-CODE
                       MOVE PD-AMOUNT TO WS-LINE-AMOUNT
                       PERFORM TAKE-CURRENT-LINE
                   ELSE
                       PERFORM TAKE-CURRENT-EMPLOYEE
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

       TAKE-CURRENT-EMPLOYEE.
           MOVE PI-EMP-ID TO WS-WANTED-EMP.
           PERFORM FIND-EMP-SLOT.
           IF WS-EMP-SLOT > ZEROS
               IF NOT VE-ON-CURRENT(WS-EMP-SLOT)
                   ADD 1 TO WS-CUR-EMP-COUNT
               END-IF
               SET VE-ON-CURRENT(WS-EMP-SLOT) TO TRUE
               MOVE PI-EMP-NAME TO VE-EMP-NAME(WS-EMP-SLOT)
               ADD PI-GROSS-SALARY TO VE-CUR-GROSS(WS-EMP-SLOT)
               ADD PI-NET-SALARY TO VE-CUR-NET(WS-EMP-SLOT)
           END-IF.

       TAKE-CURRENT-LINE.
           PERFORM FIND-LINE-SLOT.
           IF WS-LINE-SLOT > ZEROS
               ADD WS-LINE-AMOUNT TO VL-CUR-AMOUNT(WS-LINE-SLOT)
           END-IF.
           IF WS-WANTED-TYPE = 'D'
               PERFORM FIND-EMP-SLOT
               IF WS-EMP-SLOT > ZEROS
                   ADD WS-LINE-AMOUNT TO VE-CUR-DEDUCT(WS-EMP-SLOT)
               END-IF
           END-IF.

       GATHER-COMPUTED-DEDUCTIONS.
           OPEN INPUT DETAIL-OUT-FILE.
           IF WS-DET-STATUS = '00'
               PERFORM READ-DETAIL-RECORD
               PERFORM UNTIL WS-DET-STATUS NOT = '00'
                   IF DOL-REC-TYPE = 'D'
                       MOVE DOL-EMP-ID TO WS-WANTED-EMP
                       MOVE DOL-REC-TYPE TO WS-WANTED-TYPE
                       MOVE DOL-CODE TO WS-WANTED-CODE
                       MOVE DOL-AMOUNT TO WS-LINE-AMOUNT
                       PERFORM TAKE-CURRENT-LINE
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

      * find the employee's slot, opening one the first time the
      * employee is seen on either period
       FIND-EMP-SLOT.
           MOVE ZEROS TO WS-EMP-SLOT.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
                      OR WS-EMP-SLOT > ZEROS
               IF VE-EMP-ID(WS-EMP-IDX) = WS-WANTED-EMP
                   MOVE WS-EMP-IDX TO WS-EMP-SLOT
               END-IF
           END-PERFORM.
           IF WS-EMP-SLOT = ZEROS
               IF WS-EMP-COUNT < 500
                   ADD 1 TO WS-EMP-COUNT
                   MOVE WS-EMP-COUNT TO WS-EMP-SLOT
                   MOVE WS-WANTED-EMP TO VE-EMP-ID(WS-EMP-SLOT)
                   MOVE SPACES TO VE-EMP-NAME(WS-EMP-SLOT)
                   MOVE 'N' TO VE-CURRENT-SW(WS-EMP-SLOT)
                   MOVE 'N' TO VE-PRIOR-SW(WS-EMP-SLOT)
                   MOVE ZEROS TO VE-CUR-GROSS(WS-EMP-SLOT)
                   MOVE ZEROS TO VE-CUR-NET(WS-EMP-SLOT)
                   MOVE ZEROS TO VE-CUR-DEDUCT(WS-EMP-SLOT)
                   MOVE ZEROS TO VE-PRI-GROSS(WS-EMP-SLOT)
                   MOVE ZEROS TO VE-PRI-NET(WS-EMP-SLOT)
               ELSE
                   DISPLAY 'PAY-VARIANCE: EMPLOYEE TABLE FULL - '
                       WS-WANTED-EMP ' LEFT OUT'
               END-IF
           END-IF.

       FIND-LINE-SLOT.
           MOVE ZEROS TO WS-LINE-SLOT.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
                      OR WS-LINE-SLOT > ZEROS
               IF VL-EMP-ID(WS-LINE-IDX) = WS-WANTED-EMP
                       AND VL-ITEM-TYPE(WS-LINE-IDX) = WS-WANTED-TYPE
                       AND VL-ITEM-CODE(WS-LINE-IDX) = WS-WANTED-CODE
                   MOVE WS-LINE-IDX TO WS-LINE-SLOT
               END-IF
           END-PERFORM.
           IF WS-LINE-SLOT = ZEROS
               IF WS-LINE-COUNT < 3000
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-LINE-COUNT TO WS-LINE-SLOT
                   MOVE WS-WANTED-EMP TO VL-EMP-ID(WS-LINE-SLOT)
                   MOVE WS-WANTED-TYPE TO VL-ITEM-TYPE(WS-LINE-SLOT)
                   MOVE WS-WANTED-CODE TO VL-ITEM-CODE(WS-LINE-SLOT)
                   MOVE ZEROS TO VL-CUR-AMOUNT(WS-LINE-SLOT)
                   MOVE ZEROS TO VL-PRI-AMOUNT(WS-LINE-SLOT)
               ELSE
                   DISPLAY 'PAY-VARIANCE: LINE TABLE FULL - '
                       WS-WANTED-EMP ' ' WS-WANTED-CODE ' LEFT OUT'
               END-IF
           END-IF.

      ******************************************************************
      * last period - the latest earlier snapshot, else PAYHIST and
      * the YTDFILE average
      ******************************************************************
       GATHER-PRIOR-SNAPSHOT.
           OPEN INPUT SNAP-FILE.
           IF WS-SNAP-STATUS = '00'
               PERFORM READ-SNAP-RECORD
               PERFORM UNTIL WS-SNAP-STATUS NOT = '00'
                   IF SNP-PERIOD < WS-PERIOD
                           AND SNP-PERIOD > WS-PRIOR-PERIOD
                       MOVE SNP-PERIOD TO WS-PRIOR-PERIOD
                   END-IF
                   PERFORM READ-SNAP-RECORD
               END-PERFORM
               CLOSE SNAP-FILE
           END-IF.
           IF WS-PRIOR-PERIOD > ZEROS
               SET BASELINE-FROM-SNAPSHOT TO TRUE
               OPEN INPUT SNAP-FILE
               PERFORM READ-SNAP-RECORD
               PERFORM UNTIL WS-SNAP-STATUS NOT = '00'
                   IF SNP-PERIOD = WS-PRIOR-PERIOD
                       PERFORM TAKE-SNAPSHOT-LINE
                   END-IF
                   PERFORM READ-SNAP-RECORD
               END-PERFORM
               CLOSE SNAP-FILE
           END-IF.

       READ-SNAP-RECORD.
           READ SNAP-FILE
               AT END
                   MOVE '10' TO WS-SNAP-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       TAKE-SNAPSHOT-LINE.
           MOVE SNP-EMP-ID TO WS-WANTED-EMP.
           EVALUATE SNP-ITEM-TYPE
               WHEN 'G'
                   PERFORM FIND-EMP-SLOT
                   IF WS-EMP-SLOT > ZEROS
                       PERFORM NOTE-PRIOR-EMPLOYEE
                       MOVE SNP-AMOUNT TO VE-PRI-GROSS(WS-EMP-SLOT)
                       IF VE-EMP-NAME(WS-EMP-SLOT) = SPACES
                           MOVE SNP-EMP-NAME TO
                               VE-EMP-NAME(WS-EMP-SLOT)
                       END-IF
                   END-IF
               WHEN 'N'
                   PERFORM FIND-EMP-SLOT
                   IF WS-EMP-SLOT > ZEROS
                       PERFORM NOTE-PRIOR-EMPLOYEE
                       MOVE SNP-AMOUNT TO VE-PRI-NET(WS-EMP-SLOT)
                   END-IF
               WHEN OTHER
                   MOVE SNP-ITEM-TYPE TO WS-WANTED-TYPE
                   MOVE SNP-ITEM-CODE TO WS-WANTED-CODE
                   PERFORM FIND-LINE-SLOT
                   IF WS-LINE-SLOT > ZEROS
                       MOVE SNP-AMOUNT TO
                           VL-PRI-AMOUNT(WS-LINE-SLOT)
                   END-IF
           END-EVALUATE.

       NOTE-PRIOR-EMPLOYEE.
           IF NOT VE-ON-PRIOR(WS-EMP-SLOT)
               SET VE-ON-PRIOR(WS-EMP-SLOT) TO TRUE
               ADD 1 TO WS-PRI-EMP-COUNT
           END-IF.

      * the latest period PAYHIST shows paid before this one, with
      * voided payments left out as never having been made
       GATHER-PRIOR-HISTORY.
           OPEN INPUT PAY-HIST-FILE.
           IF WS-HIST-STATUS = '00'
               PERFORM READ-PAY-HIST-RECORD
               PERFORM UNTIL WS-HIST-STATUS NOT = '00'
                   IF PH-STATUS NOT = 'V'
                           AND PH-PERIOD < WS-PERIOD
                           AND PH-PERIOD > WS-PRIOR-PERIOD
                       MOVE PH-PERIOD TO WS-PRIOR-PERIOD
                   END-IF
                   PERFORM READ-PAY-HIST-RECORD
               END-PERFORM
               CLOSE PAY-HIST-FILE
           END-IF.
           IF WS-PRIOR-PERIOD > ZEROS
               SET BASELINE-FROM-HISTORY TO TRUE
               OPEN INPUT PAY-HIST-FILE
               PERFORM READ-PAY-HIST-RECORD
               PERFORM UNTIL WS-HIST-STATUS NOT = '00'
                   IF PH-PERIOD = WS-PRIOR-PERIOD
                           AND PH-STATUS NOT = 'V'
                       MOVE PH-EMP-ID TO WS-WANTED-EMP
                       PERFORM FIND-EMP-SLOT
                       IF WS-EMP-SLOT > ZEROS
                           PERFORM NOTE-PRIOR-EMPLOYEE
                           ADD PH-AMOUNT TO VE-PRI-NET(WS-EMP-SLOT)
                       END-IF
                   END-IF
                   PERFORM READ-PAY-HIST-RECORD
               END-PERFORM
               CLOSE PAY-HIST-FILE
               PERFORM TAKE-AVERAGE-GROSS
           END-IF.

       READ-PAY-HIST-RECORD.
           READ PAY-HIST-FILE
               AT END
                   MOVE '10' TO WS-HIST-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       TAKE-AVERAGE-GROSS.
           OPEN INPUT YTD-FILE.
           IF WS-YTD-STATUS = '00'
               PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                       UNTIL WS-EMP-IDX > WS-EMP-COUNT
                   IF VE-ON-PRIOR(WS-EMP-IDX)
                       MOVE VE-EMP-ID(WS-EMP-IDX) TO YTD-EMP-ID
                       READ YTD-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF YTD-MONTHS-PAID > ZEROS
                                   COMPUTE VE-PRI-GROSS(WS-EMP-IDX)
                                       ROUNDED = YTD-GROSS
                                       / YTD-MONTHS-PAID
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE YTD-FILE
           END-IF.

      ******************************************************************
      * the review - every item judged, flags recorded on PAYVARFLAG
      ******************************************************************
       REVIEW-THE-PERIOD.
           OPEN I-O VAR-FLAG-FILE.
           IF WS-PVF-STATUS NOT = '00'
               OPEN OUTPUT VAR-FLAG-FILE
               CLOSE VAR-FLAG-FILE
               OPEN I-O VAR-FLAG-FILE
           END-IF.
           PERFORM LOWER-PERIOD-FLAGS.

           OPEN OUTPUT VAR-RPT-FILE.
           MOVE WS-PERIOD TO RPT-HDG-PERIOD.
           MOVE WS-PRIOR-PERIOD TO RPT-HDG-PRIOR.
           EVALUATE TRUE
               WHEN BASELINE-FROM-SNAPSHOT
                   MOVE '(REVIEW SNAPSHOT)' TO RPT-HDG-BASELINE
               WHEN BASELINE-FROM-HISTORY
                   MOVE '(PAYHIST AND YTD AVERAGE)' TO
                       RPT-HDG-BASELINE
               WHEN OTHER
                   MOVE '(NO PRIOR PERIOD)' TO RPT-HDG-BASELINE
           END-EVALUATE.
           MOVE WS-CHANGE-PCT TO RPT-LIM-PCT.
           MOVE WS-CHANGE-AMT TO RPT-LIM-AMT.
           MOVE WS-PAY-CEILING TO RPT-LIM-CEILING.
           WRITE VAR-RPT-LINE FROM RPT-HEADING.
           WRITE VAR-RPT-LINE FROM RPT-LIMITS-LINE.
           WRITE VAR-RPT-LINE FROM RPT-COLUMN-HEADING.
           ADD 3 TO RUNLOG-WRITTEN-COUNT.

           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               PERFORM REVIEW-ONE-EMPLOYEE
           END-PERFORM.

           PERFORM DROP-LOWERED-FLAGS.
           PERFORM STAMP-RUN-MARKER.
           CLOSE VAR-FLAG-FILE.

           MOVE 'EMPLOYEES THIS PERIOD' TO RPT-TOTAL-LABEL.
           MOVE WS-CUR-EMP-COUNT TO RPT-TOTAL-COUNT.
           WRITE VAR-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'EMPLOYEES LAST PERIOD' TO RPT-TOTAL-LABEL.
           MOVE WS-PRI-EMP-COUNT TO RPT-TOTAL-COUNT.
           WRITE VAR-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'ITEMS FLAGGED' TO RPT-TOTAL-LABEL.
           MOVE WS-FLAG-COUNT TO RPT-TOTAL-COUNT.
           WRITE VAR-RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'ITEMS AWAITING REVIEW' TO RPT-TOTAL-LABEL.
           MOVE WS-OPEN-COUNT TO RPT-TOTAL-COUNT.
           WRITE VAR-RPT-LINE FROM RPT-TOTAL-LINE.
           ADD 4 TO RUNLOG-WRITTEN-COUNT.
           CLOSE VAR-RPT-FILE.

       REVIEW-ONE-EMPLOYEE.
           MOVE ZEROS TO WS-DIFF-PCT.
           IF VE-ON-CURRENT(WS-EMP-IDX)
               PERFORM REVIEW-CURRENT-EMPLOYEE
           ELSE
               IF NOT NO-BASELINE
                   MOVE VE-PRI-NET(WS-EMP-IDX) TO WS-PRIOR-AMT
                   MOVE ZEROS TO WS-CURRENT-AMT
                   MOVE 'P' TO WS-FLAG-TYPE
                   MOVE 'MISS' TO WS-FLAG-CODE
                   MOVE 'MISSING - PAID LAST PERIOD' TO
                       WS-FLAG-REASON
                   PERFORM RAISE-FLAG
               END-IF
           END-IF.

       REVIEW-CURRENT-EMPLOYEE.
           IF NOT VE-ON-PRIOR(WS-EMP-IDX) AND NOT NO-BASELINE
               MOVE ZEROS TO WS-PRIOR-AMT
               MOVE VE-CUR-NET(WS-EMP-IDX) TO WS-CURRENT-AMT
               MOVE 'P' TO WS-FLAG-TYPE
               MOVE 'NEW ' TO WS-FLAG-CODE
               MOVE 'NEW - NOT PAID LAST PERIOD' TO WS-FLAG-REASON
               PERFORM RAISE-FLAG
           END-IF.

           COMPUTE WS-COMPUTED-NET = VE-CUR-GROSS(WS-EMP-IDX)
               - VE-CUR-DEDUCT(WS-EMP-IDX).
           IF VE-CUR-NET(WS-EMP-IDX) = ZEROS
                   OR WS-COMPUTED-NET NOT > ZEROS
               MOVE ZEROS TO WS-PRIOR-AMT
               IF VE-CUR-NET(WS-EMP-IDX) = ZEROS
                   MOVE WS-COMPUTED-NET TO WS-CURRENT-AMT
               ELSE
                   MOVE VE-CUR-NET(WS-EMP-IDX) TO WS-CURRENT-AMT
               END-IF
               MOVE 'P' TO WS-FLAG-TYPE
               MOVE 'ZNET' TO WS-FLAG-CODE
               MOVE 'ZERO OR NEGATIVE NET' TO WS-FLAG-REASON
               PERFORM RAISE-FLAG
           END-IF.

           IF VE-CUR-GROSS(WS-EMP-IDX) > WS-PAY-CEILING
               MOVE WS-PAY-CEILING TO WS-PRIOR-AMT
               MOVE VE-CUR-GROSS(WS-EMP-IDX) TO WS-CURRENT-AMT
               MOVE 'P' TO WS-FLAG-TYPE
               MOVE 'CEIL' TO WS-FLAG-CODE
               MOVE 'GROSS OVER PAY CEILING' TO WS-FLAG-REASON
               PERFORM RAISE-FLAG
           END-IF.

           IF VE-ON-PRIOR(WS-EMP-IDX)
               MOVE VE-PRI-GROSS(WS-EMP-IDX) TO WS-PRIOR-AMT
               MOVE VE-CUR-GROSS(WS-EMP-IDX) TO WS-CURRENT-AMT
               PERFORM JUDGE-CHANGE
               IF CHANGE-EXCEEDS
                   MOVE 'G' TO WS-FLAG-TYPE
                   MOVE 'GROS' TO WS-FLAG-CODE
                   MOVE 'GROSS CHANGE OVER LIMIT' TO WS-FLAG-REASON
                   PERFORM RAISE-FLAG
               END-IF
               MOVE VE-PRI-NET(WS-EMP-IDX) TO WS-PRIOR-AMT
               MOVE VE-CUR-NET(WS-EMP-IDX) TO WS-CURRENT-AMT
               PERFORM JUDGE-CHANGE
               IF CHANGE-EXCEEDS
                   MOVE 'N' TO WS-FLAG-TYPE
                   MOVE 'NET ' TO WS-FLAG-CODE
                   MOVE 'NET CHANGE OVER LIMIT' TO WS-FLAG-REASON
                   PERFORM RAISE-FLAG
               END-IF
               IF BASELINE-FROM-SNAPSHOT
                   PERFORM REVIEW-EMPLOYEE-LINES
               END-IF
           END-IF.

       REVIEW-EMPLOYEE-LINES.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               IF VL-EMP-ID(WS-LINE-IDX) = VE-EMP-ID(WS-EMP-IDX)
                   MOVE VL-PRI-AMOUNT(WS-LINE-IDX) TO WS-PRIOR-AMT
                   MOVE VL-CUR-AMOUNT(WS-LINE-IDX) TO WS-CURRENT-AMT
                   PERFORM JUDGE-CHANGE
                   IF CHANGE-EXCEEDS
                       MOVE VL-ITEM-TYPE(WS-LINE-IDX) TO WS-FLAG-TYPE
                       MOVE VL-ITEM-CODE(WS-LINE-IDX) TO WS-FLAG-CODE
                       EVALUATE TRUE
                           WHEN WS-PRIOR-AMT = ZEROS
                               MOVE 'LINE NEW THIS PERIOD' TO
                                   WS-FLAG-REASON
                           WHEN WS-CURRENT-AMT = ZEROS
                               MOVE 'LINE DROPPED THIS PERIOD' TO
                                   WS-FLAG-REASON
                           WHEN OTHER
                               MOVE 'LINE CHANGE OVER LIMIT' TO
                                   WS-FLAG-REASON
                       END-EVALUATE
                       PERFORM RAISE-FLAG
                   END-IF
               END-IF
           END-PERFORM.

      * a change is over the limit when the difference passes the
      * amount allowed or its share of last period's figure passes
      * the percentage; anything from nothing passes the percentage
       JUDGE-CHANGE.
           MOVE 'N' TO WS-EXCEEDS-SW.
           COMPUTE WS-DIFF = WS-CURRENT-AMT - WS-PRIOR-AMT.
           IF WS-DIFF < ZEROS
               COMPUTE WS-ABS-DIFF = ZEROS - WS-DIFF
           ELSE
               MOVE WS-DIFF TO WS-ABS-DIFF
           END-IF.
           IF WS-PRIOR-AMT > ZEROS
               COMPUTE WS-DIFF-PCT ROUNDED =
                   WS-DIFF * 100 / WS-PRIOR-AMT
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-DIFF-PCT
               END-COMPUTE
           ELSE
               MOVE ZEROS TO WS-DIFF-PCT
           END-IF.
           IF WS-DIFF-PCT < ZEROS
               COMPUTE WS-ABS-PCT = ZEROS - WS-DIFF-PCT
           ELSE
               MOVE WS-DIFF-PCT TO WS-ABS-PCT
           END-IF.
           IF WS-ABS-DIFF > ZEROS
               IF WS-ABS-DIFF > WS-CHANGE-AMT
                       OR WS-PRIOR-AMT = ZEROS
                       OR WS-ABS-PCT > WS-CHANGE-PCT
                   SET CHANGE-EXCEEDS TO TRUE
               END-IF
           END-IF.

      * a flag already on file keeps its review only while its
      * figures are the ones that were reviewed
       RAISE-FLAG.
           MOVE WS-PERIOD TO PVF-PERIOD.
           MOVE VE-EMP-ID(WS-EMP-IDX) TO PVF-EMP-ID.
           MOVE WS-FLAG-TYPE TO PVF-ITEM-TYPE.
           MOVE WS-FLAG-CODE TO PVF-ITEM-CODE.
           READ VAR-FLAG-FILE
               INVALID KEY
                   PERFORM FILL-FLAG-RECORD
                   MOVE SPACES TO PVF-REVIEWED-BY
                   MOVE ZEROS TO PVF-REVIEWED-DATE
                   MOVE SPACES TO PVF-REVIEW-NOTE
                   WRITE PVF-RECORD
                   END-WRITE
               NOT INVALID KEY
                   IF PVF-PRIOR-AMOUNT NOT = WS-PRIOR-AMT
                           OR PVF-CURRENT-AMOUNT NOT = WS-CURRENT-AMT
                       MOVE SPACES TO PVF-REVIEWED-BY
                       MOVE ZEROS TO PVF-REVIEWED-DATE
                       MOVE SPACES TO PVF-REVIEW-NOTE
                   END-IF
                   PERFORM FILL-FLAG-RECORD
                   REWRITE PVF-RECORD
                   END-REWRITE
           END-READ.
           ADD 1 TO WS-FLAG-COUNT.

           MOVE VE-EMP-ID(WS-EMP-IDX) TO RPT-EMP-ID.
           MOVE VE-EMP-NAME(WS-EMP-IDX) TO RPT-EMP-NAME.
           MOVE WS-FLAG-TYPE TO RPT-ITEM-TYPE.
           MOVE WS-FLAG-CODE TO RPT-ITEM-CODE.
           MOVE WS-PRIOR-AMT TO RPT-PRIOR.
           MOVE WS-CURRENT-AMT TO RPT-CURRENT.
           COMPUTE WS-DIFF = WS-CURRENT-AMT - WS-PRIOR-AMT.
           MOVE WS-DIFF TO RPT-DIFF.
           MOVE WS-DIFF-PCT TO RPT-PCT.
           MOVE WS-FLAG-REASON TO RPT-REASON.
           IF PVF-NOT-REVIEWED
               ADD 1 TO WS-OPEN-COUNT
               MOVE 'AWAITING REVIEW' TO RPT-STATUS
           ELSE
               MOVE SPACES TO RPT-STATUS
               STRING 'REVIEWED ' DELIMITED BY SIZE
                   PVF-REVIEWED-BY DELIMITED BY SIZE
                   INTO RPT-STATUS
           END-IF.
           WRITE VAR-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       FILL-FLAG-RECORD.
           MOVE VE-EMP-NAME(WS-EMP-IDX) TO PVF-EMP-NAME.
           MOVE WS-FLAG-REASON TO PVF-REASON.
           MOVE WS-PRIOR-AMT TO PVF-PRIOR-AMOUNT.
           MOVE WS-CURRENT-AMT TO PVF-CURRENT-AMOUNT.
           SET PVF-STILL-RAISED TO TRUE.
           MOVE BDT-BUS-DATE TO PVF-RUN-DATE.

      * every item of the period is lowered before the review and
      * raised again as it is flagged; what is still lowered after
      * the review is no longer flagged and is dropped
       LOWER-PERIOD-FLAGS.
           PERFORM START-PERIOD-FLAGS.
           PERFORM UNTIL WS-PVF-STATUS NOT = '00'
               READ VAR-FLAG-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-PVF-STATUS
                   NOT AT END
                       IF PVF-PERIOD NOT = WS-PERIOD
                           MOVE '10' TO WS-PVF-STATUS
                       ELSE
                           IF NOT PVF-RUN-MARKER
                               MOVE 'N' TO PVF-RAISED-SW
                               REWRITE PVF-RECORD
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       DROP-LOWERED-FLAGS.
           PERFORM START-PERIOD-FLAGS.
           PERFORM UNTIL WS-PVF-STATUS NOT = '00'
               READ VAR-FLAG-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-PVF-STATUS
                   NOT AT END
                       IF PVF-PERIOD NOT = WS-PERIOD
                           MOVE '10' TO WS-PVF-STATUS
                       ELSE
                           IF NOT PVF-RUN-MARKER
                                   AND NOT PVF-STILL-RAISED
                               DELETE VAR-FLAG-FILE RECORD
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       START-PERIOD-FLAGS.
           MOVE WS-PERIOD TO PVF-PERIOD.
           MOVE ZEROS TO PVF-EMP-ID.
           MOVE LOW-VALUES TO PVF-ITEM-TYPE.
           MOVE LOW-VALUES TO PVF-ITEM-CODE.
           MOVE '00' TO WS-PVF-STATUS.
           START VAR-FLAG-FILE KEY NOT < PVF-KEY
               INVALID KEY
                   MOVE '23' TO WS-PVF-STATUS
           END-START.

      * the marker PAY-RELEASE looks for - the report was produced
      * for the period, and on what day
       STAMP-RUN-MARKER.
           MOVE WS-PERIOD TO PVF-PERIOD.
           MOVE ZEROS TO PVF-EMP-ID.
           MOVE '0' TO PVF-ITEM-TYPE.
           MOVE 'RUN ' TO PVF-ITEM-CODE.
           READ VAR-FLAG-FILE
               INVALID KEY
                   MOVE SPACES TO PVF-EMP-NAME
                   MOVE 'VARIANCE REPORT PRODUCED' TO PVF-REASON
                   MOVE ZEROS TO PVF-PRIOR-AMOUNT
                   MOVE WS-FLAG-COUNT TO PVF-CURRENT-AMOUNT
                   SET PVF-STILL-RAISED TO TRUE
                   MOVE BDT-BUS-DATE TO PVF-RUN-DATE
                   MOVE SPACES TO PVF-REVIEWED-BY
                   MOVE ZEROS TO PVF-REVIEWED-DATE
                   MOVE SPACES TO PVF-REVIEW-NOTE
                   WRITE PVF-RECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-FLAG-COUNT TO PVF-CURRENT-AMOUNT
                   MOVE BDT-BUS-DATE TO PVF-RUN-DATE
                   REWRITE PVF-RECORD
                   END-REWRITE
           END-READ.

      ******************************************************************
      * the snapshot keeps last period for the next review and this
      * period for a rerun; anything older is dropped
      ******************************************************************
       SAVE-SNAPSHOT.
           OPEN OUTPUT SNAP-FILE.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               MOVE VE-EMP-ID(WS-EMP-IDX) TO SNP-EMP-ID
               MOVE VE-EMP-NAME(WS-EMP-IDX) TO SNP-EMP-NAME
               IF VE-ON-PRIOR(WS-EMP-IDX) AND BASELINE-FROM-SNAPSHOT
                   MOVE WS-PRIOR-PERIOD TO SNP-PERIOD
                   MOVE 'G' TO SNP-ITEM-TYPE
                   MOVE 'GROS' TO SNP-ITEM-CODE
                   MOVE VE-PRI-GROSS(WS-EMP-IDX) TO SNP-AMOUNT
                   PERFORM WRITE-SNAP-RECORD
                   MOVE 'N' TO SNP-ITEM-TYPE
                   MOVE 'NET ' TO SNP-ITEM-CODE
                   MOVE VE-PRI-NET(WS-EMP-IDX) TO SNP-AMOUNT
                   PERFORM WRITE-SNAP-RECORD
               END-IF
               IF VE-ON-CURRENT(WS-EMP-IDX)
                   MOVE WS-PERIOD TO SNP-PERIOD
                   MOVE 'G' TO SNP-ITEM-TYPE
                   MOVE 'GROS' TO SNP-ITEM-CODE
                   MOVE VE-CUR-GROSS(WS-EMP-IDX) TO SNP-AMOUNT
                   PERFORM WRITE-SNAP-RECORD
                   MOVE 'N' TO SNP-ITEM-TYPE
                   MOVE 'NET ' TO SNP-ITEM-CODE
                   MOVE VE-CUR-NET(WS-EMP-IDX) TO SNP-AMOUNT
                   PERFORM WRITE-SNAP-RECORD
               END-IF
           END-PERFORM.
           MOVE SPACES TO SNP-EMP-NAME.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               MOVE VL-EMP-ID(WS-LINE-IDX) TO SNP-EMP-ID
               MOVE VL-ITEM-TYPE(WS-LINE-IDX) TO SNP-ITEM-TYPE
               MOVE VL-ITEM-CODE(WS-LINE-IDX) TO SNP-ITEM-CODE
               IF VL-PRI-AMOUNT(WS-LINE-IDX) > ZEROS
                   MOVE WS-PRIOR-PERIOD TO SNP-PERIOD
                   MOVE VL-PRI-AMOUNT(WS-LINE-IDX) TO SNP-AMOUNT
                   PERFORM WRITE-SNAP-RECORD
               END-IF
               IF VL-CUR-AMOUNT(WS-LINE-IDX) > ZEROS
                   MOVE WS-PERIOD TO SNP-PERIOD
                   MOVE VL-CUR-AMOUNT(WS-LINE-IDX) TO SNP-AMOUNT
                   PERFORM WRITE-SNAP-RECORD
               END-IF
           END-PERFORM.
           CLOSE SNAP-FILE.

       WRITE-SNAP-RECORD.
           WRITE SNAP-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-RUNLOG-START.
           MOVE 'PAY-VARIANCE' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'PAY-VARIANCE' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
