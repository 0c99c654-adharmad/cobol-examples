      * leave status report - lists every employee out on leave as
      * of the business date, with the leave type, the start, the
      * return date and the days out so far, so the personnel desk
      * can see who is away and plan for who comes back.  a return
      * date within the next week is marked DUE BACK; an expected
      * return already passed with no actual return keyed is marked
      * OVERDUE, so either the return is recorded or the leave is
      * extended before the payroll prices another month of it.
      * the employee's name comes from EMPMAST and the type's
      * description from LOARULES when they are on hand
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-STATUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-FILE ASSIGN TO 'LEAVEFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS LOA-KEY
               FILE STATUS IS WS-LOA-STATUS.

           SELECT EMP-MAST-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS EM-EMP-ID
               FILE STATUS IS WS-EMPM-STATUS.

           SELECT LOA-RULE-FILE ASSIGN TO 'LOARULES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT RPT-FILE ASSIGN TO 'LEAVESTATRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-FILE.
           COPY LOAREC.

       FD  EMP-MAST-FILE.
           COPY EMPMREC.

       FD  LOA-RULE-FILE.
           COPY LOARULE.

       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LOA-STATUS               PIC XX.
       01  WS-EMPM-STATUS              PIC XX.
       01  WS-RULE-STATUS              PIC XX.
       01  WS-EMPM-OPEN-SW             PIC X(01) VALUE 'N'.
           88  EMPMAST-IS-OPEN                 VALUE 'Y'.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.

           COPY RUNLOGW.

      * the leave-type descriptions
       01  WS-RULE-COUNT               PIC 9(02) VALUE ZEROS.
       01  WS-RULE-IDX                 PIC 9(02).
       01  LOA-DESC-TABLE.
           05  LOA-DESC-ENTRY OCCURS 20 TIMES.
               10  LDT-TYPE            PIC X(01).
               10  LDT-DESC            PIC X(20).

       01  WS-TODAY                    PIC 9(08).
       01  WS-RETURN-DATE              PIC 9(08).
       01  WS-DUE-WINDOW               PIC 9(02) VALUE 7.
       01  WS-DAYS-OUT                 PIC 9(05).
       01  WS-DAYS-TO-RETURN           PIC S9(07).

       01  WS-OUT-COUNT                PIC 9(05) VALUE ZEROS.
       01  WS-DUE-COUNT                PIC 9(05) VALUE ZEROS.
       01  WS-OVERDUE-COUNT            PIC 9(05) VALUE ZEROS.

       01  RPT-HEADING.
           05 FILLER                   PIC X(32) VALUE
               'EMPLOYEES ON LEAVE - AS OF DATE '.
           05 RPT-HDG-DATE             PIC 9(08).

       01  RPT-COLUMN-HEADING.
           05 FILLER                   PIC X(40) VALUE
               'EMP ID  NAME                      TYPE  '.
           05 FILLER                   PIC X(40) VALUE
               '                    START     RETURN    '.
           05 FILLER                   PIC X(20) VALUE
               'DAYS  NOTE'.

       01  RPT-DETAIL-LINE.
           05 RPT-EMP-ID               PIC 9(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-EMP-NAME             PIC X(25).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-TYPE                 PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-TYPE-DESC            PIC X(20).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 RPT-START-DATE           PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-RETURN-DATE          PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-DAYS-OUT             PIC ZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-NOTE                 PIC X(14).

       01  RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL          PIC X(30).
           05 RPT-TOTAL-COUNT          PIC Z(4)9.

           COPY PAGINW.

           COPY DATESRVW.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'LEAVE-STATUS' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-TODAY.
           PERFORM INITIALIZE-PAGINATION.
           MOVE 3 TO PAG-HEADING-LINE-COUNT.
           PERFORM LOAD-LEAVE-TYPES.
           OPEN INPUT LEAVE-FILE.
           IF WS-LOA-STATUS NOT = '00'
               DISPLAY 'LEAVE-STATUS: NO LEAVEFILE - NOBODY ON LEAVE'
           ELSE
               OPEN INPUT EMP-MAST-FILE
               IF WS-EMPM-STATUS = '00'
                   SET EMPMAST-IS-OPEN TO TRUE
               END-IF
               OPEN OUTPUT RPT-FILE
               MOVE WS-TODAY TO RPT-HDG-DATE

               PERFORM READ-LEAVE-RECORD
               PERFORM UNTIL WS-LOA-STATUS NOT = '00'
                   IF LOA-START-DATE NOT > WS-TODAY
                       PERFORM JUDGE-ONE-LEAVE
                   END-IF
                   PERFORM READ-LEAVE-RECORD
               END-PERFORM

               PERFORM WRITE-REPORT-TOTALS
               CLOSE RPT-FILE
               IF EMPMAST-IS-OPEN
                   CLOSE EMP-MAST-FILE
               END-IF
               CLOSE LEAVE-FILE
           END-IF.

       LOAD-LEAVE-TYPES.
           OPEN INPUT LOA-RULE-FILE.
           IF WS-RULE-STATUS = '00'
               PERFORM READ-RULE-RECORD
               PERFORM UNTIL WS-RULE-STATUS NOT = '00'
                       OR WS-RULE-COUNT = 20
                   ADD 1 TO WS-RULE-COUNT
                   MOVE LR-TYPE TO LDT-TYPE(WS-RULE-COUNT)
                   MOVE LR-DESC TO LDT-DESC(WS-RULE-COUNT)
                   PERFORM READ-RULE-RECORD
               END-PERFORM
               CLOSE LOA-RULE-FILE
           END-IF.

       READ-RULE-RECORD.
           READ LOA-RULE-FILE
               AT END
                   MOVE '10' TO WS-RULE-STATUS
           END-READ.

       READ-LEAVE-RECORD.
           READ LEAVE-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-LOA-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * a leave already begun is current until its actual return;
      * while none is keyed the employee is out, overdue once the
      * expected return has come and gone
       JUDGE-ONE-LEAVE.
           IF LOA-STILL-OUT
               MOVE LOA-EXPECTED-RETURN TO WS-RETURN-DATE
           ELSE
               MOVE LOA-ACTUAL-RETURN TO WS-RETURN-DATE
           END-IF.
           IF LOA-STILL-OUT OR LOA-ACTUAL-RETURN > WS-TODAY
               SET DSV-FUNC-DAYS-BETWEEN TO TRUE
               MOVE WS-TODAY TO DSV-DATE-1
               MOVE WS-RETURN-DATE TO DSV-DATE-2
               CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS
               MOVE DSV-DAYS TO WS-DAYS-TO-RETURN
               MOVE LOA-START-DATE TO DSV-DATE-1
               MOVE WS-TODAY TO DSV-DATE-2
               CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS
               MOVE DSV-DAYS TO WS-DAYS-OUT
               ADD 1 TO WS-OUT-COUNT
               EVALUATE TRUE
                   WHEN WS-DAYS-TO-RETURN NOT > ZEROS
                       MOVE 'OVERDUE' TO RPT-NOTE
                       ADD 1 TO WS-OVERDUE-COUNT
                   WHEN WS-DAYS-TO-RETURN NOT > WS-DUE-WINDOW
                       MOVE 'DUE BACK' TO RPT-NOTE
                       ADD 1 TO WS-DUE-COUNT
                   WHEN OTHER
                       MOVE SPACES TO RPT-NOTE
               END-EVALUATE
               PERFORM WRITE-LEAVE-LINE
           END-IF.

       WRITE-LEAVE-LINE.
           MOVE LOA-EMP-ID TO RPT-EMP-ID.
           MOVE SPACES TO RPT-EMP-NAME.
           IF EMPMAST-IS-OPEN
               MOVE LOA-EMP-ID TO EM-EMP-ID
               READ EMP-MAST-FILE
                   INVALID KEY
                       MOVE '** NOT ON MASTER **' TO RPT-EMP-NAME
                   NOT INVALID KEY
                       MOVE EM-EMP-NAME TO RPT-EMP-NAME
               END-READ
           END-IF.
           MOVE LOA-TYPE TO RPT-TYPE.
           MOVE SPACES TO RPT-TYPE-DESC.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF LDT-TYPE(WS-RULE-IDX) = LOA-TYPE
                   MOVE LDT-DESC(WS-RULE-IDX) TO RPT-TYPE-DESC
               END-IF
           END-PERFORM.
           MOVE LOA-START-DATE TO RPT-START-DATE.
           MOVE WS-RETURN-DATE TO RPT-RETURN-DATE.
           MOVE WS-DAYS-OUT TO RPT-DAYS-OUT.
           PERFORM PAGINATE-BEFORE-LINE.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'EMPLOYEES ON LEAVE' TO RPT-TOTAL-LABEL.
           MOVE WS-OUT-COUNT TO RPT-TOTAL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'DUE BACK WITHIN 7 DAYS' TO RPT-TOTAL-LABEL.
           MOVE WS-DUE-COUNT TO RPT-TOTAL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'OVERDUE - NO RETURN KEYED' TO RPT-TOTAL-LABEL.
           MOVE WS-OVERDUE-COUNT TO RPT-TOTAL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           ADD 4 TO RUNLOG-WRITTEN-COUNT.

       WRITE-RUNLOG-START.
           MOVE 'LEAVE-STATUS' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'LEAVE-STATUS' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

      * the shared pagination gate in front of every report line -
      * a page break writes the run-date/page heading and reprints
      * this report's own headings
       PAGINATE-BEFORE-LINE.
           PERFORM CHECK-PAGE-BREAK.
           IF PAG-BREAK-NEEDED
               WRITE RPT-LINE FROM PAG-PAGE-HEADING-LINE
               WRITE RPT-LINE FROM RPT-HEADING
               WRITE RPT-LINE FROM RPT-COLUMN-HEADING
               PERFORM NOTE-HEADING-LINES
           END-IF.
           PERFORM COUNT-REPORT-LINE.

           COPY PAGINP.

           COPY BUSDTP.
