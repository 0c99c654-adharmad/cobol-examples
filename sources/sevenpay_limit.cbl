      * against the limit year by year.  the tolerance (percent of
      * the limit counted as "near") comes from SEVENPARM and
      * defaults to 5
      *
      * each contract's owner document, issue date, plan and face
      * amount print from the POLMAST policy master, so the report
      * says whose policy is near the line without a second
      * lookup.  a case not on the master prints its SEVENPREM
      * issue date and is marked in the owner column; with no
      * POLMAST at all the report runs from SEVENPREM alone
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEVENPAY-LIMIT.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT POLICY-MASTER ASSIGN TO 'POLMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS POL-CASE-ID
               FILE STATUS IS WS-POLMAST-STATUS.

           SELECT RPT-FILE ASSIGN TO 'SEVENPAYRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       01  PARM-RECORD.
           05 PRM-TOLERANCE-PCT     PIC 9(2).

       FD  POLICY-MASTER.
           COPY POLREC.

       FD  RPT-FILE.
       01  RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CMPOUT-STATUS         PIC XX.
       01  WS-PREM-STATUS           PIC XX.
       01  WS-PARM-STATUS           PIC XX.
       01  WS-POLMAST-STATUS        PIC XX.
       01  WS-POLMAST-OPEN-SW       PIC X(1) VALUE 'N'.
           88  POLMAST-IS-OPEN              VALUE 'Y'.

       01  WS-TOLERANCE-PCT         PIC 9(2) VALUE 5.

           88  STANDING-NEAR                VALUE 1.
           88  STANDING-EXCEEDED            VALUE 2.

       01  RPT-HEADING PIC X(132) VALUE
           'TAMRA 7-PAY LIMIT TEST'.
       01  RPT-COLUMN-HEADING.
           05 FILLER                PIC X(44) VALUE
               'CASE        OWNER DOC NR    ISSUE-DT  PLAN  '.
           05 FILLER                PIC X(88) VALUE
               '     FACE AMOUNT  ANNUAL-LIMIT      CUM-PAID  STANDING'.

       01  RPT-DETAIL-LINE.
           05 RPT-CASE-ID           PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-OWNER-DOC-NR      PIC X(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-ISSUE-DATE        PIC 9(8).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-PLAN-CD           PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-FACE-AMT          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-ANNUAL-LIMIT      PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPT-CUM-PAID          PIC Z,ZZZ,ZZ9.99.
       MAIN-PROCEDURE.
           PERFORM GET-TOLERANCE.
           PERFORM LOAD-FACTOR-TABLE.
           PERFORM OPEN-POLICY-MASTER.

           OPEN INPUT PREM-FILE.
           IF WS-PREM-STATUS NOT = '00'
               CLOSE RPT-FILE
           END-IF.
           CLOSE PREM-FILE.
           IF POLMAST-IS-OPEN
               CLOSE POLICY-MASTER
           END-IF.

       OPEN-POLICY-MASTER.
           OPEN INPUT POLICY-MASTER.
           IF WS-POLMAST-STATUS = '00'
               SET POLMAST-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'SEVENPAY-LIMIT: NO POLMAST POLICY MASTER - '
                   'OWNER AND ISSUE DETAILS NOT PRINTED'
           END-IF.

      * owner and issue details for the report line from the policy
      * master; the SEVENPREM issue date stands in when the case is
      * not there
       TAKE-POLICY-DETAILS.
           MOVE SP-ISSUE-DATE TO RPT-ISSUE-DATE.
           MOVE SPACES TO RPT-OWNER-DOC-NR.
           MOVE SPACES TO RPT-PLAN-CD.
           MOVE ZEROS TO RPT-FACE-AMT.
           IF POLMAST-IS-OPEN
               MOVE SP-CASE-ID TO POL-CASE-ID
               READ POLICY-MASTER
                   INVALID KEY
                       MOVE 'NOT ON POLMAST' TO RPT-OWNER-DOC-NR
                   NOT INVALID KEY
                       MOVE POL-OWNER-DOC-NR TO RPT-OWNER-DOC-NR
                       MOVE POL-ISSUE-DATE TO RPT-ISSUE-DATE
                       MOVE POL-PLAN-CD TO RPT-PLAN-CD
                       MOVE POL-FACE-AMT TO RPT-FACE-AMT
               END-READ
           END-IF.

       GET-TOLERANCE.
           OPEN INPUT PARM-FILE.
           PERFORM FIND-CASE-FACTOR.

           MOVE SP-CASE-ID TO RPT-CASE-ID.
           PERFORM TAKE-POLICY-DETAILS.

           IF NOT FACTOR-FOUND
               MOVE ZEROS TO RPT-ANNUAL-LIMIT
