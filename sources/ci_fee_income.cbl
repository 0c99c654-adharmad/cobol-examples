      * fee income report - what the account fees brought in, by
      * product, for any period.  reads the FEEHIST history
      * CI-FEE-RUN appends every fee charged or waived to, and
      * totals each product's fees by fee type - how many were
      * charged and for how much, and how many the schedule's
      * waiver rules let off - with each product's total and the
      * totals across all products.  the period comes from the
      * FEEINCPM parameter record (from and to posting dates);
      * without one the report runs month to date
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CI-FEE-INCOME.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-HIST-FILE ASSIGN TO 'FEEHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT FEE-PARM-FILE ASSIGN TO 'FEEINCPM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT FEE-RPT-FILE ASSIGN TO 'FEEINCRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-HIST-FILE.
           COPY FEEHSREC.

       FD  FEE-PARM-FILE.
       01  FEE-PARM-RECORD.
           05 FIP-FROM-DATE            PIC 9(08).
           05 FIP-TO-DATE              PIC 9(08).

       FD  FEE-RPT-FILE.
       01  FEE-RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS              PIC XX.
       01  WS-PARM-STATUS              PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.

           COPY RUNLOGW.

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-FROM-DATE                PIC 9(08).
       01  WS-FROM-DATE-PARTS REDEFINES WS-FROM-DATE.
           05  WS-FROM-YYYYMM          PIC 9(06).
           05  WS-FROM-DD              PIC 9(02).
       01  WS-TO-DATE                  PIC 9(08).
       01  WS-SKIPPED-COUNT            PIC 9(05) VALUE ZEROS.

      * one entry per product seen, kept in product order, each
      * with a slot per fee type in the order TYP-NAME-VALUES lists
      * them
       01  WS-PRD-COUNT                PIC 9(03) VALUE ZEROS.
       01  WS-PRD-IDX                  PIC 9(03).
       01  WS-PRD-SLOT                 PIC 9(03).
       01  WS-PRD-FOUND-SW             PIC X(01).
           88  PRODUCT-FOUND                   VALUE 'Y'.
       01  PRODUCT-TABLE.
           05  PRD-ENTRY OCCURS 200 TIMES.
               10  PRD-PRODUCT-CD      PIC X(06).
               10  PRD-TYPE-ENTRY OCCURS 4 TIMES.
                   15  PRD-COUNT       PIC 9(05).
                   15  PRD-AMOUNT      PIC 9(11)V99.
                   15  PRD-WAIVED      PIC 9(05).

       01  TYP-NAME-VALUES.
           05 FILLER                   PIC X(25) VALUE
               'RSTATEMENT REPRINTS      '.
           05 FILLER                   PIC X(25) VALUE
               'MMINIMUM BALANCE         '.
           05 FILLER                   PIC X(25) VALUE
               'CEARLY CLOSURE           '.
           05 FILLER                   PIC X(25) VALUE
               'WWIRE TRANSFERS          '.
       01  TYP-NAME-TABLE REDEFINES TYP-NAME-VALUES.
           05  TYP-NAME-ENTRY OCCURS 4 TIMES.
               10  TYP-CODE            PIC X(01).
               10  TYP-LABEL           PIC X(24).
       01  WS-TYP-IDX                  PIC 9(02).
       01  WS-TYP-SLOT                 PIC 9(02).

      * the totals a product line and the report's foot carry
       01  GRAND-TYPE-TABLE.
           05  GRD-TYPE-ENTRY OCCURS 4 TIMES.
               10  GRD-COUNT           PIC 9(07).
               10  GRD-AMOUNT          PIC 9(13)V99.
               10  GRD-WAIVED          PIC 9(07).
       01  WS-SUB-COUNT                PIC 9(07).
       01  WS-SUB-AMOUNT               PIC 9(13)V99.
       01  WS-SUB-WAIVED               PIC 9(07).
       01  WS-ALL-COUNT                PIC 9(07) VALUE ZEROS.
       01  WS-ALL-AMOUNT               PIC 9(13)V99 VALUE ZEROS.
       01  WS-ALL-WAIVED               PIC 9(07) VALUE ZEROS.
       01  WS-FIRST-LINE-SW            PIC X(01).
           88  FIRST-LINE-OF-PRODUCT           VALUE 'Y'.

       01  RPT-HEADING.
           05 FILLER                   PIC X(27) VALUE
               'FEE INCOME BY PRODUCT FROM '.
           05 RPT-HDG-FROM             PIC 9(08).
           05 FILLER                   PIC X(04) VALUE ' TO '.
           05 RPT-HDG-TO               PIC 9(08).

       01  RPT-COLUMN-HEADING.
           05 FILLER                   PIC X(41) VALUE
               'PRODUCT FEE TYPE                  CHARGED'.
           05 FILLER                   PIC X(27) VALUE
               '             INCOME  WAIVED'.

       01  RPT-DETAIL-LINE.
           05 RPT-PRODUCT-CD           PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-LABEL                PIC X(24).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-COUNT                PIC Z(6)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-AMOUNT               PIC $$,$$$,$$$,$$9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-WAIVED               PIC Z(5)9.

       01  RPT-BLANK-LINE              PIC X(80) VALUE SPACES.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CI-FEE-INCOME' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           PERFORM TAKE-REPORT-PERIOD.
           INITIALIZE PRODUCT-TABLE.
           INITIALIZE GRAND-TYPE-TABLE.
           OPEN INPUT FEE-HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'CI-FEE-INCOME: NO FEEHIST HISTORY '
                   'SUPPLIED - NO FEES CHARGED YET'
           ELSE
               PERFORM READ-HIST-RECORD
               PERFORM UNTIL WS-HIST-STATUS NOT = '00'
                   IF FEH-RUN-DATE NOT < WS-FROM-DATE
                           AND FEH-RUN-DATE NOT > WS-TO-DATE
                       PERFORM TAKE-ONE-FEE
                   END-IF
                   PERFORM READ-HIST-RECORD
               END-PERFORM
               CLOSE FEE-HIST-FILE
           END-IF.

           OPEN OUTPUT FEE-RPT-FILE.
           MOVE WS-FROM-DATE TO RPT-HDG-FROM.
           MOVE WS-TO-DATE TO RPT-HDG-TO.
           WRITE FEE-RPT-LINE FROM RPT-HEADING.
           WRITE FEE-RPT-LINE FROM RPT-COLUMN-HEADING.
           ADD 2 TO RUNLOG-WRITTEN-COUNT.
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > WS-PRD-COUNT
               PERFORM WRITE-ONE-PRODUCT
           END-PERFORM.
           PERFORM WRITE-GRAND-TOTALS.
           CLOSE FEE-RPT-FILE.
           IF WS-SKIPPED-COUNT > ZEROS
               DISPLAY 'CI-FEE-INCOME: ' WS-SKIPPED-COUNT
                   ' FEES ON PRODUCTS BEYOND TABLE CAPACITY - NOT '
                   'REPORTED'
           END-IF.

      * the requested period, else the first of the business month
      * to the business date
       TAKE-REPORT-PERIOD.
           MOVE WS-RUN-DATE TO WS-FROM-DATE.
           MOVE 01 TO WS-FROM-DD.
           MOVE WS-RUN-DATE TO WS-TO-DATE.
           OPEN INPUT FEE-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ FEE-PARM-FILE
                   NOT AT END
                       IF FIP-FROM-DATE IS NUMERIC
                               AND FIP-FROM-DATE > ZEROS
                           MOVE FIP-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF FIP-TO-DATE IS NUMERIC
                               AND FIP-TO-DATE > ZEROS
                           MOVE FIP-TO-DATE TO WS-TO-DATE
                       END-IF
               END-READ
               CLOSE FEE-PARM-FILE
           END-IF.

       READ-HIST-RECORD.
           READ FEE-HIST-FILE
               AT END
                   MOVE '10' TO WS-HIST-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       TAKE-ONE-FEE.
           PERFORM FIND-PRODUCT-SLOT.
           IF PRODUCT-FOUND
               MOVE 1 TO WS-TYP-SLOT
               PERFORM VARYING WS-TYP-IDX FROM 1 BY 1
                       UNTIL WS-TYP-IDX > 4
                   IF TYP-CODE(WS-TYP-IDX) = FEH-TYPE-CD
                       MOVE WS-TYP-IDX TO WS-TYP-SLOT
                   END-IF
               END-PERFORM
               IF FEH-WAIVED
                   ADD 1 TO PRD-WAIVED(WS-PRD-SLOT, WS-TYP-SLOT)
               ELSE
                   ADD 1 TO PRD-COUNT(WS-PRD-SLOT, WS-TYP-SLOT)
                   ADD FEH-AMOUNT TO
                       PRD-AMOUNT(WS-PRD-SLOT, WS-TYP-SLOT)
               END-IF
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

      * the product's entry, or a new one slotted into product
      * order with the entries after it moved up one
       FIND-PRODUCT-SLOT.
           MOVE 'N' TO WS-PRD-FOUND-SW.
           MOVE ZEROS TO WS-PRD-SLOT.
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > WS-PRD-COUNT
                       OR WS-PRD-SLOT > ZEROS
               IF PRD-PRODUCT-CD(WS-PRD-IDX) NOT < FEH-PRODUCT-CD
                   MOVE WS-PRD-IDX TO WS-PRD-SLOT
               END-IF
           END-PERFORM.
           IF WS-PRD-SLOT > ZEROS
               IF PRD-PRODUCT-CD(WS-PRD-SLOT) = FEH-PRODUCT-CD
                   SET PRODUCT-FOUND TO TRUE
               END-IF
           ELSE
               COMPUTE WS-PRD-SLOT = WS-PRD-COUNT + 1
           END-IF.
           IF NOT PRODUCT-FOUND AND WS-PRD-COUNT < 200
               PERFORM VARYING WS-PRD-IDX FROM WS-PRD-COUNT BY -1
                       UNTIL WS-PRD-IDX < WS-PRD-SLOT
                   MOVE PRD-ENTRY(WS-PRD-IDX) TO
                       PRD-ENTRY(WS-PRD-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-PRD-COUNT
               INITIALIZE PRD-ENTRY(WS-PRD-SLOT)
               MOVE FEH-PRODUCT-CD TO PRD-PRODUCT-CD(WS-PRD-SLOT)
               SET PRODUCT-FOUND TO TRUE
           END-IF.

      * one line per fee type the product saw, then its total
       WRITE-ONE-PRODUCT.
           MOVE ZEROS TO WS-SUB-COUNT.
           MOVE ZEROS TO WS-SUB-AMOUNT.
           MOVE ZEROS TO WS-SUB-WAIVED.
           MOVE 'Y' TO WS-FIRST-LINE-SW.
           PERFORM VARYING WS-TYP-IDX FROM 1 BY 1
                   UNTIL WS-TYP-IDX > 4
               IF PRD-COUNT(WS-PRD-IDX, WS-TYP-IDX) > ZEROS
                       OR PRD-WAIVED(WS-PRD-IDX, WS-TYP-IDX) > ZEROS
                   PERFORM WRITE-PRODUCT-TYPE-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO RPT-PRODUCT-CD.
           MOVE 'PRODUCT TOTAL' TO RPT-LABEL.
           MOVE WS-SUB-COUNT TO RPT-COUNT.
           MOVE WS-SUB-AMOUNT TO RPT-AMOUNT.
           MOVE WS-SUB-WAIVED TO RPT-WAIVED.
           WRITE FEE-RPT-LINE FROM RPT-DETAIL-LINE.
           WRITE FEE-RPT-LINE FROM RPT-BLANK-LINE.
           ADD 2 TO RUNLOG-WRITTEN-COUNT.

       WRITE-PRODUCT-TYPE-LINE.
           IF FIRST-LINE-OF-PRODUCT
               IF PRD-PRODUCT-CD(WS-PRD-IDX) = SPACES
                   MOVE '(NONE)' TO RPT-PRODUCT-CD
               ELSE
                   MOVE PRD-PRODUCT-CD(WS-PRD-IDX) TO RPT-PRODUCT-CD
               END-IF
               MOVE 'N' TO WS-FIRST-LINE-SW
           ELSE
               MOVE SPACES TO RPT-PRODUCT-CD
           END-IF.
           MOVE TYP-LABEL(WS-TYP-IDX) TO RPT-LABEL.
           MOVE PRD-COUNT(WS-PRD-IDX, WS-TYP-IDX) TO RPT-COUNT.
           MOVE PRD-AMOUNT(WS-PRD-IDX, WS-TYP-IDX) TO RPT-AMOUNT.
           MOVE PRD-WAIVED(WS-PRD-IDX, WS-TYP-IDX) TO RPT-WAIVED.
           WRITE FEE-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           ADD PRD-COUNT(WS-PRD-IDX, WS-TYP-IDX) TO WS-SUB-COUNT.
           ADD PRD-AMOUNT(WS-PRD-IDX, WS-TYP-IDX) TO WS-SUB-AMOUNT.
           ADD PRD-WAIVED(WS-PRD-IDX, WS-TYP-IDX) TO WS-SUB-WAIVED.
           ADD PRD-COUNT(WS-PRD-IDX, WS-TYP-IDX) TO
               GRD-COUNT(WS-TYP-IDX).
           ADD PRD-AMOUNT(WS-PRD-IDX, WS-TYP-IDX) TO
               GRD-AMOUNT(WS-TYP-IDX).
           ADD PRD-WAIVED(WS-PRD-IDX, WS-TYP-IDX) TO
               GRD-WAIVED(WS-TYP-IDX).

       WRITE-GRAND-TOTALS.
           MOVE 'ALL   ' TO RPT-PRODUCT-CD.
           PERFORM VARYING WS-TYP-IDX FROM 1 BY 1
                   UNTIL WS-TYP-IDX > 4
               MOVE TYP-LABEL(WS-TYP-IDX) TO RPT-LABEL
               MOVE GRD-COUNT(WS-TYP-IDX) TO RPT-COUNT
               MOVE GRD-AMOUNT(WS-TYP-IDX) TO RPT-AMOUNT
               MOVE GRD-WAIVED(WS-TYP-IDX) TO RPT-WAIVED
               WRITE FEE-RPT-LINE FROM RPT-DETAIL-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               ADD GRD-COUNT(WS-TYP-IDX) TO WS-ALL-COUNT
               ADD GRD-AMOUNT(WS-TYP-IDX) TO WS-ALL-AMOUNT
               ADD GRD-WAIVED(WS-TYP-IDX) TO WS-ALL-WAIVED
               MOVE SPACES TO RPT-PRODUCT-CD
           END-PERFORM.
           MOVE 'TOTAL FEE INCOME' TO RPT-LABEL.
           MOVE WS-ALL-COUNT TO RPT-COUNT.
           MOVE WS-ALL-AMOUNT TO RPT-AMOUNT.
           MOVE WS-ALL-WAIVED TO RPT-WAIVED.
           WRITE FEE-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-RUNLOG-START.
           MOVE 'CI-FEE-INCOME' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'CI-FEE-INCOME' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
