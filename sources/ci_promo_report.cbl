      * promotional campaign report - marketing prices a teaser
      * rate on a PRODCAT product for accounts opened inside a
      * campaign window, and wants to see who came in under each
      * promotion and what the bonus rate is costing.  COMPOUND-
      * INTEREST appends a CIPROMO record every time it runs an
      * account under a promotional rate, carrying the campaign,
      * the account's origination and principal, and the bonus
      * cost - the term's interest at the promotional rate less
      * what the product's standard terms would have paid.  an
      * account runs nightly, so only its latest record counts.
      * this run groups the accounts by campaign (product code and
      * campaign start date) and lists each campaign's accounts
      * with a campaign total and a grand total on CIPROMORPT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CI-PROMO-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMO-EXT-FILE ASSIGN TO 'CIPROMO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMO-STATUS.

           SELECT PROMO-RPT-FILE ASSIGN TO 'CIPROMORPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * the layout COMPOUND-INTEREST writes - the bonus cost keys
      * as a sign byte and its magnitude
       FD  PROMO-EXT-FILE.
       01  PROMO-EXT-RECORD.
           05 PMX-ACCT-NR              PIC 9(10).
           05 PMX-RUN-DATE             PIC 9(08).
           05 PMX-PROD-CODE            PIC X(06).
           05 PMX-CAMPAIGN-START       PIC 9(08).
           05 PMX-CAMPAIGN-END         PIC 9(08).
           05 PMX-PROMO-RATE           PIC 9(02)V99.
           05 PMX-PROMO-PERIODS        PIC 9(02).
           05 PMX-OPEN-DATE            PIC 9(08).
           05 PMX-PRINCIPAL            PIC 9(08)V99.
           05 PMX-PROMO-INTEREST       PIC 9(09)V99.
           05 PMX-STD-INTEREST         PIC 9(09)V99.
           05 PMX-COST-SIGN            PIC X(01).
           05 PMX-BONUS-COST           PIC 9(09)V99.

       FD  PROMO-RPT-FILE.
       01  PROMO-RPT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PROMO-STATUS             PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.

           COPY RUNLOGW.

      * one entry per account, holding its latest extract record
       01  WS-ACCT-COUNT               PIC 9(04) VALUE ZEROS.
       01  WS-ACCT-IDX                 PIC 9(04).
       01  WS-ACCT-FOUND-SW            PIC X(01).
           88  ACCOUNT-FOUND                   VALUE 'Y'.
       01  PROMO-ACCT-TABLE.
           05  PROMO-ACCT-ENTRY OCCURS 5000 TIMES.
               10  PA-ACCT-NR          PIC 9(10).
               10  PA-RUN-DATE         PIC 9(08).
               10  PA-PROD-CODE        PIC X(06).
               10  PA-CAMPAIGN-START   PIC 9(08).
               10  PA-CAMPAIGN-END     PIC 9(08).
               10  PA-PROMO-RATE       PIC 9(02)V99.
               10  PA-PROMO-PERIODS    PIC 9(02).
               10  PA-OPEN-DATE        PIC 9(08).
               10  PA-PRINCIPAL        PIC 9(08)V99.
               10  PA-PROMO-INTEREST   PIC 9(09)V99.
               10  PA-BONUS-COST       PIC S9(09)V99.

      * one entry per campaign - a product code and the start of
      * its campaign window
       01  WS-CAMP-COUNT               PIC 9(03) VALUE ZEROS.
       01  WS-CAMP-IDX                 PIC 9(03).
       01  WS-CAMP-FOUND-SW            PIC X(01).
           88  CAMPAIGN-FOUND                  VALUE 'Y'.
       01  CAMPAIGN-TABLE.
           05  CAMPAIGN-ENTRY OCCURS 200 TIMES.
               10  CMP-PROD-CODE       PIC X(06).
               10  CMP-START           PIC 9(08).
               10  CMP-END             PIC 9(08).
               10  CMP-RATE            PIC 9(02)V99.
               10  CMP-PERIODS         PIC 9(02).
               10  CMP-ACCT-COUNT      PIC 9(05).
               10  CMP-PRINCIPAL       PIC 9(11)V99.
               10  CMP-BONUS-COST      PIC S9(11)V99.

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-SKIPPED-COUNT            PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-ACCOUNTS           PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-PRINCIPAL          PIC 9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-BONUS-COST         PIC S9(13)V99 VALUE ZEROS.

       01  RPT-HEADING.
           05 FILLER                   PIC X(35) VALUE
               'PROMOTIONAL RATE CAMPAIGNS AS OF   '.
           05 RPT-HDG-DATE             PIC 9(08).

       01  RPT-CAMPAIGN-LINE.
           05 FILLER                   PIC X(08) VALUE 'PRODUCT '.
           05 RPT-CMP-PROD-CODE        PIC X(06).
           05 FILLER                   PIC X(11) VALUE
               '  CAMPAIGN '.
           05 RPT-CMP-START            PIC 9(08).
           05 FILLER                   PIC X(03) VALUE ' - '.
           05 RPT-CMP-END              PIC X(08).
           05 FILLER                   PIC X(07) VALUE '  RATE '.
           05 RPT-CMP-RATE             PIC Z9.99.
           05 FILLER                   PIC X(09) VALUE ' PCT FOR '.
           05 RPT-CMP-PERIODS          PIC Z9.
           05 FILLER                   PIC X(08) VALUE ' PERIODS'.

       01  RPT-COLUMN-HEADING.
           05 FILLER                   PIC X(40) VALUE
               'ACCOUNT     OPENED           PRINCIPAL  '.
           05 FILLER                   PIC X(40) VALUE
               'PROMO INTEREST       BONUS COST        '.

       01  RPT-DETAIL-LINE.
           05 RPT-ACCT-NR              PIC 9(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-OPEN-DATE            PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-PRINCIPAL            PIC $$$,$$$,$$9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-PROMO-INTEREST       PIC $$$,$$$,$$9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-BONUS-COST           PIC $$$,$$$,$$9.99-.

       01  RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL          PIC X(16).
           05 RPT-TOTAL-COUNT          PIC Z(4)9.
           05 FILLER                   PIC X(10) VALUE ' ACCOUNTS '.
           05 RPT-TOTAL-PRINCIPAL      PIC $$,$$$,$$$,$$9.99.
           05 FILLER                   PIC X(13) VALUE
               '  BONUS COST '.
           05 RPT-TOTAL-BONUS-COST     PIC $$,$$$,$$$,$$9.99-.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CI-PROMO-REPORT' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           OPEN INPUT PROMO-EXT-FILE.
           IF WS-PROMO-STATUS NOT = '00'
               DISPLAY 'CI-PROMO-REPORT: NO CIPROMO EXTRACT '
                   'SUPPLIED - NO ACCOUNTS RUN UNDER A PROMOTION'
           ELSE
               PERFORM READ-PROMO-RECORD
               PERFORM UNTIL WS-PROMO-STATUS NOT = '00'
                   PERFORM TAKE-ONE-PROMO-RECORD
                   PERFORM READ-PROMO-RECORD
               END-PERFORM
               CLOSE PROMO-EXT-FILE

               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   PERFORM ACCUMULATE-ONE-ACCOUNT
               END-PERFORM

               OPEN OUTPUT PROMO-RPT-FILE
               MOVE WS-RUN-DATE TO RPT-HDG-DATE
               WRITE PROMO-RPT-LINE FROM RPT-HEADING
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               PERFORM VARYING WS-CAMP-IDX FROM 1 BY 1
                       UNTIL WS-CAMP-IDX > WS-CAMP-COUNT
                   PERFORM WRITE-ONE-CAMPAIGN
               END-PERFORM
               PERFORM WRITE-GRAND-TOTAL
               CLOSE PROMO-RPT-FILE
               IF WS-SKIPPED-COUNT > ZEROS
                   DISPLAY 'CI-PROMO-REPORT: ' WS-SKIPPED-COUNT
                       ' ACCOUNTS BEYOND TABLE CAPACITY - NOT '
                       'REPORTED'
               END-IF
           END-IF.

       READ-PROMO-RECORD.
           READ PROMO-EXT-FILE
               AT END
                   MOVE '10' TO WS-PROMO-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * the account's latest run stands - an earlier record for the
      * same account is replaced, a later one already held is kept
       TAKE-ONE-PROMO-RECORD.
           MOVE 'N' TO WS-ACCT-FOUND-SW.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                       OR ACCOUNT-FOUND
               IF PA-ACCT-NR(WS-ACCT-IDX) = PMX-ACCT-NR
                   SET ACCOUNT-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF ACCOUNT-FOUND
               SUBTRACT 1 FROM WS-ACCT-IDX
               IF PMX-RUN-DATE NOT < PA-RUN-DATE(WS-ACCT-IDX)
                   PERFORM STORE-PROMO-RECORD
               END-IF
           ELSE
               IF WS-ACCT-COUNT < 5000
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-ACCT-IDX
                   PERFORM STORE-PROMO-RECORD
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
           END-IF.

       STORE-PROMO-RECORD.
           MOVE PMX-ACCT-NR TO PA-ACCT-NR(WS-ACCT-IDX).
           MOVE PMX-RUN-DATE TO PA-RUN-DATE(WS-ACCT-IDX).
           MOVE PMX-PROD-CODE TO PA-PROD-CODE(WS-ACCT-IDX).
           MOVE PMX-CAMPAIGN-START TO PA-CAMPAIGN-START(WS-ACCT-IDX).
           MOVE PMX-CAMPAIGN-END TO PA-CAMPAIGN-END(WS-ACCT-IDX).
           MOVE PMX-PROMO-RATE TO PA-PROMO-RATE(WS-ACCT-IDX).
           MOVE PMX-PROMO-PERIODS TO PA-PROMO-PERIODS(WS-ACCT-IDX).
           MOVE PMX-OPEN-DATE TO PA-OPEN-DATE(WS-ACCT-IDX).
           MOVE PMX-PRINCIPAL TO PA-PRINCIPAL(WS-ACCT-IDX).
           MOVE PMX-PROMO-INTEREST TO PA-PROMO-INTEREST(WS-ACCT-IDX).
           IF PMX-COST-SIGN = '-'
               COMPUTE PA-BONUS-COST(WS-ACCT-IDX) =
                   ZERO - PMX-BONUS-COST
           ELSE
               MOVE PMX-BONUS-COST TO PA-BONUS-COST(WS-ACCT-IDX)
           END-IF.

      * credit the account to its campaign, opening the campaign
      * on its first account
       ACCUMULATE-ONE-ACCOUNT.
           PERFORM FIND-CAMPAIGN.
           IF NOT CAMPAIGN-FOUND
               IF WS-CAMP-COUNT < 200
                   ADD 1 TO WS-CAMP-COUNT
                   MOVE WS-CAMP-COUNT TO WS-CAMP-IDX
                   MOVE PA-PROD-CODE(WS-ACCT-IDX) TO
                       CMP-PROD-CODE(WS-CAMP-IDX)
                   MOVE PA-CAMPAIGN-START(WS-ACCT-IDX) TO
                       CMP-START(WS-CAMP-IDX)
                   MOVE PA-CAMPAIGN-END(WS-ACCT-IDX) TO
                       CMP-END(WS-CAMP-IDX)
                   MOVE PA-PROMO-RATE(WS-ACCT-IDX) TO
                       CMP-RATE(WS-CAMP-IDX)
                   MOVE PA-PROMO-PERIODS(WS-ACCT-IDX) TO
                       CMP-PERIODS(WS-CAMP-IDX)
                   MOVE ZEROS TO CMP-ACCT-COUNT(WS-CAMP-IDX)
                   MOVE ZEROS TO CMP-PRINCIPAL(WS-CAMP-IDX)
                   MOVE ZEROS TO CMP-BONUS-COST(WS-CAMP-IDX)
                   SET CAMPAIGN-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
           END-IF.
           IF CAMPAIGN-FOUND
               ADD 1 TO CMP-ACCT-COUNT(WS-CAMP-IDX)
               ADD PA-PRINCIPAL(WS-ACCT-IDX) TO
                   CMP-PRINCIPAL(WS-CAMP-IDX)
               ADD PA-BONUS-COST(WS-ACCT-IDX) TO
                   CMP-BONUS-COST(WS-CAMP-IDX)
           END-IF.

       FIND-CAMPAIGN.
           MOVE 'N' TO WS-CAMP-FOUND-SW.
           PERFORM VARYING WS-CAMP-IDX FROM 1 BY 1
                   UNTIL WS-CAMP-IDX > WS-CAMP-COUNT
                       OR CAMPAIGN-FOUND
               IF CMP-PROD-CODE(WS-CAMP-IDX) =
                       PA-PROD-CODE(WS-ACCT-IDX)
                   AND CMP-START(WS-CAMP-IDX) =
                       PA-CAMPAIGN-START(WS-ACCT-IDX)
                   SET CAMPAIGN-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF CAMPAIGN-FOUND
               SUBTRACT 1 FROM WS-CAMP-IDX
           END-IF.

      * the campaign's terms, its accounts, and its total
       WRITE-ONE-CAMPAIGN.
           MOVE SPACES TO PROMO-RPT-LINE.
           WRITE PROMO-RPT-LINE.
           MOVE CMP-PROD-CODE(WS-CAMP-IDX) TO RPT-CMP-PROD-CODE.
           MOVE CMP-START(WS-CAMP-IDX) TO RPT-CMP-START.
           IF CMP-END(WS-CAMP-IDX) = ZEROS
               MOVE 'OPEN    ' TO RPT-CMP-END
           ELSE
               MOVE CMP-END(WS-CAMP-IDX) TO RPT-CMP-END
           END-IF.
           MOVE CMP-RATE(WS-CAMP-IDX) TO RPT-CMP-RATE.
           MOVE CMP-PERIODS(WS-CAMP-IDX) TO RPT-CMP-PERIODS.
           WRITE PROMO-RPT-LINE FROM RPT-CAMPAIGN-LINE.
           WRITE PROMO-RPT-LINE FROM RPT-COLUMN-HEADING.
           ADD 3 TO RUNLOG-WRITTEN-COUNT.

           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF PA-PROD-CODE(WS-ACCT-IDX) =
                       CMP-PROD-CODE(WS-CAMP-IDX)
                   AND PA-CAMPAIGN-START(WS-ACCT-IDX) =
                       CMP-START(WS-CAMP-IDX)
                   PERFORM WRITE-ACCOUNT-LINE
               END-IF
           END-PERFORM.

           MOVE 'CAMPAIGN TOTAL  ' TO RPT-TOTAL-LABEL.
           MOVE CMP-ACCT-COUNT(WS-CAMP-IDX) TO RPT-TOTAL-COUNT.
           MOVE CMP-PRINCIPAL(WS-CAMP-IDX) TO RPT-TOTAL-PRINCIPAL.
           MOVE CMP-BONUS-COST(WS-CAMP-IDX) TO RPT-TOTAL-BONUS-COST.
           WRITE PROMO-RPT-LINE FROM RPT-TOTAL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

           ADD CMP-ACCT-COUNT(WS-CAMP-IDX) TO WS-TOTAL-ACCOUNTS.
           ADD CMP-PRINCIPAL(WS-CAMP-IDX) TO WS-TOTAL-PRINCIPAL.
           ADD CMP-BONUS-COST(WS-CAMP-IDX) TO WS-TOTAL-BONUS-COST.

       WRITE-ACCOUNT-LINE.
           MOVE PA-ACCT-NR(WS-ACCT-IDX) TO RPT-ACCT-NR.
           MOVE PA-OPEN-DATE(WS-ACCT-IDX) TO RPT-OPEN-DATE.
           MOVE PA-PRINCIPAL(WS-ACCT-IDX) TO RPT-PRINCIPAL.
           MOVE PA-PROMO-INTEREST(WS-ACCT-IDX) TO RPT-PROMO-INTEREST.
           MOVE PA-BONUS-COST(WS-ACCT-IDX) TO RPT-BONUS-COST.
           WRITE PROMO-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-GRAND-TOTAL.
           MOVE SPACES TO PROMO-RPT-LINE.
           WRITE PROMO-RPT-LINE.
           MOVE 'ALL CAMPAIGNS   ' TO RPT-TOTAL-LABEL.
           MOVE WS-TOTAL-ACCOUNTS TO RPT-TOTAL-COUNT.
           MOVE WS-TOTAL-PRINCIPAL TO RPT-TOTAL-PRINCIPAL.
           MOVE WS-TOTAL-BONUS-COST TO RPT-TOTAL-BONUS-COST.
           WRITE PROMO-RPT-LINE FROM RPT-TOTAL-LINE.
           ADD 2 TO RUNLOG-WRITTEN-COUNT.

       WRITE-RUNLOG-START.
           MOVE 'CI-PROMO-REPORT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'CI-PROMO-REPORT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
