           05 CIGL-PERIOD           PIC 9(4).
           05 CIGL-INTEREST         PIC 9(8)V99.
           05 CIGL-POST-DATE        PIC 9(8).
           05 CIGL-ENTRY-CD         PIC X(1).
              88 CIGL-IS-REVERSAL   VALUE 'R'.
           05 CIGL-REASON-CD        PIC X(2).

      * same shape as COMPUTE1's OUT-DETAIL-LINE, including the
      * balance it carries through for this extract
       01  WS-GL-EXPENSE-ACCT       PIC X(10) VALUE '5100010000'.
       01  WS-GL-PAYABLE-ACCT       PIC X(10) VALUE '2100010000'.

      * the sides a pair posts to - a CIGLIN reversal written by a
      * targeted COMPOUND-INTEREST rerun posts its pair the other
      * way round, debit payable and credit expense, so it takes
      * the released interest back out of both accounts
       01  WS-DEBIT-ACCT            PIC X(10).
       01  WS-CREDIT-ACCT           PIC X(10).

       01  WS-POST-AMOUNT           PIC 9(9)V99.
       01  WS-SOURCE-ID             PIC X(10).

           05 FILLER                PIC X(10) VALUE 'VERDICT - '.
           05 RPT-VERDICT           PIC X(20).

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'GL-POSTING-EXTRACT' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM MAIN-PROCEDURE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-POST-DATE.
           PERFORM LOAD-ACCOUNTING-CALENDAR.
           OPEN OUTPUT GL-POST-FILE.
           OPEN OUTPUT GL-PROOF-FILE.
                       OR PERIOD-CONTROL-STOP
                   MOVE CIGL-INTEREST TO WS-POST-AMOUNT
                   MOVE CIGL-ACCT-NR TO WS-SOURCE-ID
                   IF CIGL-IS-REVERSAL
                       MOVE WS-GL-PAYABLE-ACCT TO WS-DEBIT-ACCT
                       MOVE WS-GL-EXPENSE-ACCT TO WS-CREDIT-ACCT
                   ELSE
                       MOVE WS-GL-EXPENSE-ACCT TO WS-DEBIT-ACCT
                       MOVE WS-GL-PAYABLE-ACCT TO WS-CREDIT-ACCT
                   END-IF
                   IF CIGL-POST-DATE IS NUMERIC
                           AND CIGL-POST-DATE > ZEROS
                       MOVE CIGL-POST-DATE TO WS-PAIR-DATE
                   COMPUTE WS-POST-AMOUNT ROUNDED =
                       CMPO-BALANCE * (CMPO-FACTOR - 1)
                   MOVE CMPO-CASE-ID TO WS-SOURCE-ID
                   MOVE WS-GL-EXPENSE-ACCT TO WS-DEBIT-ACCT
                   MOVE WS-GL-PAYABLE-ACCT TO WS-CREDIT-ACCT
                   MOVE WS-POST-DATE TO WS-PAIR-DATE
                   PERFORM WRITE-POSTING-PAIR
                   ADD 1 TO WS-CMPOUT-COUNT

       WRITE-PAIR-RECORDS.
           MOVE 'D' TO GLP-DR-CR.
           MOVE WS-DEBIT-ACCT TO GLP-GL-ACCOUNT.
           MOVE WS-SOURCE-ID TO GLP-SOURCE-ID.
           MOVE WS-PAIR-DATE TO GLP-POST-DATE.
           MOVE WS-POST-AMOUNT TO GLP-AMOUNT.
           ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL.

           MOVE 'C' TO GLP-DR-CR.
           MOVE WS-CREDIT-ACCT TO GLP-GL-ACCOUNT.
           WRITE GL-POST-RECORD.
           ADD 1 TO WS-CREDIT-COUNT.
           ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL.
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           WRITE GL-PROOF-LINE FROM RPT-VERDICT-LINE.

           COPY BUSDTP.
