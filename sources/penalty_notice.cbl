           05 PEX-WD-PERIOD            PIC 9(4).
           05 PEX-PENALTY-AMT          PIC 9(8)V99.
           05 PEX-PAYOFF-AMT           PIC 9(8)V99.
           05 PEX-EVENT-CD             PIC X(1).
           05 PEX-ENTRY-CD             PIC X(1).
              88 PEX-IS-REVERSAL       VALUE 'R'.
           05 PEX-REASON-CD            PIC X(2).
      * the date the withdrawal falls - blank on records cut
      * before the schedule carried it
           05 PEX-EVENT-DATE           PIC 9(8).

       FD  CUST-FILE.
           COPY CUSTREC.
               WRITE REGISTER-LINE FROM REG-HEADING

               PERFORM READ-PENALTY-RECORD
      * a penalty-free partial withdrawal rides the extract for
      * the disbursement run only - there is nothing to notify.
      * nor is there for a rerun's reversal: its corrected
      * replacement carries the figures the customer is told
               PERFORM UNTIL WS-PENEXT-STATUS NOT = '00'
                   IF PEX-PENALTY-AMT > ZEROS
                           AND NOT PEX-IS-REVERSAL
                       PERFORM ISSUE-ONE-NOTICE
                   END-IF
                   PERFORM READ-PENALTY-RECORD
               END-PERFORM

