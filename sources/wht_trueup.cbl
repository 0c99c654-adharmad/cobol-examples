      *
      * an account's jurisdiction is taken from its remittance
      * records - the scope of the true-up is the population that
      * was actually withheld and filed.  tax a depositor's
      * exemption certificate excused, carried on the remittance
      * records as the exempted amount, comes off what the final
      * rate says should have been withheld, so a certificate
      * holder is not reported as under-withheld
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHT-TRUEUP.

           05 WRM-RUN-DATE             PIC 9(08).
           05 WRM-ACCT-NR              PIC 9(10).
           05 WRM-WITHHELD             PIC 9(8)V99.
           05 WRM-EXEMPTED             PIC 9(8)V99.
           05 WRM-CERT-NR              PIC X(20).
           05 WRM-ENTRY-CD             PIC X(1).
              88 WRM-IS-REVERSAL       VALUE 'R'.
           05 WRM-REASON-CD            PIC X(2).

       FD  CI-GL-FILE.
       01  CI-GL-RECORD.
           05 CIGL-PERIOD              PIC 9(4).
           05 CIGL-INTEREST            PIC 9(8)V99.
           05 CIGL-POST-DATE           PIC 9(8).
           05 CIGL-ENTRY-CD            PIC X(1).
              88 CIGL-IS-REVERSAL      VALUE 'R'.
           05 CIGL-REASON-CD           PIC X(2).

       FD  TU-PARM-FILE.
       01  TU-PARM-RECORD              PIC 9(04).
               10  FR-RATE             PIC 9(02)V99.

      * one slot per account in the filed population - its
      * jurisdiction, the year's interest, the year's actual
      * remittance, and the tax its exemption certificate excused
       01  WS-ACCT-COUNT               PIC 9(03) VALUE ZEROS.
       01  WS-ACCT-IDX                 PIC 9(03).
       01  WS-ACCT-SLOT                PIC 9(03).
               10  TU-JURIS-CD         PIC X(02).
               10  TU-INTEREST         PIC 9(10)V99.
               10  TU-ACTUAL           PIC 9(10)V99.
               10  TU-EXEMPTED         PIC 9(10)V99.

      * per-jurisdiction roll-up for the report
       01  WS-JUR-COUNT                PIC 9(02) VALUE ZEROS.
               'ACCOUNTS ADJUSTED -   '.
           05 RPT-ADJ-COUNT            PIC Z(4)9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'WHT-TRUEUP' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:4) TO WS-TRUEUP-YEAR.
           PERFORM GET-TRUEUP-YEAR.
           PERFORM LOAD-FINAL-RATES.
                       MOVE WRM-ACCT-NR TO WS-WANTED-ACCT
                       PERFORM FIND-ACCOUNT-SLOT
                       IF WS-ACCT-SLOT >= 1
                           PERFORM TAKE-REMIT-AMOUNTS
                       END-IF
                   END-IF
                   PERFORM READ-REMIT-RECORD
               CLOSE WHT-REMIT-FILE
           END-IF.

      * a rerun's reversal takes back what the record it reverses
      * remitted; the jurisdiction stays the standing record's
       TAKE-REMIT-AMOUNTS.
           IF WRM-IS-REVERSAL
               SUBTRACT WRM-WITHHELD FROM TU-ACTUAL(WS-ACCT-SLOT)
               SUBTRACT WRM-EXEMPTED FROM TU-EXEMPTED(WS-ACCT-SLOT)
           ELSE
               MOVE WRM-JURIS-CD TO TU-JURIS-CD(WS-ACCT-SLOT)
               ADD WRM-WITHHELD TO TU-ACTUAL(WS-ACCT-SLOT)
               ADD WRM-EXEMPTED TO TU-EXEMPTED(WS-ACCT-SLOT)
           END-IF.

       READ-REMIT-RECORD.
           READ WHT-REMIT-FILE
               AT END
                   PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                           UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                       IF TU-ACCT-NR(WS-ACCT-IDX) = CIGL-ACCT-NR
                           IF CIGL-IS-REVERSAL
                               SUBTRACT CIGL-INTEREST FROM
                                   TU-INTEREST(WS-ACCT-IDX)
                           ELSE
                               ADD CIGL-INTEREST TO
                                   TU-INTEREST(WS-ACCT-IDX)
                           END-IF
                       END-IF
                   END-PERFORM
                   PERFORM READ-CIGL-RECORD
               MOVE SPACES TO TU-JURIS-CD(WS-ACCT-SLOT)
               MOVE ZEROS TO TU-INTEREST(WS-ACCT-SLOT)
               MOVE ZEROS TO TU-ACTUAL(WS-ACCT-SLOT)
               MOVE ZEROS TO TU-EXEMPTED(WS-ACCT-SLOT)
           END-IF.

       SETTLE-EVERY-ACCOUNT.
           ELSE
               COMPUTE WS-CORRECT-WHT ROUNDED =
                   TU-INTEREST(WS-ACCT-IDX) * WS-FINAL-RATE / 100
               IF TU-EXEMPTED(WS-ACCT-IDX) > WS-CORRECT-WHT
                   MOVE ZEROS TO WS-CORRECT-WHT
               ELSE
                   SUBTRACT TU-EXEMPTED(WS-ACCT-IDX)
                       FROM WS-CORRECT-WHT
               END-IF
               COMPUTE WS-DELTA =
                   WS-CORRECT-WHT - TU-ACTUAL(WS-ACCT-IDX)
               PERFORM ROLL-UP-JURISDICTION
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
