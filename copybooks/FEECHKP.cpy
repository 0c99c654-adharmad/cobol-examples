      * FEECHKP - paragraph text for the shared fee pricing.  see
      * FEECHKW for the calling convention.  the product's own
      * entry for the fee is read first and the house entry under a
      * blank product after it; an entry not yet effective on
      * FEE-CHK-DATE prices nothing
       PRICE-ACCOUNT-FEE.
           MOVE 'N' TO FEE-CHK-SW.
           MOVE 'N' TO FEE-CHK-DUE-SW.
           MOVE 'N' TO FEE-CHK-WAIVE-SW.
           MOVE ZEROS TO FEE-CHK-AMOUNT.
           MOVE FEE-CHK-DEFAULT-GL TO FEE-CHK-INCOME-GL.
           MOVE SPACES TO FEE-CHK-DESC.
           OPEN INPUT FEE-SCHED-FILE.
           IF FEE-CHK-STATUS = '00'
               MOVE FEE-CHK-PRODUCT-CD TO FEE-PRODUCT-CD
               PERFORM READ-FEE-ENTRY
               IF NOT FEE-CHK-FOUND
                       AND FEE-CHK-PRODUCT-CD NOT = SPACES
                   MOVE SPACES TO FEE-PRODUCT-CD
                   PERFORM READ-FEE-ENTRY
               END-IF
               CLOSE FEE-SCHED-FILE
           END-IF.
           IF FEE-CHK-FOUND
               PERFORM APPLY-FEE-ENTRY
           END-IF.

       READ-FEE-ENTRY.
           MOVE FEE-CHK-TYPE-CD TO FEE-TYPE-CD.
           READ FEE-SCHED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FEE-EFF-DATE NOT > FEE-CHK-DATE
                       SET FEE-CHK-FOUND TO TRUE
                   END-IF
           END-READ.

      * the maintenance fee needs the balance below its trigger and
      * the closure fee a closure inside its grace days; a reprint
      * or a wire is charged whenever it happens
       APPLY-FEE-ENTRY.
           IF FEE-INCOME-GL NOT = SPACES
               MOVE FEE-INCOME-GL TO FEE-CHK-INCOME-GL
           END-IF.
           MOVE FEE-DESC TO FEE-CHK-DESC.
           EVALUATE TRUE
               WHEN FEE-MAINTENANCE
                   IF FEE-CHK-BALANCE < FEE-TRIGGER-BAL
                       SET FEE-CHK-DUE TO TRUE
                   END-IF
               WHEN FEE-EARLY-CLOSURE
                   IF FEE-CHK-DAYS-OPEN < FEE-GRACE-DAYS
                       SET FEE-CHK-DUE TO TRUE
                   END-IF
               WHEN OTHER
                   SET FEE-CHK-DUE TO TRUE
           END-EVALUATE.
           IF FEE-CHK-DUE
               PERFORM CHECK-FEE-WAIVERS
               IF NOT FEE-CHK-WAIVED
                   PERFORM COMPUTE-FEE-CHARGE
               END-IF
           END-IF.

       CHECK-FEE-WAIVERS.
           IF FEE-WAIVE-BAL > ZEROS
                   AND FEE-CHK-BALANCE NOT < FEE-WAIVE-BAL
               SET FEE-CHK-WAIVED TO TRUE
           END-IF.
           IF FEE-WAIVE-MONTHS > ZEROS
                   AND FEE-CHK-OPEN-DATE > ZEROS
               COMPUTE FEE-CHK-AGE-MONTHS =
                   (FEE-CHK-DATE-YYYY * 12 + FEE-CHK-DATE-MM)
                 - (FEE-CHK-OPEN-YYYY * 12 + FEE-CHK-OPEN-MM)
               IF FEE-CHK-AGE-MONTHS < FEE-WAIVE-MONTHS
                   SET FEE-CHK-WAIVED TO TRUE
               END-IF
           END-IF.

       COMPUTE-FEE-CHARGE.
           IF FEE-PERCENTAGE
               COMPUTE FEE-CHK-AMOUNT ROUNDED =
                   FEE-CHK-BASE-AMT * FEE-PERCENT / 100
               IF FEE-CHK-AMOUNT < FEE-MIN-CHARGE
                   MOVE FEE-MIN-CHARGE TO FEE-CHK-AMOUNT
               END-IF
               IF FEE-MAX-CHARGE > ZEROS
                       AND FEE-CHK-AMOUNT > FEE-MAX-CHARGE
                   MOVE FEE-MAX-CHARGE TO FEE-CHK-AMOUNT
               END-IF
           ELSE
               MOVE FEE-AMOUNT TO FEE-CHK-AMOUNT
           END-IF.
