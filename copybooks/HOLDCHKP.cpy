      * HOLDCHKP - paragraph text for the shared hold check.  see
      * HOLDCHKW for the calling convention.  every hold on file
      * for the account is browsed; one whose start date has come
      * and whose release date, if any, has not is in force on
      * HOLD-CHK-DATE
       CHECK-ACCOUNT-HOLDS.
           MOVE 'N' TO HOLD-CHK-SW.
           MOVE 'N' TO HOLD-CHK-FULL-SW.
           MOVE 'N' TO HOLD-CHK-ESTATE-SW.
           MOVE ZEROS TO HOLD-CHK-AMOUNT.
           MOVE ZEROS TO HOLD-CHK-COUNT.
           MOVE SPACES TO HOLD-CHK-REF.
           MOVE 'N' TO HOLD-CHK-SWEEP-SW.
           OPEN INPUT HOLD-FILE.
           IF HOLD-CHK-STATUS = '00'
               MOVE HOLD-CHK-ACCT-NR TO HLD-ACCT-NR
               MOVE SPACES TO HLD-ORDER-REF
               START HOLD-FILE KEY NOT < HLD-KEY
                   INVALID KEY
                       SET HOLD-CHK-SWEEP-DONE TO TRUE
               END-START
               PERFORM UNTIL HOLD-CHK-SWEEP-DONE
                   READ HOLD-FILE NEXT RECORD
                       AT END
                           SET HOLD-CHK-SWEEP-DONE TO TRUE
                       NOT AT END
                           IF HLD-ACCT-NR NOT = HOLD-CHK-ACCT-NR
                               SET HOLD-CHK-SWEEP-DONE TO TRUE
                           ELSE
                               PERFORM TAKE-ONE-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

       TAKE-ONE-HOLD.
           IF HLD-START-DATE NOT > HOLD-CHK-DATE
                   AND (HLD-RELEASE-DATE = ZEROS
                       OR HLD-RELEASE-DATE > HOLD-CHK-DATE)
               SET HOLD-CHK-IN-FORCE TO TRUE
               ADD 1 TO HOLD-CHK-COUNT
               IF HOLD-CHK-REF = SPACES
                   MOVE HLD-ORDER-REF TO HOLD-CHK-REF
               END-IF
               IF HLD-ESTATE
                   SET HOLD-CHK-ESTATE TO TRUE
               END-IF
               IF HLD-PARTIAL
                   ADD HLD-AMOUNT TO HOLD-CHK-AMOUNT
               ELSE
                   SET HOLD-CHK-FULL TO TRUE
               END-IF
           END-IF.
