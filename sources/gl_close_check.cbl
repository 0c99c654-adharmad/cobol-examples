           05 CIGL-PERIOD              PIC 9(4).
           05 CIGL-INTEREST            PIC 9(8)V99.
           05 CIGL-POST-DATE           PIC 9(8).
           05 CIGL-ENTRY-CD            PIC X(1).
              88 CIGL-IS-REVERSAL      VALUE 'R'.
           05 CIGL-REASON-CD           PIC X(2).

      * same shape as COMPUTE1's OUT-DETAIL-LINE
       FD  CMP-OUT-FILE.
           05 FILLER                   PIC X(10) VALUE 'VERDICT - '.
           05 RPT-VERDICT              PIC X(40).

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'GL-CLOSE-CHECK' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM MAIN-PROCEDURE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:6) TO WS-CLOSING-PERIOD.
           PERFORM GET-CLOSING-PERIOD.


      * only CIGLIN rows dated inside the closing period count; a
      * row from before the extract carried dates has no period
      * and is left out of the proof the same way.  a rerun's
      * reversal takes its amount back out
       TOTAL-CIGL-ACTIVITY.
           OPEN INPUT CI-GL-FILE.
           IF WS-CIGL-STATUS = '00'
                   IF CIGL-POST-DATE IS NUMERIC
                           AND CIGL-POST-DATE(1:6) =
                               WS-CLOSING-PERIOD
                       IF CIGL-IS-REVERSAL
                           SUBTRACT CIGL-INTEREST FROM WS-SOURCE-TOTAL
                       ELSE
                           ADD CIGL-INTEREST TO WS-SOURCE-TOTAL
                       END-IF
                   END-IF
                   PERFORM READ-CIGL-RECORD
               END-PERFORM
               AT END
                   MOVE '10' TO WS-POST-STATUS
           END-READ.

           COPY BUSDTP.
