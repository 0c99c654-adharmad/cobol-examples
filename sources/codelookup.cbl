               10  CODE-VALID-TO   PIC 9(08).

      * the date this call resolves against - the caller's as-of
      * date when one is supplied, the business date otherwise
       01  WS-ASOF-WORK            PIC 9(08).
           COPY BUSDTW.

       LINKAGE SECTION.
           COPY CODELKW.
                   AND CDLK-ASOF-DATE > ZEROS
               MOVE CDLK-ASOF-DATE TO WS-ASOF-WORK
           ELSE
               CALL 'BUSDATE-SERVICE' USING BUSDATE-PARMS
               MOVE BDT-BUS-DATE TO WS-ASOF-WORK
           END-IF.
           SET CDLK-STAT-NOT-FOUND TO TRUE.
           MOVE ZEROS TO CDLK-CODE-NUM.
           MOVE SPACES TO CDLK-CODE-DESC.
           MOVE SPACE TO CDLK-WINDOW-STATE.
           PERFORM VARYING IDX1 FROM 1 BY 1
                   UNTIL IDX1 > WS-TABLE-COUNT
                       OR CDLK-STAT-FOUND
                   MOVE CODE-DESC(IDX1) TO CDLK-CODE-DESC
               END-IF
           END-PERFORM.
           IF CDLK-STAT-NOT-FOUND
               PERFORM JUDGE-CODE-WINDOWS
           END-IF.

      * a code not in force may still sit on the table under other
      * windows - an expired window outranks a future one, since a
      * code that lapsed is the one somebody has to chase
       JUDGE-CODE-WINDOWS.
           PERFORM VARYING IDX1 FROM 1 BY 1
                   UNTIL IDX1 > WS-TABLE-COUNT
                       OR CDLK-CODE-EXPIRED
               IF CODE-TABLE-ID(IDX1) = CDLK-TABLE-ID
                       AND CODE-DATA(IDX1) = CDLK-CODE-IN
                   IF CODE-VALID-TO(IDX1) NOT = ZEROS
                           AND CODE-VALID-TO(IDX1) < WS-ASOF-WORK
                       SET CDLK-CODE-EXPIRED TO TRUE
                   ELSE
                       SET CDLK-CODE-NOT-YET-VALID TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
