           COMPUTE WS-CLOCK-SECS =
               WS-HH * 3600 + WS-MM * 60 + WS-SS.

      * a NOTSCHED end record has no start to pair with - the
      * step was skipped by its run calendar, not timed
           EVALUATE TRUE
               WHEN RL-EVENT = 'S'
                   PERFORM PARK-START-CLOCK
               WHEN RL-RUN-STATUS = 'NOTSCHED'
                   CONTINUE
               WHEN OTHER
                   PERFORM CLOSE-THE-PAIR
           END-EVALUATE.

       PARK-START-CLOCK.
           MOVE 'N' TO WS-PEND-FOUND-SW.
