               MOVE CLOG-DOC-TYPE TO CH-DOC-TYPE
               MOVE CLOG-STREAM TO CH-STREAM
               MOVE CLOG-REFERENCE TO CH-REFERENCE
               IF CLOG-CHANNEL = 'E'
                   MOVE 'E' TO CH-CHANNEL-CD
               ELSE
                   MOVE 'P' TO CH-CHANNEL-CD
               END-IF
               WRITE CONTACT-HIST-RECORD
               CLOSE CONTACT-HIST-FILE
           ELSE
