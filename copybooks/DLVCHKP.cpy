      * DLVCHKP - paragraph text for the shared delivery preference
      * lookup.  see DLVCHKW for the calling convention
       LOOKUP-DELIVERY-PREF.
           MOVE 'P' TO DLV-CHK-CHANNEL.
           MOVE SPACES TO DLV-CHK-EMAIL.
           IF DLV-CHK-DOC-NR NOT = SPACES
               OPEN INPUT DLV-PREF-FILE
               IF DLV-CHK-STATUS = '00'
                   MOVE DLV-CHK-DOC-NR TO DLV-DOC-NR
                   READ DLV-PREF-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF (DLV-ELECTRONIC-ONLY
                                   OR DLV-PAPER-AND-ELECTRONIC)
                                   AND DLV-EMAIL NOT = SPACES
                               MOVE DLV-CHANNEL-CD TO
                                   DLV-CHK-CHANNEL
                               MOVE DLV-EMAIL TO DLV-CHK-EMAIL
                           END-IF
                   END-READ
                   CLOSE DLV-PREF-FILE
               END-IF
           END-IF.
