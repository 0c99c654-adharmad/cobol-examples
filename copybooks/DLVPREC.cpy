      * DLVPREC - record layout for DLVPREF, the customer delivery
      * preference master keyed by the customer's document number
      * (CUST-DOC-NR), the identity MAIL-BUNDLE already groups a
      * customer's accounts under.  the channel says whether the
      * customer's statements, notices, and certificates go out on
      * paper, electronically to the e-mail address, or both; a
      * customer with no entry is a paper customer, as everyone
      * was before the file existed.  shared by every program that
      * opens DLVPREF so the layout only has to change in one
      * place.
       01  DLV-RECORD.
           05  DLV-DOC-NR                  PIC  X(14).
           05  DLV-CHANNEL-CD              PIC  X(01).
               88  DLV-PAPER-ONLY                  VALUES 'P' ' '.
               88  DLV-ELECTRONIC-ONLY             VALUE 'E'.
               88  DLV-PAPER-AND-ELECTRONIC        VALUE 'B'.
               88  DLV-CHANNEL-IS-KNOWN            VALUES 'P' 'E'
                                                          'B'.
           05  DLV-EMAIL                   PIC  X(60).
           05  DLV-CHANGED-BY              PIC  X(08).
           05  DLV-CHANGED-DATE            PIC  9(08).
           05  FILLER                      PIC  X(09).
