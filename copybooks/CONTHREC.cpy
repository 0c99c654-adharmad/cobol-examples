      * when" is one file instead of a reconstruction from three.
      * shared by every program that opens CONTHIST so the layout
      * only has to change in one place.
      * CH-CHANNEL-CD says how the document reached the customer -
      * P on paper, E as an electronic document on EDOCEXT;
      * records written before the channel was kept read blank
      * and went out on paper.
       01  CONTACT-HIST-RECORD.
           05  CH-DATE                     PIC  9(08).
           05  CH-TIME                     PIC  9(08).
           05  CH-DOC-TYPE                 PIC  X(10).
           05  CH-STREAM                   PIC  X(10).
           05  CH-REFERENCE                PIC  X(20).
           05  CH-CHANNEL-CD               PIC  X(01).
               88  CH-SENT-ON-PAPER                 VALUES 'P' ' '.
               88  CH-SENT-ELECTRONIC               VALUE 'E'.
