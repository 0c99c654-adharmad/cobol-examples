      * DLVCHKW - working-storage fields for the shared delivery
      * preference lookup in DLVCHKP.  copy this into
      * WORKING-STORAGE SECTION and DLVCHKP into PROCEDURE DIVISION
      * in any program that sends a customer a statement, notice,
      * or certificate; the program declares DLV-PREF-FILE itself -
      * ASSIGN TO 'DLVPREF', indexed, random access, RECORD KEY
      * DLV-DOC-NR, FILE STATUS DLV-CHK-STATUS, the FD copying
      * DLVPREC.  callers MOVE the customer's document number to
      * DLV-CHK-DOC-NR and PERFORM LOOKUP-DELIVERY-PREF, then test
      * DLV-CHK-SENDS-PAPER and DLV-CHK-SENDS-ELECTRONIC;
      * DLV-CHK-EMAIL is the address an electronic document goes
      * to.  no DLVPREF, no entry, or an electronic channel with no
      * address on file all mean paper.
       01  DLV-CHK-DOC-NR               PIC X(14).
       01  DLV-CHK-STATUS               PIC XX.
       01  DLV-CHK-CHANNEL              PIC X(01).
           88  DLV-CHK-SENDS-PAPER              VALUES 'P' 'B'.
           88  DLV-CHK-SENDS-ELECTRONIC         VALUES 'E' 'B'.
           88  DLV-CHK-ELECTRONIC-ONLY          VALUE 'E'.
       01  DLV-CHK-EMAIL                PIC X(60).
