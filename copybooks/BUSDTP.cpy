      * BUSDTP - paragraph text for the business-date guard.  see
      * BUSDTW for the calling convention.  a batch program must not
      * process against a business date operations has closed -
      * the day's books are final and anything written now would
      * land on the wrong day - so a closed date stops the run
      * here, before any file is opened, with return code 8 for the
      * scheduler
       TAKE-BUSINESS-DATE.
           CALL 'BUSDATE-SERVICE' USING BUSDATE-PARMS.
           IF BDT-DATE-CLOSED
               DISPLAY BDT-CALLER-ID ': BUSINESS DATE '
                   BDT-BUS-DATE ' IS CLOSED - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
