      * BUSDTW - parameter area for the BUSDATE-SERVICE subprogram.
      * copy this into WORKING-STORAGE SECTION of every batch
      * program that needs "today": set BDT-CALLER-ID to the
      * program's own name and PERFORM TAKE-BUSINESS-DATE (copy
      * BUSDTP into PROCEDURE DIVISION) before anything else runs.
      * BDT-BUS-DATE then holds the business date from the BUSDATE
      * control file, and a closed business date has already
      * refused the run with return code 8.  BDT-STATE comes back
      *   'O' - the control date is open for processing
      *   'C' - the control date is closed (the guard refuses)
      *   'M' - no BUSDATE control record could be read; the
      *         machine date is returned so a stand-alone run still
      *         has a date to work to
       01  BUSDATE-PARMS.
           05  BDT-BUS-DATE             PIC 9(08).
           05  BDT-STATE                PIC X(01).
               88  BDT-DATE-OPEN                VALUE 'O'.
               88  BDT-DATE-CLOSED              VALUE 'C'.
               88  BDT-NO-CONTROL-FILE          VALUE 'M'.
           05  BDT-CALLER-ID            PIC X(18).
