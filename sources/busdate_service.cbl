      * CALLable business-date service - hands every batch program
      * the processing date from the BUSDATE control file instead of
      * the machine clock, so a chain that crosses midnight or a
      * rerun the following morning still works to the business day
      * it is processing.  the control record is read on the first
      * call and held across calls, so a program sees one date for
      * its whole run even if BUSDATE-ROLL moves the file under it.
      *
      * with no BUSDATE record the machine date comes back flagged
      * 'M', which callers accept as open - a stand-alone test run
      * keeps working without a control file.  callers use the
      * BUSDTW parameter area
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDATE-SERVICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.
           COPY BUSDTREC.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS           PIC XX.
       01  WS-LOADED-SW                PIC X(01) VALUE 'N'.
           88  CONTROL-DATE-LOADED             VALUE 'Y'.
       01  WS-HELD-DATE                PIC 9(08) VALUE ZEROS.
       01  WS-HELD-STATE               PIC X(01) VALUE SPACE.

       LINKAGE SECTION.
           COPY BUSDTW.

       PROCEDURE DIVISION USING BUSDATE-PARMS.

           IF NOT CONTROL-DATE-LOADED
               PERFORM LOAD-CONTROL-DATE
           END-IF.

           MOVE WS-HELD-DATE TO BDT-BUS-DATE.
           MOVE WS-HELD-STATE TO BDT-STATE.

           GOBACK.

      * a record that is unreadable or carries no valid date is
      * treated the same as no record at all
       LOAD-CONTROL-DATE.
           SET CONTROL-DATE-LOADED TO TRUE.
           MOVE 'M' TO WS-HELD-STATE.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-STATUS = '00'
               READ BUSDATE-FILE
                   AT END
                       MOVE '10' TO WS-BUSDATE-STATUS
               END-READ
               IF WS-BUSDATE-STATUS = '00'
                       AND BDC-BUS-DATE IS NUMERIC
                       AND BDC-BUS-DATE > ZEROS
                   MOVE BDC-BUS-DATE TO WS-HELD-DATE
                   IF BDC-DATE-CLOSED
                       MOVE 'C' TO WS-HELD-STATE
                   ELSE
                       MOVE 'O' TO WS-HELD-STATE
                   END-IF
               END-IF
               CLOSE BUSDATE-FILE
           END-IF.
           IF WS-HELD-STATE = 'M'
               ACCEPT WS-HELD-DATE FROM DATE YYYYMMDD
           END-IF.
