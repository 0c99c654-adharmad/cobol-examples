      * bouncing at the bank.
      *
      * a business day is a Monday through Friday that is not on
      * the HOLFILE holiday calendar (HOLREC layout).  HOLFILE is
      * loaded on the first call and held across calls; with no
      * HOLFILE only weekends are non-business days.  national
      * holidays always count; a regional holiday counts only when
      * its calendar code is the one the HOLCAL environment
      * variable names for the run.  callers use the BUSDAYW
      * parameter area
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDAY-SERVICE.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
       01  WS-HOL-STATUS               PIC XX.
           88  HOLIDAYS-LOADED                 VALUE 'Y'.
       01  WS-HOL-COUNT                PIC 9(03) VALUE ZEROS.
       01  WS-HOL-IDX                  PIC 9(03).
       01  WS-CALENDAR-CD              PIC X(04) VALUE SPACES.

       01  HOLIDAY-TABLE-OBJ.
           05  HOLIDAY-TBL-DATE        PIC 9(08) OCCURS 500 TIMES.

      * the candidate date unpacked for validation and stepping
       01  WS-WORK-DATE                PIC 9(08).

       LOAD-HOLIDAY-TABLE.
           SET HOLIDAYS-LOADED TO TRUE.
           ACCEPT WS-CALENDAR-CD FROM ENVIRONMENT 'HOLCAL'.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOL-STATUS = '00'
               PERFORM READ-HOLIDAY-RECORD
               PERFORM UNTIL WS-HOL-STATUS NOT = '00'
                       OR WS-HOL-COUNT = 500
                   IF HOL-IS-NATIONAL
                           OR HOL-CAL-CD = WS-CALENDAR-CD
                       ADD 1 TO WS-HOL-COUNT
                       MOVE HOL-DATE TO
                           HOLIDAY-TBL-DATE(WS-HOL-COUNT)
                   END-IF
                   PERFORM READ-HOLIDAY-RECORD
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

       READ-HOLIDAY-RECORD.
           MOVE SPACES TO HOLIDAY-RECORD.
           READ HOLIDAY-FILE
               AT END
                   MOVE '10' TO WS-HOL-STATUS
