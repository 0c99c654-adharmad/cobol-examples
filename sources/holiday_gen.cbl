      * yearly holiday calendar generation - every December someone
      * typed next year's HOLFILE dates by hand, and a movable feast
      * keyed on the wrong day moves every business-day roll and
      * pay date that lands near it.  this run works out a whole
      * year for approval and writes it to HOLGEN; nothing reaches
      * HOLFILE until the approved year is loaded through
      * HOLIDAY-MAINT action 'L'.
      *
      * the year comes from HOLGENPARM (year, then up to ten
      * regional calendar codes); with no HOLGENPARM, or no year on
      * it, the year after the business date is generated.  the
      * year gets:
      *   the fixed national holidays in the table below
      *   the Easter-based movable holidays - Carnival Monday and
      *     Tuesday (48 and 47 days before Easter Sunday), Good
      *     Friday (2 days before) and Corpus Christi (60 days
      *     after) - Easter Sunday itself worked out by the
      *     Gregorian computus, so nobody keys it
      *   the regional holidays the HOLRULE rule file holds for
      *     each calendar code HOLGENPARM names, or for every
      *     calendar on HOLRULE when it names none.  a rule is
      *     calendar code, rule type, month-day, offset and
      *     description: type 'D' is a fixed month-day, type 'E'
      *     an offset in days from Easter Sunday
      *
      * the HOLGENRPT report lists the proposed year in date order
      * with each holiday's weekday, calendar and kind, flagging the
      * ones that fall on a weekend, for approval before the load.
      * a rule that cannot be applied is reported and sets return
      * code 4
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDAY-GEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEN-PARM-FILE ASSIGN TO 'HOLGENPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT HOL-RULE-FILE ASSIGN TO 'HOLRULE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT HOL-GEN-FILE ASSIGN TO 'HOLGEN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

           SELECT GEN-RPT-FILE ASSIGN TO 'HOLGENRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GEN-PARM-FILE.
       01  GEN-PARM-RECORD.
           05 HGP-YEAR                 PIC X(04).
           05 HGP-CAL-CD               PIC X(04) OCCURS 10 TIMES.

       FD  HOL-RULE-FILE.
       01  HOL-RULE-RECORD.
           05 HRU-CAL-CD               PIC X(04).
           05 HRU-RULE-TYPE            PIC X(01).
              88 HRU-FIXED-DAY         VALUE 'D'.
              88 HRU-EASTER-OFFSET     VALUE 'E'.
           05 HRU-MONTH-DAY            PIC 9(04).
           05 HRU-OFFSET               PIC S9(03)
                                       SIGN IS LEADING SEPARATE.
           05 HRU-DESC                 PIC X(30).

       FD  HOL-GEN-FILE.
           COPY HOLREC.

       FD  GEN-RPT-FILE.
       01  GEN-RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC XX.
       01  WS-RULE-STATUS              PIC XX.
       01  WS-GEN-STATUS               PIC XX.

      * the year being generated and the calendars asked for
       01  WS-GEN-YEAR                 PIC 9(04).
       01  WS-BUS-DATE                 PIC 9(08).
       01  WS-BUS-DATE-R REDEFINES WS-BUS-DATE.
           05  WS-BUS-YEAR             PIC 9(04).
           05  WS-BUS-MONTH-DAY        PIC 9(04).
       01  WS-CAL-COUNT                PIC 9(02) VALUE ZEROS.
       01  WS-CAL-IDX                  PIC 9(02).
       01  WANTED-CAL-TABLE.
           05  WANTED-CAL-CD           PIC X(04) OCCURS 10 TIMES.
       01  WS-CAL-WANTED-SW            PIC X(01).
           88  CAL-IS-WANTED                   VALUE 'Y'.

      * the fixed national holidays
       01  FIXED-HOLIDAY-VALUES.
           05  FILLER PIC X(34) VALUE
               '0101CONFRATERNIZACAO UNIVERSAL    '.
           05  FILLER PIC X(34) VALUE
               '0421TIRADENTES                    '.
           05  FILLER PIC X(34) VALUE
               '0501DIA DO TRABALHO               '.
           05  FILLER PIC X(34) VALUE
               '0907INDEPENDENCIA DO BRASIL       '.
           05  FILLER PIC X(34) VALUE
               '1012NOSSA SENHORA APARECIDA       '.
           05  FILLER PIC X(34) VALUE
               '1102FINADOS                       '.
           05  FILLER PIC X(34) VALUE
               '1115PROCLAMACAO DA REPUBLICA      '.
           05  FILLER PIC X(34) VALUE
               '1120DIA DA CONSCIENCIA NEGRA      '.
           05  FILLER PIC X(34) VALUE
               '1225NATAL                         '.
       01  FIXED-HOLIDAY-TABLE REDEFINES FIXED-HOLIDAY-VALUES.
           05  FIXED-HOLIDAY OCCURS 9 TIMES.
               10  FXH-MONTH-DAY       PIC 9(04).
               10  FXH-DESC            PIC X(30).
       01  WS-FIXED-COUNT              PIC 9(02) VALUE 9.

      * the movable holidays as offsets from Easter Sunday
       01  MOVABLE-HOLIDAY-VALUES.
           05  FILLER PIC X(34) VALUE
               '-048CARNAVAL - SEGUNDA-FEIRA      '.
           05  FILLER PIC X(34) VALUE
               '-047CARNAVAL - TERCA-FEIRA        '.
           05  FILLER PIC X(34) VALUE
               '-002SEXTA-FEIRA SANTA             '.
           05  FILLER PIC X(34) VALUE
               '+060CORPUS CHRISTI                '.
       01  MOVABLE-HOLIDAY-TABLE REDEFINES MOVABLE-HOLIDAY-VALUES.
           05  MOVABLE-HOLIDAY OCCURS 4 TIMES.
               10  MVH-OFFSET          PIC S9(03)
                                       SIGN IS LEADING SEPARATE.
               10  MVH-DESC            PIC X(30).
       01  WS-MOVABLE-COUNT            PIC 9(02) VALUE 4.
       01  WS-HOL-IDX                  PIC 9(02).

      * Easter Sunday by the Gregorian computus (Meeus/Jones/
      * Butcher) - every step whole-number division
       01  WS-EASTER-DATE              PIC 9(08).
       01  WS-EASTER-DATE-R REDEFINES WS-EASTER-DATE.
           05  WS-EASTER-YEAR          PIC 9(04).
           05  WS-EASTER-MONTH         PIC 9(02).
           05  WS-EASTER-DAY           PIC 9(02).
       01  WS-CMP-A                    PIC 9(05).
       01  WS-CMP-B                    PIC 9(05).
       01  WS-CMP-C                    PIC 9(05).
       01  WS-CMP-D                    PIC 9(05).
       01  WS-CMP-E                    PIC 9(05).
       01  WS-CMP-F                    PIC 9(05).
       01  WS-CMP-G                    PIC 9(05).
       01  WS-CMP-H                    PIC 9(05).
       01  WS-CMP-I                    PIC 9(05).
       01  WS-CMP-K                    PIC 9(05).
       01  WS-CMP-L                    PIC 9(05).
       01  WS-CMP-M                    PIC 9(05).
       01  WS-CMP-N                    PIC 9(05).
       01  WS-CMP-QUOT                 PIC 9(05).

      * the proposed year, held in date/calendar order
       01  WS-NEW-DATE                 PIC 9(08).
       01  WS-NEW-DATE-R REDEFINES WS-NEW-DATE.
           05  WS-NEW-YEAR             PIC 9(04).
           05  WS-NEW-MONTH-DAY        PIC 9(04).
       01  WS-NEW-DESC                 PIC X(30).
       01  WS-NEW-CAL-CD               PIC X(04).
       01  WS-NEW-KIND                 PIC X(01).
       01  WS-NEW-KEY                  PIC X(12).
       01  WS-TBL-KEY                  PIC X(12).
       01  WS-GEN-COUNT                PIC 9(03) VALUE ZEROS.
       01  WS-GEN-IDX                  PIC 9(03).
       01  WS-SHIFT-IDX                PIC 9(03).
       01  GEN-HOLIDAY-TABLE.
           05  GEN-HOLIDAY OCCURS 200 TIMES.
               10  GH-DATE             PIC 9(08).
               10  GH-CAL-CD           PIC X(04).
               10  GH-DESC             PIC X(30).
               10  GH-KIND             PIC X(01).
       01  WS-DUPLICATE-SW             PIC X(01).
           88  NEW-IS-DUPLICATE                VALUE 'Y'.

       01  WS-NATIONAL-COUNT           PIC 9(03) VALUE ZEROS.
       01  WS-REGIONAL-COUNT           PIC 9(03) VALUE ZEROS.
       01  WS-WEEKEND-COUNT            PIC 9(03) VALUE ZEROS.
       01  WS-RULE-ERROR-COUNT         PIC 9(03) VALUE ZEROS.

       01  DAY-NAME-VALUES             PIC X(21) VALUE
           'MONTUEWEDTHUFRISATSUN'.
       01  DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
           05  DAY-NAME                PIC X(03) OCCURS 7 TIMES.

       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

           COPY DATESRVW.

       01  RPT-HEADING.
           05 FILLER                   PIC X(35) VALUE
               'PROPOSED HOLIDAY CALENDAR FOR YEAR '.
           05 RPT-HDG-YEAR             PIC 9(04).
           05 FILLER                   PIC X(15) VALUE
               ' - FOR APPROVAL'.

       01  RPT-COLUMN-HEADING.
           05 FILLER                   PIC X(60) VALUE
               'DATE     DAY  CALENDAR  KIND      DESCRIPTION'.

       01  RPT-DETAIL-LINE.
           05 RPT-DATE                 PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-DAY-NAME             PIC X(03).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-CAL-CD               PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-KIND                 PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-DESC                 PIC X(30).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-NOTE                 PIC X(07).

       01  RPT-RULE-LINE.
           05 FILLER                   PIC X(14) VALUE
               'RULE IGNORED  '.
           05 RPT-RULE-CAL-CD          PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-RULE-TYPE            PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-RULE-MONTH-DAY       PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-RULE-DESC            PIC X(30).

       01  RPT-COUNT-LINE.
           05 RPT-COUNT-LABEL          PIC X(30).
           05 RPT-COUNT                PIC ZZZ9.

       01  RPT-LOAD-LINE.
           05 FILLER                   PIC X(46) VALUE
               'ONCE APPROVED LOAD WITH HOLIDAY-MAINT ACTION L'.
           05 FILLER                   PIC X(10) VALUE
               ' FOR YEAR '.
           05 RPT-LOAD-YEAR            PIC 9(04).

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'HOLIDAY-GEN' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           PERFORM GET-GENERATION-PARMS.
           OPEN OUTPUT GEN-RPT-FILE.
           MOVE WS-GEN-YEAR TO RPT-HDG-YEAR.
           WRITE GEN-RPT-LINE FROM RPT-HEADING.

           PERFORM FIND-EASTER-SUNDAY.
           PERFORM LAY-DOWN-FIXED-HOLIDAYS.
           PERFORM LAY-DOWN-MOVABLE-HOLIDAYS.
           PERFORM LAY-DOWN-REGIONAL-HOLIDAYS.

           PERFORM WRITE-PROPOSED-YEAR.

           IF WS-RULE-ERROR-COUNT > ZEROS
               DISPLAY 'HOLIDAY-GEN: ' WS-RULE-ERROR-COUNT
                   ' HOLRULE RULES IGNORED - SEE HOLGENRPT'
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.
           CLOSE GEN-RPT-FILE.

      * the year after the business date unless HOLGENPARM names
      * one; the calendar codes listed there limit the regional
      * holidays generated
       GET-GENERATION-PARMS.
           MOVE BDT-BUS-DATE TO WS-BUS-DATE.
           COMPUTE WS-GEN-YEAR = WS-BUS-YEAR + 1.
           OPEN INPUT GEN-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               MOVE SPACES TO GEN-PARM-RECORD
               READ GEN-PARM-FILE
                   NOT AT END
                       IF HGP-YEAR IS NUMERIC
                               AND HGP-YEAR > '1582'
                           MOVE HGP-YEAR TO WS-GEN-YEAR
                       END-IF
                       PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                               UNTIL WS-CAL-IDX > 10
                           IF HGP-CAL-CD(WS-CAL-IDX) NOT = SPACES
                               ADD 1 TO WS-CAL-COUNT
                               MOVE HGP-CAL-CD(WS-CAL-IDX) TO
                                   WANTED-CAL-CD(WS-CAL-COUNT)
                           END-IF
                       END-PERFORM
               END-READ
               CLOSE GEN-PARM-FILE
           END-IF.

       FIND-EASTER-SUNDAY.
           DIVIDE WS-GEN-YEAR BY 19 GIVING WS-CMP-QUOT
               REMAINDER WS-CMP-A.
           DIVIDE WS-GEN-YEAR BY 100 GIVING WS-CMP-B
               REMAINDER WS-CMP-C.
           DIVIDE WS-CMP-B BY 4 GIVING WS-CMP-D
               REMAINDER WS-CMP-E.
           COMPUTE WS-CMP-N = WS-CMP-B + 8.
           DIVIDE WS-CMP-N BY 25 GIVING WS-CMP-F.
           COMPUTE WS-CMP-N = WS-CMP-B - WS-CMP-F + 1.
           DIVIDE WS-CMP-N BY 3 GIVING WS-CMP-G.
           COMPUTE WS-CMP-N = 19 * WS-CMP-A + WS-CMP-B - WS-CMP-D
               - WS-CMP-G + 15.
           DIVIDE WS-CMP-N BY 30 GIVING WS-CMP-QUOT
               REMAINDER WS-CMP-H.
           DIVIDE WS-CMP-C BY 4 GIVING WS-CMP-I
               REMAINDER WS-CMP-K.
           COMPUTE WS-CMP-N = 32 + 2 * WS-CMP-E + 2 * WS-CMP-I
               - WS-CMP-H - WS-CMP-K.
           DIVIDE WS-CMP-N BY 7 GIVING WS-CMP-QUOT
               REMAINDER WS-CMP-L.
           COMPUTE WS-CMP-N = WS-CMP-A + 11 * WS-CMP-H
               + 22 * WS-CMP-L.
           DIVIDE WS-CMP-N BY 451 GIVING WS-CMP-M.
           COMPUTE WS-CMP-N = WS-CMP-H + WS-CMP-L - 7 * WS-CMP-M
               + 114.
           MOVE WS-GEN-YEAR TO WS-EASTER-YEAR.
           DIVIDE WS-CMP-N BY 31 GIVING WS-EASTER-MONTH
               REMAINDER WS-CMP-QUOT.
           COMPUTE WS-EASTER-DAY = WS-CMP-QUOT + 1.

       LAY-DOWN-FIXED-HOLIDAYS.
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-FIXED-COUNT
               MOVE WS-GEN-YEAR TO WS-NEW-YEAR
               MOVE FXH-MONTH-DAY(WS-HOL-IDX) TO WS-NEW-MONTH-DAY
               MOVE FXH-DESC(WS-HOL-IDX) TO WS-NEW-DESC
               MOVE SPACES TO WS-NEW-CAL-CD
               MOVE 'F' TO WS-NEW-KIND
               PERFORM ADD-PROPOSED-HOLIDAY
           END-PERFORM.

       LAY-DOWN-MOVABLE-HOLIDAYS.
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-MOVABLE-COUNT
               MOVE MVH-OFFSET(WS-HOL-IDX) TO DSV-DAYS
               PERFORM STEP-FROM-EASTER
               MOVE MVH-DESC(WS-HOL-IDX) TO WS-NEW-DESC
               MOVE SPACES TO WS-NEW-CAL-CD
               MOVE 'M' TO WS-NEW-KIND
               PERFORM ADD-PROPOSED-HOLIDAY
           END-PERFORM.

       STEP-FROM-EASTER.
           SET DSV-FUNC-ADD-DAYS TO TRUE.
           MOVE WS-EASTER-DATE TO DSV-DATE-1.
           CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS.
           MOVE DSV-DATE-OUT TO WS-NEW-DATE.

      * a regional rule is applied only for a calendar asked for;
      * a fixed day that is no real date, or a rule type other
      * than 'D' or 'E', is reported and skipped
       LAY-DOWN-REGIONAL-HOLIDAYS.
           OPEN INPUT HOL-RULE-FILE.
           IF WS-RULE-STATUS = '00'
               PERFORM READ-RULE-RECORD
               PERFORM UNTIL WS-RULE-STATUS NOT = '00'
                   ADD 1 TO RUNLOG-READ-COUNT
                   PERFORM CHECK-CALENDAR-WANTED
                   IF CAL-IS-WANTED
                       PERFORM APPLY-ONE-RULE
                   END-IF
                   PERFORM READ-RULE-RECORD
               END-PERFORM
               CLOSE HOL-RULE-FILE
           END-IF.

       READ-RULE-RECORD.
           MOVE SPACES TO HOL-RULE-RECORD.
           READ HOL-RULE-FILE
               AT END
                   MOVE '10' TO WS-RULE-STATUS
           END-READ.

       CHECK-CALENDAR-WANTED.
           MOVE 'N' TO WS-CAL-WANTED-SW.
           IF HRU-CAL-CD NOT = SPACES
               IF WS-CAL-COUNT = ZEROS
                   SET CAL-IS-WANTED TO TRUE
               ELSE
                   PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                           UNTIL WS-CAL-IDX > WS-CAL-COUNT
                       IF WANTED-CAL-CD(WS-CAL-IDX) = HRU-CAL-CD
                           SET CAL-IS-WANTED TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       APPLY-ONE-RULE.
           MOVE HRU-DESC TO WS-NEW-DESC.
           MOVE HRU-CAL-CD TO WS-NEW-CAL-CD.
           MOVE 'R' TO WS-NEW-KIND.
           EVALUATE TRUE
               WHEN HRU-FIXED-DAY AND HRU-MONTH-DAY IS NUMERIC
                   MOVE WS-GEN-YEAR TO WS-NEW-YEAR
                   MOVE HRU-MONTH-DAY TO WS-NEW-MONTH-DAY
                   SET DSV-FUNC-DAY-OF-WEEK TO TRUE
                   MOVE WS-NEW-DATE TO DSV-DATE-1
                   CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS
                   IF DSV-STAT-OK
                       PERFORM ADD-PROPOSED-HOLIDAY
                   ELSE
                       PERFORM REPORT-RULE-IGNORED
                   END-IF
               WHEN HRU-EASTER-OFFSET AND HRU-OFFSET IS NUMERIC
                   MOVE HRU-OFFSET TO DSV-DAYS
                   PERFORM STEP-FROM-EASTER
                   PERFORM ADD-PROPOSED-HOLIDAY
               WHEN OTHER
                   PERFORM REPORT-RULE-IGNORED
           END-EVALUATE.

       REPORT-RULE-IGNORED.
           ADD 1 TO WS-RULE-ERROR-COUNT.
           MOVE HRU-CAL-CD TO RPT-RULE-CAL-CD.
           MOVE HRU-RULE-TYPE TO RPT-RULE-TYPE.
           MOVE HOL-RULE-RECORD(6:4) TO RPT-RULE-MONTH-DAY.
           MOVE HRU-DESC TO RPT-RULE-DESC.
           WRITE GEN-RPT-LINE FROM RPT-RULE-LINE.

      * insert in date/calendar order; the same date twice on one
      * calendar is kept once
       ADD-PROPOSED-HOLIDAY.
           MOVE WS-NEW-DATE TO WS-NEW-KEY(1:8).
           MOVE WS-NEW-CAL-CD TO WS-NEW-KEY(9:4).
           MOVE 'N' TO WS-DUPLICATE-SW.
           MOVE 1 TO WS-GEN-IDX.
           PERFORM LOCATE-PROPOSED-SLOT.
           IF NOT NEW-IS-DUPLICATE AND WS-GEN-COUNT < 200
               PERFORM VARYING WS-SHIFT-IDX FROM WS-GEN-COUNT BY -1
                       UNTIL WS-SHIFT-IDX < WS-GEN-IDX
                   MOVE GEN-HOLIDAY(WS-SHIFT-IDX) TO
                       GEN-HOLIDAY(WS-SHIFT-IDX + 1)
               END-PERFORM
               MOVE WS-NEW-DATE TO GH-DATE(WS-GEN-IDX)
               MOVE WS-NEW-CAL-CD TO GH-CAL-CD(WS-GEN-IDX)
               MOVE WS-NEW-DESC TO GH-DESC(WS-GEN-IDX)
               MOVE WS-NEW-KIND TO GH-KIND(WS-GEN-IDX)
               ADD 1 TO WS-GEN-COUNT
           END-IF.

       LOCATE-PROPOSED-SLOT.
           PERFORM UNTIL WS-GEN-IDX > WS-GEN-COUNT
               MOVE GH-DATE(WS-GEN-IDX) TO WS-TBL-KEY(1:8)
               MOVE GH-CAL-CD(WS-GEN-IDX) TO WS-TBL-KEY(9:4)
               IF WS-TBL-KEY = WS-NEW-KEY
                   SET NEW-IS-DUPLICATE TO TRUE
               END-IF
               IF WS-TBL-KEY NOT < WS-NEW-KEY
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-GEN-IDX
           END-PERFORM.

      * HOLGEN gets the year in HOLREC layout, the report the same
      * lines with the weekday worked out
       WRITE-PROPOSED-YEAR.
           WRITE GEN-RPT-LINE FROM RPT-COLUMN-HEADING.
           OPEN OUTPUT HOL-GEN-FILE.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               MOVE GH-DATE(WS-GEN-IDX) TO HOL-DATE
               MOVE GH-DESC(WS-GEN-IDX) TO HOL-DESC
               MOVE GH-CAL-CD(WS-GEN-IDX) TO HOL-CAL-CD
               MOVE GH-KIND(WS-GEN-IDX) TO HOL-KIND
               WRITE HOLIDAY-RECORD
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               PERFORM WRITE-PROPOSED-LINE
           END-PERFORM.
           CLOSE HOL-GEN-FILE.

           MOVE 'NATIONAL HOLIDAYS           -' TO RPT-COUNT-LABEL.
           MOVE WS-NATIONAL-COUNT TO RPT-COUNT.
           WRITE GEN-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'REGIONAL HOLIDAYS           -' TO RPT-COUNT-LABEL.
           MOVE WS-REGIONAL-COUNT TO RPT-COUNT.
           WRITE GEN-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE 'FALLING ON A WEEKEND        -' TO RPT-COUNT-LABEL.
           MOVE WS-WEEKEND-COUNT TO RPT-COUNT.
           WRITE GEN-RPT-LINE FROM RPT-COUNT-LINE.
           MOVE WS-GEN-YEAR TO RPT-LOAD-YEAR.
           WRITE GEN-RPT-LINE FROM RPT-LOAD-LINE.

       WRITE-PROPOSED-LINE.
           MOVE HOL-DATE TO RPT-DATE.
           SET DSV-FUNC-DAY-OF-WEEK TO TRUE.
           MOVE HOL-DATE TO DSV-DATE-1.
           CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS.
           MOVE DAY-NAME(DSV-DAY-OF-WEEK) TO RPT-DAY-NAME.
           MOVE SPACES TO RPT-NOTE.
           IF DSV-DAY-OF-WEEK > 5
               MOVE 'WEEKEND' TO RPT-NOTE
               ADD 1 TO WS-WEEKEND-COUNT
           END-IF.
           IF HOL-IS-NATIONAL
               MOVE 'NATIONAL' TO RPT-CAL-CD
               ADD 1 TO WS-NATIONAL-COUNT
           ELSE
               MOVE HOL-CAL-CD TO RPT-CAL-CD
               ADD 1 TO WS-REGIONAL-COUNT
           END-IF.
           EVALUATE TRUE
               WHEN HOL-KIND-FIXED
                   MOVE 'FIXED' TO RPT-KIND
               WHEN HOL-KIND-MOVABLE
                   MOVE 'MOVABLE' TO RPT-KIND
               WHEN OTHER
                   MOVE 'REGIONAL' TO RPT-KIND
           END-EVALUATE.
           MOVE HOL-DESC TO RPT-DESC.
           WRITE GEN-RPT-LINE FROM RPT-DETAIL-LINE.

       WRITE-RUNLOG-START.
           MOVE 'HOLIDAY-GEN' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'HOLIDAY-GEN' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
