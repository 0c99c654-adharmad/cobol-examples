      * HOLREC - record layout for HOLFILE, the holiday calendar
      * BUSDAY-SERVICE, the business-day roll conventions and the
      * payroll pay dates all stand on.  one holiday per line, in
      * date order.  HOL-CAL-CD names the regional calendar the
      * holiday belongs to - blank is a national holiday, kept by
      * every calendar.  HOL-KIND says where the entry came from:
      * the yearly HOLIDAY-GEN run lays down fixed national ('F'),
      * Easter-based movable ('M') and regional ('R') holidays, and
      * anything keyed through HOLIDAY-MAINT is 'K'; lines cut
      * before the fields existed read blank, a national keyed
      * holiday.  shared by every program that opens HOLFILE so the
      * layout only has to change in one place.
       01  HOLIDAY-RECORD.
           05  HOL-DATE                    PIC  9(08).
           05  HOL-DATE-R REDEFINES HOL-DATE.
               10  HOL-YEAR                PIC  9(04).
               10  HOL-MONTH-DAY           PIC  9(04).
           05  HOL-DESC                    PIC  X(30).
           05  HOL-CAL-CD                  PIC  X(04).
               88  HOL-IS-NATIONAL                 VALUE SPACES.
           05  HOL-KIND                    PIC  X(01).
               88  HOL-KIND-FIXED                  VALUE 'F'.
               88  HOL-KIND-MOVABLE                VALUE 'M'.
               88  HOL-KIND-REGIONAL               VALUE 'R'.
               88  HOL-KIND-GENERATED              VALUES 'F' 'M' 'R'.
               88  HOL-KIND-KEYED                  VALUES 'K' ' '.
