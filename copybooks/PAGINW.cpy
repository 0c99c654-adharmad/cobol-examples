      * headings once and scrolling detail forever.
      *
      * usage: at start-up MOVE the report's lines-per-page into
      * PAG-LINES-PER-PAGE (or keep the default) and PERFORM
      * INITIALIZE-PAGINATION, which stamps PAG-RUN-DATE with the
      * business date, then before every detail line PERFORM
      * CHECK-PAGE-BREAK; when PAG-BREAK-NEEDED comes back set, the
      * caller writes PAG-PAGE-HEADING-LINE followed by its own
      * column headings and PERFORMs NOTE-HEADING-LINES with
           88  PAG-BREAK-NEEDED                 VALUE 'Y'.
       01  PAG-LINES-WORK               PIC X(03) VALUE SPACES.

      * the BUSDATE-SERVICE parameter area in the BUSDTW shape,
      * held under its own names so a report program can copy both
      * this and BUSDTW
       01  PAG-BUSDATE-PARMS.
           05  PAG-BUS-DATE             PIC 9(08).
           05  PAG-BUS-STATE            PIC X(01).
           05  PAG-BUS-CALLER-ID        PIC X(18).

       01  PAG-PAGE-HEADING-LINE.
           05  FILLER                   PIC X(09) VALUE 'RUN DATE '.
           05  PAG-HDG-DATE             PIC 9(08).
