      * unset resolves against today, which is what every caller
      * that predates the field gets
           05  CDLK-ASOF-DATE           PIC 9(08).
      * set on a not-found lookup when the code is on the table but
      * not in force on the as-of date - 'E' when a window for it
      * has closed, 'P' when its only windows open later - so a
      * sweep can tell an expired code from one never issued.
      * blank on a found code and on a code the table never had
           05  CDLK-WINDOW-STATE        PIC X(01).
               88  CDLK-CODE-EXPIRED            VALUE 'E'.
               88  CDLK-CODE-NOT-YET-VALID      VALUE 'P'.
