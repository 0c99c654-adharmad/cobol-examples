      * DCLHREC - record layout for DECLHIST, the history of every
      * wage declaration WAGE-DECLARE has sent.  one record per
      * declared employee under the declaration period and run
      * kind - the monthly payroll or the 13th salary, which is
      * declared on its own run - plus the employer trailer under
      * employee id zero carrying the totals of the run.  a rerun
      * of a period replaces its own records, so the year of
      * history always adds up to the extracts that went out.
      * shared by every program that opens DECLHIST so the layout
      * only has to change in one place.
       01  DCH-RECORD.
           05  DCH-KEY.
               10  DCH-PERIOD              PIC  9(06).
               10  DCH-RUN-KIND            PIC  X(01).
                   88  DCH-MONTHLY-RUN             VALUE 'M'.
                   88  DCH-13TH-RUN                VALUE 'T'.
               10  DCH-EMP-ID              PIC  9(06).
                   88  DCH-EMPLOYER-TOTAL          VALUE ZEROS.
           05  DCH-CPF-NR                  PIC  9(11).
           05  DCH-GROSS                   PIC  9(11)V99.
           05  DCH-INSS                    PIC  9(09)V99.
           05  DCH-IRRF                    PIC  9(09)V99.
           05  DCH-NET                     PIC  9(11)V99.
           05  DCH-EMP-COUNT               PIC  9(06).
           05  DCH-RUN-DATE                PIC  9(08).
           05  FILLER                      PIC  X(10).
