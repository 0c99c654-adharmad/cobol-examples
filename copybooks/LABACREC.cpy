      * LABACREC - record layout for LABACTUAL, the monthly labor
      * cost actuals by department keyed by month and department.
      * PAYGLPOST and HRSEARNOUT only ever hold the current run, so
      * LABOR-BUDGET-RPT records each month's actual headcount,
      * salary cost and overtime here as it reports the month, and
      * builds the year to date from the months on file - a rerun
      * of a month replaces that month's figures.  shared by every
      * program that opens LABACTUAL so the layout only has to
      * change in one place.
       01  LBA-RECORD.
           05  LBA-KEY.
               10  LBA-MONTH               PIC  9(06).
               10  LBA-DEPT-CD             PIC  X(04).
           05  LBA-HEADCOUNT               PIC  9(05).
           05  LBA-COST                    PIC S9(09)V99.
           05  LBA-OVERTIME                PIC  9(09)V99.
           05  LBA-RUN-DATE                PIC  9(08).
           05  FILLER                      PIC  X(10).
