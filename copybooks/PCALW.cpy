      * PCALW - parameter area for the PAYCAL-SERVICE subprogram.
      * copy this into WORKING-STORAGE SECTION of any program that
      * runs the payroll for one pay group and period: set
      * PCS-FUNCTION and its inputs, CALL 'PAYCAL-SERVICE' USING
      * PAYCAL-PARMS, then test PCS-STATUS.
      *   'R' - the run: the pay group and period PAYPERIOD names
      *         (period YYYYNN then pay group; a short record or
      *         no PAYPERIOD is the monthly group, and no period
      *         is PCS-BUS-DATE's month), with that period's
      *         calendar entry
      *   'P' - the calendar entry for PCS-PAY-GROUP and
      *         PCS-PERIOD
      *   'K' - whether PCS-PAY-GROUP has any period on PAYCAL
      *   'E' - PCS-EMP-ID's pay group from EMPMAST, returned in
      *         PCS-PAY-GROUP; blank on the master is the monthly
      *         group
      * PCS-STATUS comes back
      *   'F' - found: the calendar entry, or the employee
      *   'L' - the monthly group with no calendar entry: the run
      *         is the old monthly payroll, twelve periods a year,
      *         with no calendar dates
      *   'N' - not found: a weekly or biweekly period missing
      *         from PAYCAL, a group with no periods, an employee
      *         not on EMPMAST (given the monthly group)
      *   'U' - EMPMAST unavailable for 'E' (given the monthly
      *         group)
      *   'X' - unknown function
       01  PAYCAL-PARMS.
           05  PCS-FUNCTION             PIC X(01).
               88  PCS-FUNC-RUN                 VALUE 'R'.
               88  PCS-FUNC-PERIOD              VALUE 'P'.
               88  PCS-FUNC-GROUP-KNOWN         VALUE 'K'.
               88  PCS-FUNC-EMPLOYEE            VALUE 'E'.
           05  PCS-BUS-DATE             PIC 9(08).
           05  PCS-EMP-ID               PIC 9(06).
           05  PCS-PAY-GROUP            PIC X(02).
               88  PCS-GROUP-MONTHLY            VALUE 'MO'.
           05  PCS-PERIOD               PIC 9(06).
           05  PCS-FREQUENCY            PIC X(01).
               88  PCS-FREQ-MONTHLY             VALUE 'M'.
               88  PCS-FREQ-BIWEEKLY            VALUE 'B'.
               88  PCS-FREQ-WEEKLY              VALUE 'W'.
           05  PCS-PERIODS-PER-YEAR     PIC 9(02).
           05  PCS-START-DATE           PIC 9(08).
           05  PCS-END-DATE             PIC 9(08).
           05  PCS-CUTOFF-DATE          PIC 9(08).
           05  PCS-PAY-DATE             PIC 9(08).
           05  PCS-STATUS               PIC X(01).
               88  PCS-STAT-FOUND               VALUE 'F'.
               88  PCS-STAT-LEGACY-MONTHLY      VALUE 'L'.
               88  PCS-STAT-NOT-FOUND           VALUE 'N'.
               88  PCS-STAT-NO-MASTER           VALUE 'U'.
               88  PCS-STAT-BAD-FUNC            VALUE 'X'.
               88  PCS-RUN-IS-USABLE            VALUES 'F' 'L'.
