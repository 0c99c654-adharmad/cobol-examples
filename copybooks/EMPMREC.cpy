      * salary, so the payroll edit can refuse unknown, terminated,
      * or mismatched employees before any money moves.  shared by
      * every program that opens EMPMAST so the layout only has to
      * change in one place.  EM-ESTAB-CD names the ESTFILE
      * establishment the employee is paid under; blank is the head
      * office.  EM-PAY-GROUP names the PAYCAL pay group the
      * employee is paid in; blank is the monthly group.
       01  EM-RECORD.
           05  EM-EMP-ID                   PIC  9(06).
           05  EM-EMP-NAME                 PIC  X(30).
           05  EM-BANK-BRANCH              PIC  X(05).
           05  EM-BANK-ACCT                PIC  X(10).
           05  EM-MONTHLY-SALARY           PIC  9(07)V99.
           05  EM-ESTAB-CD                 PIC  X(04).
           05  EM-PAY-GROUP                PIC  X(02).
           05  FILLER                      PIC  X(02).
