      * LOARULE - record layout for LOARULES, the leave-type rules
      * reference file, kept in the TAXBRKT reference-data style:
      * maintained data, not compiled-in constants.  one record per
      * leave type:
      *   LR-EMPLOYER-DAYS - the days from the start of the leave
      *       the employer pays in full before social security
      *       takes over (15 for sickness and accident)
      *   LR-PAY-PCT - the percentage of salary the payroll still
      *       pays for each day beyond them: 0 suspends pay
      *       entirely (the INSS benefit or unpaid leave), 100
      *       keeps it whole (maternity, which the employer pays
      *       and offsets), anything between is partial pay
      *   LR-VAC-ACCRUES / LR-13TH-ACCRUES - 'Y' when those days
      *       still count toward the vacation and 13th-salary
      *       accruals, 'N' when they do not; a month counts
      *       toward either only while at least 15 of its days do
      * shared by every program that reads LOARULES so the layout
      * only has to change in one place.
       01  LOA-RULE-RECORD.
           05  LR-TYPE                     PIC  X(01).
           05  LR-DESC                     PIC  X(20).
           05  LR-EMPLOYER-DAYS            PIC  9(03).
           05  LR-PAY-PCT                  PIC  9(03).
           05  LR-VAC-ACCRUES              PIC  X(01).
           05  LR-13TH-ACCRUES             PIC  X(01).
