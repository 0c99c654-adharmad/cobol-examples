      * SALHREC - record layout for SALHIST, the salary history.
      * one appended record per change to an employee's contracted
      * EM-MONTHLY-SALARY on EMPMAST - the salary before and after,
      * the date the change takes effect, why it was made (SH-
      * REASON-CD 'CCT ' for a collective-agreement increase) with
      * the agreement or document it was made under, and who made
      * it when.  shared by every program that opens SALHIST so the
      * layout only has to change in one place.
       01  SH-RECORD.
           05  SH-EMP-ID                   PIC  9(06).
           05  SH-EFF-DATE                 PIC  9(08).
           05  SH-OLD-SALARY               PIC  9(07)V99.
           05  SH-NEW-SALARY               PIC  9(07)V99.
           05  SH-REASON-CD                PIC  X(04).
               88  SH-COLLECTIVE-AGREEMENT         VALUE 'CCT '.
           05  SH-REFERENCE                PIC  X(20).
           05  SH-OPERATOR                 PIC  X(08).
           05  SH-CHANGE-DATE              PIC  9(08).
           05  FILLER                      PIC  X(08).
