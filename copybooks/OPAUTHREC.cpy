      * OPAUTHREC - record layout for OPAUTH, the operator
      * authorization file.  one record grants one operator the
      * named actions on one file - the file id the maintenance
      * programs stamp into MNTAUDIT - from the valid-from date
      * through the valid-to date (zeros on valid-to means open
      * ended).  an operator holding several records for the same
      * file holds whatever any record in force grants.  shared by
      * every program that opens OPAUTH so the layout only has to
      * change in one place.
       01  OPAUTH-RECORD.
           05  OAR-OPERATOR                PIC  X(08).
           05  OAR-FILE-ID                 PIC  X(12).
           05  OAR-MAY-ADD                 PIC  X(01).
           05  OAR-MAY-CHANGE              PIC  X(01).
           05  OAR-MAY-DELETE              PIC  X(01).
           05  OAR-MAY-APPROVE             PIC  X(01).
           05  OAR-VALID-FROM              PIC  9(08).
           05  OAR-VALID-TO                PIC  9(08).
