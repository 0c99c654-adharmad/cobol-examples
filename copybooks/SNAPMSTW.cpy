      * SNAPMSTW - the master files MASTER-SNAPSHOT protects before
      * the overnight updates, one entry per master: the master's
      * file name, which is also its id on SNAPCTL, RESTPARM and
      * RUNLOG, and the snapshot store its generations are kept
      * on.  MASTER-SNAPSHOT and MASTER-RESTORE select their files
      * by the entry's position, so a master is added here and to
      * both programs' file lists together.  SNAP-MASTER-COUNT is
      * the number of entries in use.
      *
      * every generation taken or put back is logged on RUNLOG
      * under 'SNAPSHOT ' or 'RESTORE  ' and the master id, with the
      * generation number in the status ('GEN' or 'RST' and five
      * digits) and the record count in the read and written
      * counts, so RUNLOG-RESTART can name the generation taken
      * before a failed run.
       01  SNAP-MASTER-VALUES.
           05  FILLER  PIC X(16) VALUE 'CITERMS CITSNAP '.
           05  FILLER  PIC X(16) VALUE 'CUSTFILECUSTSNAP'.
           05  FILLER  PIC X(16) VALUE 'EMPMAST EMPSNAP '.
           05  FILLER  PIC X(16) VALUE 'YTDFILE YTDSNAP '.
           05  FILLER  PIC X(16) VALUE 'VACFILE VACSNAP '.
           05  FILLER  PIC X(16) VALUE 'PRODCAT PRODSNAP'.
       01  SNAP-MASTER-TABLE REDEFINES SNAP-MASTER-VALUES.
           05  SNAP-MASTER-ENTRY OCCURS 6 TIMES.
               10  SNAP-MASTER-ID          PIC X(08).
               10  SNAP-STORE-FILE         PIC X(08).
       01  SNAP-MASTER-COUNT               PIC 9(02) VALUE 6.

      * the RUNLOG program id and status a snapshot or restore is
      * logged under
       01  SNAP-LOG-PROGRAM-ID.
           05  SNAP-LOG-ACTION             PIC X(09).
               88  SNAP-LOG-SNAPSHOT               VALUE 'SNAPSHOT '.
               88  SNAP-LOG-RESTORE                VALUE 'RESTORE  '.
           05  SNAP-LOG-MASTER-ID          PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
       01  SNAP-LOG-STATUS.
           05  SNAP-LOG-STATUS-TAG         PIC X(03).
           05  SNAP-LOG-GENERATION         PIC 9(05).
