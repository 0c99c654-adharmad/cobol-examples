      * HOLDREC - record layout for HOLDFILE, the legal hold and
      * lien master keyed by account number and the order or
      * pledge reference, so one account can carry a court order
      * and a pledge at once.  a hold is in force from its start
      * date up to (not including) its release date - zero release
      * holds until a release is keyed.  a full hold freezes the
      * whole balance; a partial hold keeps HLD-AMOUNT in the
      * account and leaves only the rest free to move.  an estate
      * hold, placed by DECEASED-NOTIFY on a sole owner's account
      * from the date of death, also bars deposits until the
      * executor's release is keyed.  kept by HOLD-MAINT.  shared
      * by every program that opens HOLDFILE so the layout only has
      * to change in one place.
       01  HLD-RECORD.
           05  HLD-KEY.
               10  HLD-ACCT-NR             PIC  9(10).
               10  HLD-ORDER-REF           PIC  X(16).
           05  HLD-TYPE-CD                 PIC  X(01).
               88  HLD-COURT-ORDER                 VALUE 'C'.
               88  HLD-PLEDGE                      VALUE 'P'.
               88  HLD-ESTATE                      VALUE 'E'.
               88  HLD-TYPE-IS-KNOWN           VALUES 'C' 'P' 'E'.
           05  HLD-SCOPE-CD                PIC  X(01).
               88  HLD-FULL                        VALUE 'F'.
               88  HLD-PARTIAL                     VALUE 'P'.
               88  HLD-SCOPE-IS-KNOWN              VALUES 'F' 'P'.
           05  HLD-AMOUNT                  PIC  9(08)V99.
           05  HLD-START-DATE              PIC  9(08).
           05  HLD-RELEASE-DATE            PIC  9(08).
           05  HLD-PLACED-BY               PIC  X(08).
           05  FILLER                      PIC  X(10).
