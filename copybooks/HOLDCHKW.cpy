      * HOLDCHKW - working-storage fields for the shared hold check
      * in HOLDCHKP.  copy this into WORKING-STORAGE SECTION and
      * HOLDCHKP into PROCEDURE DIVISION in any program that moves
      * money out of a deposit account; the program declares
      * HOLD-FILE itself - ASSIGN TO 'HOLDFILE', indexed, dynamic
      * access, RECORD KEY HLD-KEY, FILE STATUS HOLD-CHK-STATUS,
      * the FD copying HOLDREC.  callers MOVE the account to
      * HOLD-CHK-ACCT-NR and the date the money would move to
      * HOLD-CHK-DATE and PERFORM CHECK-ACCOUNT-HOLDS, then test
      * HOLD-CHK-IN-FORCE.  HOLD-CHK-FULL says a full hold freezes
      * the account outright; otherwise HOLD-CHK-AMOUNT is the sum
      * the partial holds keep in it.  HOLD-CHK-REF names the first
      * hold found in force, for the refusal message, and
      * HOLD-CHK-ESTATE says one of them is an estate hold, which
      * bars every transaction.  no HOLDFILE at all means no
      * holds.
       01  HOLD-CHK-ACCT-NR             PIC 9(10).
       01  HOLD-CHK-DATE                PIC 9(08).
       01  HOLD-CHK-STATUS              PIC XX.
       01  HOLD-CHK-SW                  PIC X(01) VALUE 'N'.
           88  HOLD-CHK-IN-FORCE                VALUE 'Y'.
       01  HOLD-CHK-FULL-SW             PIC X(01) VALUE 'N'.
           88  HOLD-CHK-FULL                    VALUE 'Y'.
       01  HOLD-CHK-ESTATE-SW           PIC X(01) VALUE 'N'.
           88  HOLD-CHK-ESTATE                  VALUE 'Y'.
       01  HOLD-CHK-AMOUNT              PIC 9(09)V99.
       01  HOLD-CHK-COUNT               PIC 9(03).
       01  HOLD-CHK-REF                 PIC X(16).
       01  HOLD-CHK-SWEEP-SW            PIC X(01).
           88  HOLD-CHK-SWEEP-DONE              VALUE 'Y'.
