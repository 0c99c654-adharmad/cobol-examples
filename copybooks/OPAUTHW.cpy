      * OPAUTHW - parameter area for the OPAUTH-SERVICE subprogram.
      * copy this into WORKING-STORAGE SECTION of every maintenance
      * and approval program: before a transaction is applied set
      * OPA-OPERATOR, OPA-FILE-ID (the MNTAUDIT file id) and
      * OPA-ACTION, CALL 'OPAUTH-SERVICE' USING OPAUTH-PARMS, and
      * refuse the transaction unless OPA-IS-AUTHORIZED, reporting
      * and auditing OPA-REFUSAL as its result.  'A' add, 'D'
      * delete and 'P' approve are judged as themselves; any other
      * maintenance action - a release, a rebalance, a state change
      * - is a change.  authority is judged on the business date.
       01  OPAUTH-PARMS.
           05  OPA-OPERATOR             PIC X(08).
           05  OPA-FILE-ID              PIC X(12).
           05  OPA-ACTION               PIC X(01).
           05  OPA-AUTHORIZED-SW        PIC X(01).
               88  OPA-IS-AUTHORIZED            VALUE 'Y'.
           05  OPA-REFUSAL              PIC X(40).
