           05  CIT-PARTIAL-WD-PERIOD       PIC  9(04).
           05  CIT-PARTIAL-WD-AMT          PIC  9(08)V99.
           05  CIT-CYCLE-CD                PIC  X(01).
      * maturity instruction - 'R' rolls the final balance into a
      * new term at the catalog rate when CI-RENEWAL finds the
      * account maturing, 'P' (or blank, on a record cut before the
      * field existed) pays the account out at maturity
           05  CIT-RENEW-CD                PIC  X(01).
               88  CIT-AUTO-RENEW                  VALUE 'R'.
               88  CIT-PAY-AT-MATURITY             VALUES 'P' ' '.
           05  FILLER                      PIC  X(09).
      * interest payout instruction - 'M' monthly or 'Q' quarterly
      * pays each interval's interest out to the customer's own
      * bank branch and account instead of adding it back to the
      * balance, so principal stays flat; blank compounds as
      * always.  the fields lengthened the record - a master built
      * under the old layout is carried across by CITERMS-CONVERT,
      * which loads them blank
           05  CIT-PAYOUT-CD               PIC  X(01).
               88  CIT-PAYOUT-MONTHLY              VALUE 'M'.
               88  CIT-PAYOUT-QUARTERLY            VALUE 'Q'.
               88  CIT-INTEREST-COMPOUNDS          VALUE ' '.
           05  CIT-PAYOUT-BRANCH           PIC  X(05).
           05  CIT-PAYOUT-ACCT             PIC  X(10).
