      * POLREC - record layout for POLMAST, the policy master keyed
      * by the same ten-character case id COMPUTE1's CMPRATE feed
      * carries.  it tells the TAMRA jobs who owns the policy, when
      * it was issued, its face amount and plan, and whether it is
      * still in force, so a rate record for a lapsed or unknown
      * policy is caught instead of computed.  shared by every
      * program that opens POLMAST so the layout only has to change
      * in one place.  maintained by POLICY-MAINT.
      * POL-OWNER-DOC-NR is the owner's CUST-DOC-NR - an 11-digit
      * CPF left-justified or a 14-digit CNPJ.  POL-STATUS-DATE is
      * the business date the policy last changed status
       01  POL-RECORD.
           05  POL-CASE-ID                 PIC  X(10).
           05  POL-OWNER-DOC-NR            PIC  X(14).
           05  POL-ISSUE-DATE              PIC  9(08).
           05  POL-FACE-AMT                PIC  9(09)V99.
           05  POL-PLAN-CD                 PIC  X(04).
           05  POL-STATUS                  PIC  X(01).
               88  POL-IN-FORCE                    VALUE 'I'.
               88  POL-LAPSED                      VALUE 'L'.
               88  POL-SURRENDERED                 VALUE 'S'.
               88  POL-MATURED                     VALUE 'M'.
               88  POL-DEATH-CLAIM                 VALUE 'D'.
               88  POL-STATUS-IS-KNOWN             VALUES 'I' 'L'
                                                    'S' 'M' 'D'.
           05  POL-STATUS-DATE             PIC  9(08).
           05  FILLER                      PIC  X(10).
