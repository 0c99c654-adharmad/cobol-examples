      * CSMREC - record layout for CONSIGMRG, the consignado
      * margin each employee had at the last payroll keyed by
      * employee id.  CONSIG-DEDUCT measures the net salary the
      * legal cap is taken on - the gross less the INSS, IRRF and
      * court-order deductions of the run - and keeps it here, so
      * a lender's margin inquiry and the contract load between
      * payrolls work to the same figure the payroll deducts
      * within.  shared by every program that opens CONSIGMRG so
      * the layout only has to change in one place.
       01  CSM-RECORD.
           05  CSM-EMP-ID                  PIC  9(06).
           05  CSM-PERIOD                  PIC  9(06).
           05  CSM-NET-BASE                PIC  9(07)V99.
           05  CSM-MARGIN-PCT              PIC  9(02).
           05  CSM-MARGIN                  PIC  9(07)V99.
           05  FILLER                      PIC  X(10).
