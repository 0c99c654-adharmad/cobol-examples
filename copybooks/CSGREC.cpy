      * CSGREC - record layout for CONSIGFILE, the payroll-
      * deductible bank loan (consignado) contract master.  the
      * money lent belongs to the lending bank, which sends its
      * contracts on a lender file CONSIG-LOAD validates and loads
      * here; the payroll then deducts each installment and remits
      * it to the lender.  the key keeps an employee's contracts
      * together in contract order - oldest start period first -
      * which is the order the installments are taken within the
      * legal margin.  CSG-LAST-PERIOD is the last period an
      * installment was collected, which keeps a rerun from
      * collecting the same month twice.  shared by every program
      * that opens CONSIGFILE so the layout only has to change in
      * one place.
       01  CSG-RECORD.
           05  CSG-KEY.
               10  CSG-EMP-ID              PIC  9(06).
               10  CSG-START-PERIOD        PIC  9(06).
               10  CSG-LENDER-CD           PIC  9(03).
               10  CSG-CONTRACT-NR         PIC  X(12).
           05  CSG-CPF-NR                  PIC  9(11).
           05  CSG-INSTALLMENT             PIC  9(07)V99.
           05  CSG-INSTALLMENTS            PIC  9(03).
           05  CSG-PAID-COUNT              PIC  9(03).
           05  CSG-PAID-TOTAL              PIC  9(09)V99.
           05  CSG-STATUS                  PIC  X(01).
               88  CSG-ACTIVE                      VALUE 'A'.
               88  CSG-SETTLED                     VALUE 'Q'.
               88  CSG-CANCELLED                   VALUE 'C'.
           05  CSG-LAST-PERIOD             PIC  9(06).
           05  CSG-LOAD-DATE               PIC  9(08).
           05  FILLER                      PIC  X(10).
