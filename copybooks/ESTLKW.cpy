      * ESTLKW - parameter area for the ESTAB-LOOKUP subprogram.
      * copy this into WORKING-STORAGE SECTION of any program that
      * needs an employee's establishment or walks the establishment
      * master: set ESLK-FUNCTION and the key it needs, CALL
      * 'ESTAB-LOOKUP' USING ESTAB-LOOKUP-PARMS, then test
      * ESLK-STATUS.  every call returns ESLK-EST-COUNT, so a
      * caller can walk the establishments by number from 1 to the
      * count in ESTFILE key order.  ESLK-STAT-NO-TABLE means there
      * is no ESTFILE at all - the run is a single-employer run
      * and callers keep to the EMPCNPJ control record.
       01  ESTAB-LOOKUP-PARMS.
           05  ESLK-FUNCTION            PIC X(01).
               88  ESLK-FUNC-BY-NUMBER          VALUE 'N'.
               88  ESLK-FUNC-BY-CODE            VALUE 'C'.
               88  ESLK-FUNC-BY-EMPLOYEE        VALUE 'E'.
           05  ESLK-EMP-ID              PIC 9(06).
           05  ESLK-CODE-IN             PIC X(04).
           05  ESLK-EST-NBR             PIC 9(03).
           05  ESLK-EST-COUNT           PIC 9(03).
           05  ESLK-STATUS              PIC X(01).
               88  ESLK-STAT-FOUND              VALUE 'F'.
               88  ESLK-STAT-NOT-FOUND          VALUE 'N'.
               88  ESLK-STAT-NO-TABLE           VALUE 'U'.
      * an employee whose master entry names no establishment, or
      * who is not on the master at all, belongs to the head
      * office; one whose code is not on ESTFILE is also given the
      * head office but comes back marked so the caller can flag it
           05  ESLK-ASSIGN-SW           PIC X(01).
               88  ESLK-ASSIGNED                VALUE 'A'.
               88  ESLK-DEFAULTED               VALUE 'D'.
               88  ESLK-CODE-UNKNOWN            VALUE 'X'.
           05  ESLK-EST-CD              PIC X(04).
           05  ESLK-EST-NAME            PIC X(30).
           05  ESLK-CNPJ                PIC 9(14).
           05  ESLK-BANK-CD             PIC X(03).
           05  ESLK-BANK-BRANCH         PIC X(05).
           05  ESLK-BANK-ACCT           PIC X(10).
           05  ESLK-GL-COMPANY          PIC X(04).
           05  ESLK-HEAD-OFFICE         PIC X(01).
           05  ESLK-STATUS-CD           PIC X(01).
