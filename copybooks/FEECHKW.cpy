      * FEECHKW - working-storage fields for the shared fee pricing
      * in FEECHKP.  copy this into WORKING-STORAGE SECTION and
      * FEECHKP into PROCEDURE DIVISION in any program that charges
      * an account fee; the program declares FEE-SCHED-FILE itself
      * - ASSIGN TO 'FEESCHED', indexed, dynamic access, RECORD KEY
      * FEE-KEY, FILE STATUS FEE-CHK-STATUS, the FD copying FEEREC.
      * callers MOVE the account's product and the fee type, the
      * date the fee is charged on, the account's opening date, its
      * balance, the money the event moved (for a percentage fee)
      * and - for a closure - the days the account was open, then
      * PERFORM PRICE-ACCOUNT-FEE.  FEE-CHK-FOUND says the schedule
      * prices the fee at all; FEE-CHK-DUE that the fee's own
      * trigger was met; FEE-CHK-WAIVED that a waiver rule let it
      * off.  a fee due and not waived comes back in
      * FEE-CHK-AMOUNT, with the fee income account to credit in
      * FEE-CHK-INCOME-GL.  no FEESCHED at all means no fees.
       01  FEE-CHK-STATUS               PIC XX.
       01  FEE-CHK-PRODUCT-CD           PIC X(06).
       01  FEE-CHK-TYPE-CD              PIC X(01).
       01  FEE-CHK-DATE                 PIC 9(08).
       01  FEE-CHK-DATE-PARTS REDEFINES FEE-CHK-DATE.
           05  FEE-CHK-DATE-YYYY        PIC 9(04).
           05  FEE-CHK-DATE-MM          PIC 9(02).
           05  FEE-CHK-DATE-DD          PIC 9(02).
       01  FEE-CHK-OPEN-DATE            PIC 9(08).
       01  FEE-CHK-OPEN-PARTS REDEFINES FEE-CHK-OPEN-DATE.
           05  FEE-CHK-OPEN-YYYY        PIC 9(04).
           05  FEE-CHK-OPEN-MM          PIC 9(02).
           05  FEE-CHK-OPEN-DD          PIC 9(02).
       01  FEE-CHK-BALANCE              PIC S9(09)V99.
       01  FEE-CHK-BASE-AMT             PIC 9(09)V99.
       01  FEE-CHK-DAYS-OPEN            PIC 9(05).
       01  FEE-CHK-SW                   PIC X(01) VALUE 'N'.
           88  FEE-CHK-FOUND                    VALUE 'Y'.
       01  FEE-CHK-DUE-SW               PIC X(01) VALUE 'N'.
           88  FEE-CHK-DUE                      VALUE 'Y'.
       01  FEE-CHK-WAIVE-SW             PIC X(01) VALUE 'N'.
           88  FEE-CHK-WAIVED                   VALUE 'Y'.
       01  FEE-CHK-AMOUNT               PIC 9(08)V99.
       01  FEE-CHK-INCOME-GL            PIC X(10).
       01  FEE-CHK-DESC                 PIC X(20).
       01  FEE-CHK-AGE-MONTHS           PIC S9(05).
       01  FEE-CHK-DEFAULT-GL           PIC X(10) VALUE '4300010000'.
