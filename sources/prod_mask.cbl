      * masked copies of production files for the test region - to
      * reproduce a production problem the team copied CUSTFILE,
      * ACCTREL, EMPMAST, PAYROLLIN and CITERMS into test whole,
      * real names, CPF/CNPJ numbers, addresses and bank accounts
      * included.  this step reads each file through its own
      * layout and writes a masked copy under a test name -
      * CUSTMASK, ACRELMASK, EMPMASK, PAYRLMASK and CITMASK - in
      * the same organization and key, so the test region loads it
      * in place of the real file.  amounts, dates, codes and the
      * internal account and employee numbers are carried across
      * untouched.
      *
      * every substitute is worked out from the real value alone,
      * never from the record it sits in, so the same real value
      * gets the same substitute in every file and on every run -
      * ACCTREL still joins to CUSTFILE and EMPMAST on the document
      * number, and PAYROLLIN still matches EMPMAST on name and CPF:
      *   names and address lines are replaced by fictitious values
      *     picked from the tables below by a hash of the real text
      *   a CPF keeps its shape - its 9 base digits are scrambled
      *     one-for-one under the mask key and the two check digits
      *     recomputed by the CPFCHKP routine, so the substitute
      *     passes every CPF check.  a CNPJ is treated the same way
      *     over its 12 base digits under CNPJCHKP.  the scramble
      *     is one-for-one, so two real numbers never share a
      *     substitute and no key is lost
      *   bank account numbers are scrambled the same one-for-one
      *     way; the branch is left alone
      *   a document number in neither shape has its digits
      *     substituted one for one
      *
      * the optional MASKKEY file holds the 12-digit mask key the
      * scramble and hash are seeded with, so the substitutes
      * cannot be worked back without it; with no MASKKEY a fixed
      * key is used.  the MASKRPT report lists each file read and
      * written; a file that cannot be read is skipped and
      * reported with return code 4, and a record the masked copy
      * will not take sets return code 8
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROD-MASK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-KEY-FILE ASSIGN TO 'MASKKEY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-STATUS.

           SELECT CUST-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS CUST-ACCT-NR
               FILE STATUS IS WS-IN-STATUS.

           SELECT ACCT-REL-FILE ASSIGN TO 'ACCTREL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS ACR-KEY
               FILE STATUS IS WS-IN-STATUS.

           SELECT EMP-MAST-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS EM-EMP-ID
               FILE STATUS IS WS-IN-STATUS.

           SELECT PAYROLL-IN ASSIGN TO 'PAYROLLIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT CI-TERMS-FILE ASSIGN TO 'CITERMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS CIT-ACCT-NR
               FILE STATUS IS WS-IN-STATUS.

           SELECT CUST-MASK-FILE ASSIGN TO 'CUSTMASK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS CMK-ACCT-NR
               FILE STATUS IS WS-OUT-STATUS.

           SELECT ACR-MASK-FILE ASSIGN TO 'ACRELMASK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS AMK-KEY
               FILE STATUS IS WS-OUT-STATUS.

           SELECT EMP-MASK-FILE ASSIGN TO 'EMPMASK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS EMK-EMP-ID
               FILE STATUS IS WS-OUT-STATUS.

           SELECT PAYRL-MASK-FILE ASSIGN TO 'PAYRLMASK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT CIT-MASK-FILE ASSIGN TO 'CITMASK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS TMK-ACCT-NR
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MASK-RPT-FILE ASSIGN TO 'MASKRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASK-KEY-FILE.
       01  MASK-KEY-RECORD             PIC X(12).

       FD  CUST-FILE.
           COPY CUSTREC.

       FD  ACCT-REL-FILE.
           COPY ACRELREC.

       FD  EMP-MAST-FILE.
           COPY EMPMREC.

       FD  PAYROLL-IN.
           COPY PAYRLREC.

       FD  CI-TERMS-FILE.
           COPY CITERMRC.

       FD  CUST-MASK-FILE.
       01  CUST-MASK-RECORD.
           05  CMK-ACCT-NR             PIC 9(10).
           05  FILLER                  PIC X(110).

       FD  ACR-MASK-FILE.
       01  ACR-MASK-RECORD.
           05  AMK-KEY                 PIC X(24).
           05  FILLER                  PIC X(96).

       FD  EMP-MASK-FILE.
       01  EMP-MASK-RECORD.
           05  EMK-EMP-ID              PIC 9(06).
           05  FILLER                  PIC X(86).

       FD  PAYRL-MASK-FILE.
       01  PAYRL-MASK-RECORD           PIC X(65).

       FD  CIT-MASK-FILE.
       01  CIT-MASK-RECORD.
           05  TMK-ACCT-NR             PIC 9(10).
           05  FILLER                  PIC X(102).

       FD  MASK-RPT-FILE.
       01  MASK-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-KEY-STATUS               PIC XX.
       01  WS-IN-STATUS                PIC XX.
       01  WS-OUT-STATUS               PIC XX.

      * the mask key and the scramble constants drawn from it.  the
      * multiplier is prime and shares no factor with ten, which is
      * what makes each scramble one-for-one
       01  WS-MASK-KEY                 PIC 9(12) VALUE 271828182845.
       01  WS-MULTIPLIER               PIC 9(04) VALUE 7919.
       01  WS-OFFSET-9                 PIC 9(09).
       01  WS-OFFSET-10                PIC 9(10).
       01  WS-OFFSET-12                PIC 9(12).
       01  WS-HASH-SEED                PIC 9(09).
       01  WS-HASH-MODULUS             PIC 9(09) VALUE 999999937.
       01  WS-QUOTIENT                 PIC 9(18).
       01  WS-PRODUCT                  PIC 9(18).

      * the one-for-one digit substitution for anything that is
      * neither a CPF, a CNPJ nor an all-digit account
       01  WS-REAL-DIGITS              PIC X(10) VALUE '0123456789'.
       01  WS-MASK-DIGITS              PIC X(10) VALUE '7310952846'.

      * number scramble work areas
       01  WS-BASE-9                   PIC 9(09).
       01  WS-BASE-10                  PIC 9(10).
       01  WS-BASE-12                  PIC 9(12).
       01  WS-CPF-WORK                 PIC 9(11).
       01  WS-CPF-WORK-R REDEFINES WS-CPF-WORK.
           05  WS-CPF-BASE             PIC 9(09).
           05  WS-CPF-CHECK            PIC 9(02).
       01  WS-CNPJ-WORK                PIC 9(14).
       01  WS-CNPJ-WORK-R REDEFINES WS-CNPJ-WORK.
           05  WS-CNPJ-BASE            PIC 9(12).
           05  WS-CNPJ-CHECK           PIC 9(02).
       01  WS-DOC-WORK                 PIC X(14).
       01  WS-ACCT-WORK                PIC X(10).

      * the text hash - each character's code is taken through the
      * low byte of a halfword
       01  WS-TEXT-WORK                PIC X(30).
       01  WS-TEXT-CHARS REDEFINES WS-TEXT-WORK.
           05  WS-TEXT-CHAR            PIC X(01) OCCURS 30 TIMES.
       01  WS-CHAR-IDX                 PIC 9(02).
       01  WS-CHAR-HALFWORD.
           05  WS-CHAR-HIGH            PIC X(01) VALUE LOW-VALUE.
           05  WS-CHAR-LOW             PIC X(01).
       01  WS-CHAR-CODE REDEFINES WS-CHAR-HALFWORD
                                       PIC 9(04) COMP.
       01  WS-HASH                     PIC 9(09).
       01  WS-PICK                     PIC 9(02).
       01  WS-PICK-FIRST               PIC 9(02).
       01  WS-PICK-MIDDLE              PIC 9(02).
       01  WS-HOUSE-NR                 PIC 9(04).
       01  WS-MASKED-TEXT              PIC X(30).

      * the fictitious names, streets and towns substitutes are
      * picked from
       01  FIRST-NAME-VALUES.
           05  FILLER PIC X(10) VALUE 'ANA       '.
           05  FILLER PIC X(10) VALUE 'BRUNO     '.
           05  FILLER PIC X(10) VALUE 'CARLA     '.
           05  FILLER PIC X(10) VALUE 'DANIEL    '.
           05  FILLER PIC X(10) VALUE 'ELISA     '.
           05  FILLER PIC X(10) VALUE 'FABIO     '.
           05  FILLER PIC X(10) VALUE 'GABRIELA  '.
           05  FILLER PIC X(10) VALUE 'HUGO      '.
           05  FILLER PIC X(10) VALUE 'IRENE     '.
           05  FILLER PIC X(10) VALUE 'JOAO      '.
           05  FILLER PIC X(10) VALUE 'LARISSA   '.
           05  FILLER PIC X(10) VALUE 'MARCOS    '.
           05  FILLER PIC X(10) VALUE 'NATALIA   '.
           05  FILLER PIC X(10) VALUE 'OTAVIO    '.
           05  FILLER PIC X(10) VALUE 'PAULA     '.
           05  FILLER PIC X(10) VALUE 'RAFAEL    '.
           05  FILLER PIC X(10) VALUE 'SILVIA    '.
           05  FILLER PIC X(10) VALUE 'TIAGO     '.
           05  FILLER PIC X(10) VALUE 'VERA      '.
           05  FILLER PIC X(10) VALUE 'WAGNER    '.
       01  FIRST-NAME-TABLE REDEFINES FIRST-NAME-VALUES.
           05  FIRST-NAME              PIC X(10) OCCURS 20 TIMES.

       01  LAST-NAME-VALUES.
           05  FILLER PIC X(10) VALUE 'ALMEIDA   '.
           05  FILLER PIC X(10) VALUE 'BARROS    '.
           05  FILLER PIC X(10) VALUE 'CAMPOS    '.
           05  FILLER PIC X(10) VALUE 'DIAS      '.
           05  FILLER PIC X(10) VALUE 'ESTEVES   '.
           05  FILLER PIC X(10) VALUE 'FARIAS    '.
           05  FILLER PIC X(10) VALUE 'GOMES     '.
           05  FILLER PIC X(10) VALUE 'LIMA      '.
           05  FILLER PIC X(10) VALUE 'MACEDO    '.
           05  FILLER PIC X(10) VALUE 'NUNES     '.
           05  FILLER PIC X(10) VALUE 'OLIVEIRA  '.
           05  FILLER PIC X(10) VALUE 'PEIXOTO   '.
           05  FILLER PIC X(10) VALUE 'QUEIROZ   '.
           05  FILLER PIC X(10) VALUE 'REZENDE   '.
           05  FILLER PIC X(10) VALUE 'SANTOS    '.
           05  FILLER PIC X(10) VALUE 'TAVARES   '.
           05  FILLER PIC X(10) VALUE 'VIEIRA    '.
           05  FILLER PIC X(10) VALUE 'XAVIER    '.
           05  FILLER PIC X(10) VALUE 'BRANDAO   '.
           05  FILLER PIC X(10) VALUE 'MONTEIRO  '.
       01  LAST-NAME-TABLE REDEFINES LAST-NAME-VALUES.
           05  LAST-NAME               PIC X(10) OCCURS 20 TIMES.

       01  STREET-VALUES.
           05  FILLER PIC X(16) VALUE 'RUA DAS ACACIAS '.
           05  FILLER PIC X(16) VALUE 'RUA DOS IPES    '.
           05  FILLER PIC X(16) VALUE 'AV DAS PALMEIRAS'.
           05  FILLER PIC X(16) VALUE 'RUA DO CEDRO    '.
           05  FILLER PIC X(16) VALUE 'RUA DAS HORTAS  '.
           05  FILLER PIC X(16) VALUE 'AV DO LAGO      '.
           05  FILLER PIC X(16) VALUE 'RUA DA FONTE    '.
           05  FILLER PIC X(16) VALUE 'RUA DO MIRANTE  '.
           05  FILLER PIC X(16) VALUE 'AV DOS PINHEIROS'.
           05  FILLER PIC X(16) VALUE 'RUA DAS OLIVEIRA'.
       01  STREET-TABLE REDEFINES STREET-VALUES.
           05  STREET-NAME             PIC X(16) OCCURS 10 TIMES.

       01  TOWN-VALUES.
           05  FILLER PIC X(20) VALUE 'VILA NOVA       SP  '.
           05  FILLER PIC X(20) VALUE 'SERRA ALTA      MG  '.
           05  FILLER PIC X(20) VALUE 'PORTO CLARO     RS  '.
           05  FILLER PIC X(20) VALUE 'CAMPO VERDE     PR  '.
           05  FILLER PIC X(20) VALUE 'RIO FUNDO       RJ  '.
           05  FILLER PIC X(20) VALUE 'BOA VISTA NOVA  BA  '.
           05  FILLER PIC X(20) VALUE 'LAGOA SECA      PE  '.
           05  FILLER PIC X(20) VALUE 'MONTE ALEGRE    GO  '.
           05  FILLER PIC X(20) VALUE 'SANTA LUZIA     SC  '.
           05  FILLER PIC X(20) VALUE 'PEDRA BRANCA    CE  '.
       01  TOWN-TABLE REDEFINES TOWN-VALUES.
           05  TOWN-NAME               PIC X(20) OCCURS 10 TIMES.

      * per-file counts for the report
       01  WS-READ-COUNT               PIC 9(07).
       01  WS-WRITTEN-COUNT            PIC 9(07).
       01  WS-REFUSED-COUNT            PIC 9(07).

       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

           COPY CPFCHKW.

           COPY CNPJCHKW.

       01  RPT-HEADING.
           05 FILLER                   PIC X(30) VALUE
               'MASKED TEST COPIES FOR       '.
           05 RPT-HEAD-DATE            PIC 9(08).

       01  RPT-COLUMN-HEADING.
           05 FILLER                   PIC X(60) VALUE
               'FILE       COPY           READ    WRITTEN    REFUSED'.

       01  RPT-DETAIL-LINE.
           05 RPT-FILE-ID              PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-COPY-ID              PIC X(10).
           05 RPT-READ                 PIC Z(8)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-WRITTEN              PIC Z(8)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-REFUSED              PIC Z(8)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-NOTE                 PIC X(20).

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'PROD-MASK' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           PERFORM GET-MASK-KEY.

           OPEN OUTPUT MASK-RPT-FILE.
           MOVE BDT-BUS-DATE TO RPT-HEAD-DATE.
           WRITE MASK-RPT-LINE FROM RPT-HEADING.
           WRITE MASK-RPT-LINE FROM RPT-COLUMN-HEADING.

           PERFORM MASK-CUSTFILE.
           PERFORM MASK-ACCTREL.
           PERFORM MASK-EMPMAST.
           PERFORM MASK-PAYROLLIN.
           PERFORM MASK-CITERMS.

           CLOSE MASK-RPT-FILE.

      * the scramble offsets and the hash seed all come from the one
      * key, so a new key changes every substitute together
       GET-MASK-KEY.
           OPEN INPUT MASK-KEY-FILE.
           IF WS-KEY-STATUS = '00'
               READ MASK-KEY-FILE
                   NOT AT END
                       IF MASK-KEY-RECORD IS NUMERIC
                           MOVE MASK-KEY-RECORD TO WS-MASK-KEY
                       END-IF
               END-READ
               CLOSE MASK-KEY-FILE
           END-IF.
           MOVE WS-MASK-KEY TO WS-OFFSET-12.
           MOVE WS-MASK-KEY TO WS-OFFSET-10.
           MOVE WS-MASK-KEY TO WS-OFFSET-9.
           DIVIDE WS-MASK-KEY BY WS-HASH-MODULUS GIVING WS-QUOTIENT
               REMAINDER WS-HASH-SEED.

       START-FILE-COUNTS.
           MOVE ZEROS TO WS-READ-COUNT.
           MOVE ZEROS TO WS-WRITTEN-COUNT.
           MOVE ZEROS TO WS-REFUSED-COUNT.

       WRITE-FILE-LINE.
           MOVE WS-READ-COUNT TO RPT-READ.
           MOVE WS-WRITTEN-COUNT TO RPT-WRITTEN.
           MOVE WS-REFUSED-COUNT TO RPT-REFUSED.
           WRITE MASK-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD WS-READ-COUNT TO RUNLOG-READ-COUNT.
           ADD WS-WRITTEN-COUNT TO RUNLOG-WRITTEN-COUNT.
           IF WS-REFUSED-COUNT > ZEROS
               MOVE 8 TO WS-RUN-RC
           END-IF.

       NOTE-FILE-MISSING.
           MOVE ZEROS TO RPT-READ.
           MOVE ZEROS TO RPT-WRITTEN.
           MOVE ZEROS TO RPT-REFUSED.
           WRITE MASK-RPT-LINE FROM RPT-DETAIL-LINE.
           DISPLAY 'PROD-MASK: ' RPT-FILE-ID ' ' RPT-NOTE.
           IF WS-RUN-RC < 4
               MOVE 4 TO WS-RUN-RC
           END-IF.

      *================================================================
      * one paragraph per file - read through the file's own layout,
      * mask the identifying fields in place, write the copy
      *================================================================
       MASK-CUSTFILE.
           PERFORM START-FILE-COUNTS.
           MOVE 'CUSTFILE' TO RPT-FILE-ID.
           MOVE 'CUSTMASK' TO RPT-COPY-ID.
           MOVE SPACES TO RPT-NOTE.
           OPEN INPUT CUST-FILE.
           IF WS-IN-STATUS NOT = '00'
               MOVE 'NOT AVAILABLE' TO RPT-NOTE
               PERFORM NOTE-FILE-MISSING
           ELSE
               OPEN OUTPUT CUST-MASK-FILE
               PERFORM READ-CUST-RECORD
               PERFORM UNTIL WS-IN-STATUS NOT = '00'
                   ADD 1 TO WS-READ-COUNT
                   MOVE CUST-NAME TO WS-TEXT-WORK
                   PERFORM MASK-PERSON-NAME
                   MOVE WS-MASKED-TEXT TO CUST-NAME
                   MOVE CUST-ADDR-LINE-1 TO WS-TEXT-WORK
                   PERFORM MASK-STREET-LINE
                   MOVE WS-MASKED-TEXT TO CUST-ADDR-LINE-1
                   MOVE CUST-ADDR-LINE-2 TO WS-TEXT-WORK
                   PERFORM MASK-TOWN-LINE
                   MOVE WS-MASKED-TEXT TO CUST-ADDR-LINE-2
                   MOVE CUST-DOC-NR TO WS-DOC-WORK
                   PERFORM MASK-DOCUMENT-NR
                   MOVE WS-DOC-WORK TO CUST-DOC-NR
                   WRITE CUST-MASK-RECORD FROM CUST-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REFUSED-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-WRITTEN-COUNT
                   END-WRITE
                   PERFORM READ-CUST-RECORD
               END-PERFORM
               CLOSE CUST-MASK-FILE
               CLOSE CUST-FILE
               PERFORM WRITE-FILE-LINE
           END-IF.

       READ-CUST-RECORD.
           READ CUST-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-IN-STATUS
           END-READ.

      * the document number is part of the ACCTREL key - the
      * one-for-one scramble keeps every key distinct
       MASK-ACCTREL.
           PERFORM START-FILE-COUNTS.
           MOVE 'ACCTREL' TO RPT-FILE-ID.
           MOVE 'ACRELMASK' TO RPT-COPY-ID.
           MOVE SPACES TO RPT-NOTE.
           OPEN INPUT ACCT-REL-FILE.
           IF WS-IN-STATUS NOT = '00'
               MOVE 'NOT AVAILABLE' TO RPT-NOTE
               PERFORM NOTE-FILE-MISSING
           ELSE
               OPEN OUTPUT ACR-MASK-FILE
               PERFORM READ-ACR-RECORD
               PERFORM UNTIL WS-IN-STATUS NOT = '00'
                   ADD 1 TO WS-READ-COUNT
                   MOVE ACR-NAME TO WS-TEXT-WORK
                   PERFORM MASK-PERSON-NAME
                   MOVE WS-MASKED-TEXT TO ACR-NAME
                   MOVE ACR-ADDR-LINE-1 TO WS-TEXT-WORK
                   PERFORM MASK-STREET-LINE
                   MOVE WS-MASKED-TEXT TO ACR-ADDR-LINE-1
                   MOVE ACR-ADDR-LINE-2 TO WS-TEXT-WORK
                   PERFORM MASK-TOWN-LINE
                   MOVE WS-MASKED-TEXT TO ACR-ADDR-LINE-2
                   MOVE ACR-DOC-NR TO WS-DOC-WORK
                   PERFORM MASK-DOCUMENT-NR
                   MOVE WS-DOC-WORK TO ACR-DOC-NR
                   WRITE ACR-MASK-RECORD FROM ACR-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REFUSED-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-WRITTEN-COUNT
                   END-WRITE
                   PERFORM READ-ACR-RECORD
               END-PERFORM
               CLOSE ACR-MASK-FILE
               CLOSE ACCT-REL-FILE
               PERFORM WRITE-FILE-LINE
           END-IF.

       READ-ACR-RECORD.
           READ ACCT-REL-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-IN-STATUS
           END-READ.

       MASK-EMPMAST.
           PERFORM START-FILE-COUNTS.
           MOVE 'EMPMAST' TO RPT-FILE-ID.
           MOVE 'EMPMASK' TO RPT-COPY-ID.
           MOVE SPACES TO RPT-NOTE.
           OPEN INPUT EMP-MAST-FILE.
           IF WS-IN-STATUS NOT = '00'
               MOVE 'NOT AVAILABLE' TO RPT-NOTE
               PERFORM NOTE-FILE-MISSING
           ELSE
               OPEN OUTPUT EMP-MASK-FILE
               PERFORM READ-EMP-RECORD
               PERFORM UNTIL WS-IN-STATUS NOT = '00'
                   ADD 1 TO WS-READ-COUNT
                   MOVE EM-EMP-NAME TO WS-TEXT-WORK
                   PERFORM MASK-PERSON-NAME
                   MOVE WS-MASKED-TEXT TO EM-EMP-NAME
                   MOVE EM-CPF-NR TO WS-CPF-WORK
                   PERFORM MASK-CPF-NR
                   MOVE WS-CPF-WORK TO EM-CPF-NR
                   MOVE EM-BANK-ACCT TO WS-ACCT-WORK
                   PERFORM MASK-BANK-ACCT
                   MOVE WS-ACCT-WORK TO EM-BANK-ACCT
                   WRITE EMP-MASK-RECORD FROM EM-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REFUSED-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-WRITTEN-COUNT
                   END-WRITE
                   PERFORM READ-EMP-RECORD
               END-PERFORM
               CLOSE EMP-MASK-FILE
               CLOSE EMP-MAST-FILE
               PERFORM WRITE-FILE-LINE
           END-IF.

       READ-EMP-RECORD.
           READ EMP-MAST-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-IN-STATUS
           END-READ.

      * only the employee record carries identity - earnings and
      * deduction detail lines are copied as they stand
       MASK-PAYROLLIN.
           PERFORM START-FILE-COUNTS.
           MOVE 'PAYROLLIN' TO RPT-FILE-ID.
           MOVE 'PAYRLMASK' TO RPT-COPY-ID.
           MOVE SPACES TO RPT-NOTE.
           OPEN INPUT PAYROLL-IN.
           IF WS-IN-STATUS NOT = '00'
               MOVE 'NOT AVAILABLE' TO RPT-NOTE
               PERFORM NOTE-FILE-MISSING
           ELSE
               OPEN OUTPUT PAYRL-MASK-FILE
               PERFORM READ-PAYROLL-RECORD
               PERFORM UNTIL WS-IN-STATUS NOT = '00'
                   ADD 1 TO WS-READ-COUNT
                   IF NOT PD-TYPE-DETAIL
                       MOVE PI-EMP-NAME TO WS-TEXT-WORK
                       PERFORM MASK-PERSON-NAME
                       MOVE WS-MASKED-TEXT TO PI-EMP-NAME
                       IF PI-CPF-NR IS NUMERIC
                           MOVE PI-CPF-NR TO WS-CPF-WORK
                           PERFORM MASK-CPF-NR
                           MOVE WS-CPF-WORK TO PI-CPF-NR
                       END-IF
                   END-IF
                   WRITE PAYRL-MASK-RECORD FROM PAYROLL-IN-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
                   PERFORM READ-PAYROLL-RECORD
               END-PERFORM
               CLOSE PAYRL-MASK-FILE
               CLOSE PAYROLL-IN
               PERFORM WRITE-FILE-LINE
           END-IF.

       READ-PAYROLL-RECORD.
           MOVE SPACES TO PAYROLL-IN-RECORD.
           READ PAYROLL-IN
               AT END
                   MOVE '10' TO WS-IN-STATUS
           END-READ.

      * CITERMS carries no name or document - only the payout bank
      * account identifies the customer
       MASK-CITERMS.
           PERFORM START-FILE-COUNTS.
           MOVE 'CITERMS' TO RPT-FILE-ID.
           MOVE 'CITMASK' TO RPT-COPY-ID.
           MOVE SPACES TO RPT-NOTE.
           OPEN INPUT CI-TERMS-FILE.
           IF WS-IN-STATUS NOT = '00'
               MOVE 'NOT AVAILABLE' TO RPT-NOTE
               PERFORM NOTE-FILE-MISSING
           ELSE
               OPEN OUTPUT CIT-MASK-FILE
               PERFORM READ-CIT-RECORD
               PERFORM UNTIL WS-IN-STATUS NOT = '00'
                   ADD 1 TO WS-READ-COUNT
                   MOVE CIT-PAYOUT-ACCT TO WS-ACCT-WORK
                   PERFORM MASK-BANK-ACCT
                   MOVE WS-ACCT-WORK TO CIT-PAYOUT-ACCT
                   WRITE CIT-MASK-RECORD FROM CIT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REFUSED-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-WRITTEN-COUNT
                   END-WRITE
                   PERFORM READ-CIT-RECORD
               END-PERFORM
               CLOSE CIT-MASK-FILE
               CLOSE CI-TERMS-FILE
               PERFORM WRITE-FILE-LINE
           END-IF.

       READ-CIT-RECORD.
           READ CI-TERMS-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-IN-STATUS
           END-READ.

      *================================================================
      * the substitutes - each worked out from the real value alone
      *================================================================

      * a CPF is 11 digits and a CNPJ 14; anything else in the
      * field has its digits substituted one for one
       MASK-DOCUMENT-NR.
           EVALUATE TRUE
               WHEN WS-DOC-WORK = SPACES
                   CONTINUE
               WHEN WS-DOC-WORK(1:11) IS NUMERIC
                       AND WS-DOC-WORK(12:3) = SPACES
                   MOVE WS-DOC-WORK(1:11) TO WS-CPF-WORK
                   PERFORM MASK-CPF-NR
                   MOVE WS-CPF-WORK TO WS-DOC-WORK(1:11)
               WHEN WS-DOC-WORK IS NUMERIC
                   MOVE WS-DOC-WORK TO WS-CNPJ-WORK
                   PERFORM MASK-CNPJ-NR
                   MOVE WS-CNPJ-WORK TO WS-DOC-WORK
               WHEN OTHER
                   INSPECT WS-DOC-WORK
                       CONVERTING WS-REAL-DIGITS TO WS-MASK-DIGITS
           END-EVALUATE.

      * the 9 base digits are scrambled one-for-one and the check
      * digits recomputed, so the substitute is a valid CPF
       MASK-CPF-NR.
           IF WS-CPF-WORK NOT = ZEROS
               COMPUTE WS-PRODUCT =
                   WS-CPF-BASE * WS-MULTIPLIER + WS-OFFSET-9
               DIVIDE WS-PRODUCT BY 1000000000 GIVING WS-QUOTIENT
                   REMAINDER WS-BASE-9
               MOVE WS-BASE-9 TO WS-CPF-BASE
               MOVE ZEROS TO WS-CPF-CHECK
               MOVE WS-CPF-WORK TO CPF-CHK-RAW
               PERFORM COMPUTE-CPF-CHECK-DIGIT-1
               PERFORM COMPUTE-CPF-CHECK-DIGIT-2
               COMPUTE WS-CPF-CHECK =
                   CPF-CHK-CHECK-1 * 10 + CPF-CHK-CHECK-2
           END-IF.

       MASK-CNPJ-NR.
           IF WS-CNPJ-WORK NOT = ZEROS
               COMPUTE WS-PRODUCT =
                   WS-CNPJ-BASE * WS-MULTIPLIER + WS-OFFSET-12
               DIVIDE WS-PRODUCT BY 1000000000000 GIVING WS-QUOTIENT
                   REMAINDER WS-BASE-12
               MOVE WS-BASE-12 TO WS-CNPJ-BASE
               MOVE ZEROS TO WS-CNPJ-CHECK
               MOVE WS-CNPJ-WORK TO CNPJ-CHK-RAW
               PERFORM COMPUTE-CNPJ-CHECK-DIGIT-1
               PERFORM COMPUTE-CNPJ-CHECK-DIGIT-2
               COMPUTE WS-CNPJ-CHECK =
                   CNPJ-CHK-CHECK-1 * 10 + CNPJ-CHK-CHECK-2
           END-IF.

       MASK-BANK-ACCT.
           EVALUATE TRUE
               WHEN WS-ACCT-WORK = SPACES
                   CONTINUE
               WHEN WS-ACCT-WORK IS NUMERIC
                   MOVE WS-ACCT-WORK TO WS-BASE-10
                   COMPUTE WS-PRODUCT =
                       WS-BASE-10 * WS-MULTIPLIER + WS-OFFSET-10
                   DIVIDE WS-PRODUCT BY 10000000000
                       GIVING WS-QUOTIENT REMAINDER WS-BASE-10
                   MOVE WS-BASE-10 TO WS-ACCT-WORK
               WHEN OTHER
                   INSPECT WS-ACCT-WORK
                       CONVERTING WS-REAL-DIGITS TO WS-MASK-DIGITS
           END-EVALUATE.

      * first, middle and last name picked by the hash of the real
      * name - blank stays blank
       MASK-PERSON-NAME.
           MOVE SPACES TO WS-MASKED-TEXT.
           IF WS-TEXT-WORK NOT = SPACES
               PERFORM HASH-TEXT
               PERFORM TAKE-PICK-OF-20
               MOVE WS-PICK TO WS-PICK-FIRST
               PERFORM TAKE-PICK-OF-20
               MOVE WS-PICK TO WS-PICK-MIDDLE
               PERFORM TAKE-PICK-OF-20
               STRING FIRST-NAME(WS-PICK-FIRST) DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   LAST-NAME(WS-PICK-MIDDLE) DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   LAST-NAME(WS-PICK) DELIMITED BY SPACE
                   INTO WS-MASKED-TEXT
               END-STRING
           END-IF.

      * each pick uses up the low part of the hash
       TAKE-PICK-OF-20.
           DIVIDE WS-HASH BY 20 GIVING WS-QUOTIENT
               REMAINDER WS-PICK.
           MOVE WS-QUOTIENT TO WS-HASH.
           ADD 1 TO WS-PICK.

       TAKE-PICK-OF-10.
           DIVIDE WS-HASH BY 10 GIVING WS-QUOTIENT
               REMAINDER WS-PICK.
           MOVE WS-QUOTIENT TO WS-HASH.
           ADD 1 TO WS-PICK.

      * a street from the table and a house number, both from the
      * hash of the real line
       MASK-STREET-LINE.
           MOVE SPACES TO WS-MASKED-TEXT.
           IF WS-TEXT-WORK NOT = SPACES
               PERFORM HASH-TEXT
               PERFORM TAKE-PICK-OF-10
               DIVIDE WS-HASH BY 9000 GIVING WS-QUOTIENT
                   REMAINDER WS-HOUSE-NR
               ADD 100 TO WS-HOUSE-NR
               STRING STREET-NAME(WS-PICK) DELIMITED BY '  '
                   ', ' DELIMITED BY SIZE
                   WS-HOUSE-NR DELIMITED BY SIZE
                   INTO WS-MASKED-TEXT
               END-STRING
           END-IF.

       MASK-TOWN-LINE.
           MOVE SPACES TO WS-MASKED-TEXT.
           IF WS-TEXT-WORK NOT = SPACES
               PERFORM HASH-TEXT
               PERFORM TAKE-PICK-OF-10
               MOVE TOWN-NAME(WS-PICK) TO WS-MASKED-TEXT
           END-IF.

      * a running hash of every character code, seeded from the
      * mask key and held under a prime modulus
       HASH-TEXT.
           MOVE WS-HASH-SEED TO WS-HASH.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 30
               MOVE WS-TEXT-CHAR(WS-CHAR-IDX) TO WS-CHAR-LOW
               COMPUTE WS-PRODUCT = WS-HASH * 31 + WS-CHAR-CODE
               DIVIDE WS-PRODUCT BY WS-HASH-MODULUS
                   GIVING WS-QUOTIENT REMAINDER WS-HASH
           END-PERFORM.

       WRITE-RUNLOG-START.
           MOVE 'PROD-MASK' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'PROD-MASK' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY CPFCHKP.

           COPY CNPJCHKP.

           COPY BUSDTP.
