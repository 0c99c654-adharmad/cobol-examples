      * CALLable establishment lookup - the payroll outputs group
      * their records by the establishment each employee is paid
      * under, and every one of them needs the same answers: which
      * establishments there are, what an establishment's CNPJ,
      * bank account and ledger company are, and which
      * establishment a given employee belongs to.  this packages
      * the ESTFILE load and the EMPMAST read behind one parameter
      * area, the way CODELOOKUP packages CODEREF, so no output
      * program grows its own copy of the table.
      *
      * callers use the ESTLKW parameter area.  ESTFILE is loaded
      * on the first call and held across calls; EMPMAST is opened
      * the first time an employee is asked for.  an employee with
      * no establishment on the master, or not on the master at
      * all, is the head office's - the entry ESTFILE flags as head
      * office, or its first entry when none is flagged.  a missing
      * ESTFILE comes back as ESLK-STAT-NO-TABLE on every call
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTAB-LOOKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EST-FILE ASSIGN TO 'ESTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS EST-CD
               FILE STATUS IS WS-EST-STATUS.

           SELECT EMP-MAST-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS EM-EMP-ID
               FILE STATUS IS WS-EMPM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EST-FILE.
           COPY ESTREC.

       FD  EMP-MAST-FILE.
           COPY EMPMREC.

       WORKING-STORAGE SECTION.
       01  WS-EST-STATUS           PIC XX.
       01  WS-EMPM-STATUS          PIC XX.
       01  WS-LOAD-STATE           PIC X(01) VALUE 'N'.
           88  TABLE-NOT-LOADED            VALUE 'N'.
           88  TABLE-IS-LOADED             VALUE 'Y'.
           88  TABLE-LOAD-FAILED           VALUE 'F'.
       01  WS-EMPM-STATE           PIC X(01) VALUE 'N'.
           88  EMPMAST-NOT-TRIED           VALUE 'N'.
           88  EMPMAST-IS-OPEN             VALUE 'Y'.
           88  EMPMAST-UNAVAILABLE         VALUE 'F'.
       01  WS-TABLE-COUNT          PIC 9(03) VALUE ZEROES.
       01  WS-HEAD-OFFICE-NBR      PIC 9(03) VALUE 1.
       01  WS-WANTED-CD            PIC X(04).
       01  WS-HIT-NBR              PIC 9(03).
       01  IDX1                    PIC 9(03).

       01  EST-TABLE-OBJ.
           05  EST-TABLE OCCURS 20 TIMES.
               10  ET-CD           PIC X(04).
               10  ET-NAME         PIC X(30).
               10  ET-CNPJ         PIC 9(14).
               10  ET-BANK-CD      PIC X(03).
               10  ET-BANK-BRANCH  PIC X(05).
               10  ET-BANK-ACCT    PIC X(10).
               10  ET-GL-COMPANY   PIC X(04).
               10  ET-HEAD-OFFICE  PIC X(01).
               10  ET-STATUS-CD    PIC X(01).

       LINKAGE SECTION.
           COPY ESTLKW.

       PROCEDURE DIVISION USING ESTAB-LOOKUP-PARMS.

           IF TABLE-NOT-LOADED
               PERFORM LOAD-EST-TABLE
           END-IF.

           MOVE WS-TABLE-COUNT TO ESLK-EST-COUNT.
           MOVE SPACE TO ESLK-ASSIGN-SW.
           IF TABLE-LOAD-FAILED
               SET ESLK-STAT-NO-TABLE TO TRUE
               PERFORM CLEAR-RETURNED-ENTRY
           ELSE
               EVALUATE TRUE
                   WHEN ESLK-FUNC-BY-NUMBER
                       MOVE ESLK-EST-NBR TO WS-HIT-NBR
                       PERFORM RETURN-ENTRY-BY-NUMBER
                   WHEN ESLK-FUNC-BY-CODE
                       MOVE ESLK-CODE-IN TO WS-WANTED-CD
                       PERFORM SEARCH-EST-TABLE
                       PERFORM RETURN-ENTRY-BY-NUMBER
                   WHEN ESLK-FUNC-BY-EMPLOYEE
                       PERFORM FIND-EMPLOYEE-ESTABLISHMENT
                   WHEN OTHER
                       SET ESLK-STAT-NOT-FOUND TO TRUE
                       PERFORM CLEAR-RETURNED-ENTRY
               END-EVALUATE
           END-IF.

           GOBACK.

      * populate the working table from ESTFILE in key order - an
      * empty ESTFILE is treated as no ESTFILE, so a shop that has
      * not keyed its establishments yet keeps running as one
      * employer
       LOAD-EST-TABLE.
           OPEN INPUT EST-FILE.
           IF WS-EST-STATUS NOT = '00'
               SET TABLE-LOAD-FAILED TO TRUE
           ELSE
               PERFORM READ-EST-RECORD
               PERFORM UNTIL WS-EST-STATUS NOT = '00'
                       OR WS-TABLE-COUNT = 20
                   ADD 1 TO WS-TABLE-COUNT
                   MOVE EST-CD TO ET-CD(WS-TABLE-COUNT)
                   MOVE EST-NAME TO ET-NAME(WS-TABLE-COUNT)
                   MOVE EST-CNPJ TO ET-CNPJ(WS-TABLE-COUNT)
                   MOVE EST-BANK-CD TO ET-BANK-CD(WS-TABLE-COUNT)
                   MOVE EST-BANK-BRANCH TO
                       ET-BANK-BRANCH(WS-TABLE-COUNT)
                   MOVE EST-BANK-ACCT TO ET-BANK-ACCT(WS-TABLE-COUNT)
                   MOVE EST-GL-COMPANY TO
                       ET-GL-COMPANY(WS-TABLE-COUNT)
                   MOVE EST-HEAD-OFFICE TO
                       ET-HEAD-OFFICE(WS-TABLE-COUNT)
                   MOVE EST-STATUS-CD TO ET-STATUS-CD(WS-TABLE-COUNT)
                   IF EST-IS-HEAD-OFFICE
                       MOVE WS-TABLE-COUNT TO WS-HEAD-OFFICE-NBR
                   END-IF
                   PERFORM READ-EST-RECORD
               END-PERFORM
               IF WS-TABLE-COUNT = 20
                       AND WS-EST-STATUS = '00'
                   DISPLAY 'ESTAB-LOOKUP: ESTFILE EXCEEDS 20 '
                       'ENTRIES - TABLE TRUNCATED, EMPLOYEES OF '
                       'LATER ESTABLISHMENTS GO TO THE HEAD OFFICE'
               END-IF
               CLOSE EST-FILE
               IF WS-TABLE-COUNT = ZEROS
                   SET TABLE-LOAD-FAILED TO TRUE
               ELSE
                   SET TABLE-IS-LOADED TO TRUE
               END-IF
           END-IF.

       READ-EST-RECORD.
           READ EST-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-EST-STATUS
           END-READ.

      * bounded sequential search, the same shape as CODELOOKUP's
       SEARCH-EST-TABLE.
           MOVE ZEROS TO WS-HIT-NBR.
           PERFORM VARYING IDX1 FROM 1 BY 1
                   UNTIL IDX1 > WS-TABLE-COUNT
                       OR WS-HIT-NBR > ZEROS
               IF ET-CD(IDX1) = WS-WANTED-CD
                   MOVE IDX1 TO WS-HIT-NBR
               END-IF
           END-PERFORM.

       RETURN-ENTRY-BY-NUMBER.
           IF WS-HIT-NBR < 1 OR WS-HIT-NBR > WS-TABLE-COUNT
               SET ESLK-STAT-NOT-FOUND TO TRUE
               PERFORM CLEAR-RETURNED-ENTRY
           ELSE
               SET ESLK-STAT-FOUND TO TRUE
               MOVE WS-HIT-NBR TO ESLK-EST-NBR
               MOVE ET-CD(WS-HIT-NBR) TO ESLK-EST-CD
               MOVE ET-NAME(WS-HIT-NBR) TO ESLK-EST-NAME
               MOVE ET-CNPJ(WS-HIT-NBR) TO ESLK-CNPJ
               MOVE ET-BANK-CD(WS-HIT-NBR) TO ESLK-BANK-CD
               MOVE ET-BANK-BRANCH(WS-HIT-NBR) TO ESLK-BANK-BRANCH
               MOVE ET-BANK-ACCT(WS-HIT-NBR) TO ESLK-BANK-ACCT
               MOVE ET-GL-COMPANY(WS-HIT-NBR) TO ESLK-GL-COMPANY
               MOVE ET-HEAD-OFFICE(WS-HIT-NBR) TO ESLK-HEAD-OFFICE
               MOVE ET-STATUS-CD(WS-HIT-NBR) TO ESLK-STATUS-CD
           END-IF.

       CLEAR-RETURNED-ENTRY.
           MOVE ZEROS TO ESLK-EST-NBR.
           MOVE SPACES TO ESLK-EST-CD.
           MOVE SPACES TO ESLK-EST-NAME.
           MOVE ZEROS TO ESLK-CNPJ.
           MOVE SPACES TO ESLK-BANK-CD.
           MOVE SPACES TO ESLK-BANK-BRANCH.
           MOVE SPACES TO ESLK-BANK-ACCT.
           MOVE SPACES TO ESLK-GL-COMPANY.
           MOVE SPACE TO ESLK-HEAD-OFFICE.
           MOVE SPACE TO ESLK-STATUS-CD.

      * the employee's establishment from the master; anything
      * the master cannot answer lands on the head office
       FIND-EMPLOYEE-ESTABLISHMENT.
           IF EMPMAST-NOT-TRIED
               OPEN INPUT EMP-MAST-FILE
               IF WS-EMPM-STATUS = '00'
                   SET EMPMAST-IS-OPEN TO TRUE
               ELSE
                   SET EMPMAST-UNAVAILABLE TO TRUE
               END-IF
           END-IF.
           MOVE SPACES TO WS-WANTED-CD.
           IF EMPMAST-IS-OPEN
               MOVE ESLK-EMP-ID TO EM-EMP-ID
               READ EMP-MAST-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-WANTED-CD
                   NOT INVALID KEY
                       MOVE EM-ESTAB-CD TO WS-WANTED-CD
               END-READ
           END-IF.
           IF WS-WANTED-CD = SPACES
               SET ESLK-DEFAULTED TO TRUE
               MOVE WS-HEAD-OFFICE-NBR TO WS-HIT-NBR
           ELSE
               PERFORM SEARCH-EST-TABLE
               IF WS-HIT-NBR = ZEROS
                   SET ESLK-CODE-UNKNOWN TO TRUE
                   MOVE WS-HEAD-OFFICE-NBR TO WS-HIT-NBR
               ELSE
                   SET ESLK-ASSIGNED TO TRUE
               END-IF
           END-IF.
           PERFORM RETURN-ENTRY-BY-NUMBER.
