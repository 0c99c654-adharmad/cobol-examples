      * consolidated establishment control report - once the payroll
      * outputs are built in one section per establishment, each
      * section carries its own header and trailer, but nobody saw
      * the run whole: what each legal entity and branch paid,
      * remitted, collected, declared and posted, side by side and
      * in total.  this job reads the run's outputs as they stand -
      *   BANKFILE  - the '9' trailer closing each section
      *   TAXREMIT  - the '8' section trailers
      *   FGTSCOLL  - the '8' section trailers
      *   DECLFILE  - the 'T' trailer closing each section
      *   PAYGLPOST - the postings, by their establishment code
      * and proves every section trailer against the details it
      * closes, listing each section with its verdict, and each
      * establishment's ledger debits against its credits.  the
      * ESTCTLRPT report then sets the establishments side by side
      * with the run's grand totals beneath.  a missing output is
      * noted and passed over; a section that does not agree with
      * its own details, or an establishment whose postings do not
      * balance, is flagged and the run ends with return code 4.
      * outputs cut with no ESTFILE carry a blank establishment
      * code and report as the single employer
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTAB-CONTROL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-FILE ASSIGN TO 'BANKFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNK-STATUS.

           SELECT TAX-REMIT-FILE ASSIGN TO 'TAXREMIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-STATUS.

           SELECT FGTS-COLL-FILE ASSIGN TO 'FGTSCOLL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FGT-STATUS.

           SELECT DECL-FILE ASSIGN TO 'DECLFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCL-STATUS.

           SELECT GL-POST-FILE ASSIGN TO 'PAYGLPOST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLP-STATUS.

           SELECT CONTROL-RPT-FILE ASSIGN TO 'ESTCTLRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * the BANK-PAYMENT-FILE layout - header, detail and trailer
       FD  BANK-FILE.
       01  BANK-HEADER-IN.
           05 BHI-REC-TYPE             PIC X(01).
           05 FILLER                   PIC X(46).
           05 BHI-EST-CD               PIC X(04).
           05 FILLER                   PIC X(29).
       01  BANK-DETAIL-IN.
           05 FILLER                   PIC X(37).
           05 BDI-NET-AMOUNT           PIC 9(09)V99.
           05 FILLER                   PIC X(32).
       01  BANK-TRAILER-IN.
           05 FILLER                   PIC X(01).
           05 BTI-DETAIL-COUNT         PIC 9(06).
           05 BTI-NET-TOTAL            PIC 9(11)V99.
           05 BTI-EST-CD               PIC X(04).
           05 FILLER                   PIC X(56).

      * the TAX-REMIT-FILE layout - header, detail and section
      * trailer; the RECORD COUNT trailer is TRAILER-VERIFY's
       FD  TAX-REMIT-FILE.
       01  TAX-HEADER-IN.
           05 THI-REC-TYPE             PIC X(01).
           05 FILLER                   PIC X(38).
           05 THI-EST-CD               PIC X(04).
           05 FILLER                   PIC X(37).
       01  TAX-DETAIL-IN.
           05 FILLER                   PIC X(13).
           05 TDI-AMOUNT               PIC 9(07)V99.
           05 FILLER                   PIC X(58).
       01  TAX-SECTION-IN.
           05 FILLER                   PIC X(01).
           05 TSI-EST-CD               PIC X(04).
           05 FILLER                   PIC X(24).
           05 TSI-DETAIL-COUNT         PIC 9(06).
           05 TSI-AMOUNT               PIC 9(09)V99.
           05 FILLER                   PIC X(34).

      * the FGTS-DEPOSIT collection layout, shaped like TAXREMIT
       FD  FGTS-COLL-FILE.
       01  FGTS-HEADER-IN.
           05 FHI-REC-TYPE             PIC X(01).
           05 FILLER                   PIC X(62).
           05 FHI-EST-CD               PIC X(04).
           05 FILLER                   PIC X(13).
       01  FGTS-DETAIL-IN.
           05 FILLER                   PIC X(18).
           05 FDI-DEPOSIT              PIC 9(07)V99.
           05 FILLER                   PIC X(53).
       01  FGTS-SECTION-IN.
           05 FILLER                   PIC X(01).
           05 FSI-EST-CD               PIC X(04).
           05 FILLER                   PIC X(24).
           05 FSI-DETAIL-COUNT         PIC 9(06).
           05 FSI-AMOUNT               PIC 9(09)V99.
           05 FILLER                   PIC X(34).

      * the WAGE-DECLARE layout - header, detail and trailer
       FD  DECL-FILE.
       01  DECL-HEADER-IN.
           05 DHI-REC-TYPE             PIC X(01).
           05 FILLER                   PIC X(14).
           05 DHI-EST-CD               PIC X(04).
           05 FILLER                   PIC X(61).
       01  DECL-DETAIL-IN.
           05 FILLER                   PIC X(18).
           05 DDI-GROSS                PIC 9(07)V99.
           05 FILLER                   PIC X(53).
       01  DECL-TRAILER-IN.
           05 FILLER                   PIC X(01).
           05 DTI-EMP-COUNT            PIC 9(06).
           05 DTI-GROSS-TOTAL          PIC 9(11)V99.
           05 FILLER                   PIC X(35).
           05 DTI-EST-CD               PIC X(04).
           05 FILLER                   PIC X(21).

      * the PAYROLL-GL-POST layout with its trailing company and
      * establishment
       FD  GL-POST-FILE.
       01  GL-POST-IN.
           05 GLI-DR-CR                PIC X(01).
           05 FILLER                   PIC X(28).
           05 GLI-AMOUNT               PIC 9(09)V99.
           05 FILLER                   PIC X(01).
           05 GLI-COMPANY              PIC X(04).
           05 GLI-ESTAB-CD             PIC X(04).

       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-BNK-STATUS               PIC XX.
       01  WS-TAX-STATUS               PIC XX.
       01  WS-FGT-STATUS               PIC XX.
       01  WS-DCL-STATUS               PIC XX.
       01  WS-GLP-STATUS               PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

           COPY ESTLKW.

      * one entry per establishment - ESTFILE's in key order first,
      * then any code an output carries that ESTFILE does not
       01  WS-EST-COUNT                PIC 9(03) VALUE ZEROS.
       01  WS-EST-IDX                  PIC 9(03).
       01  WS-EST-SLOT                 PIC 9(03).
       01  WS-WANTED-CD                PIC X(04).
       01  EST-CONTROL-TABLE.
           05  EST-CONTROL-ENTRY OCCURS 21 TIMES.
               10  ECT-EST-CD          PIC X(04).
               10  ECT-EST-NAME        PIC X(20).
               10  ECT-BANK-NET        PIC 9(11)V99.
               10  ECT-TAX-REMIT       PIC 9(11)V99.
               10  ECT-FGTS-DEPOSIT    PIC 9(11)V99.
               10  ECT-DECL-GROSS      PIC 9(11)V99.
               10  ECT-GL-DEBITS       PIC 9(11)V99.
               10  ECT-GL-CREDITS      PIC 9(11)V99.

      * the section being read - its code and the details summed
      * since its header, proved against its trailer
       01  WS-SECTION-CD               PIC X(04).
       01  WS-SECTION-COUNT            PIC 9(06).
       01  WS-SECTION-AMOUNT           PIC 9(11)V99.
       01  WS-TRAILER-COUNT            PIC 9(06).
       01  WS-TRAILER-AMOUNT           PIC 9(11)V99.
       01  WS-FILE-NAME                PIC X(10).
       01  WS-FLAG-COUNT               PIC 9(05) VALUE ZEROS.

       01  WS-GRAND-BANK-NET           PIC 9(11)V99 VALUE ZEROS.
       01  WS-GRAND-TAX-REMIT          PIC 9(11)V99 VALUE ZEROS.
       01  WS-GRAND-FGTS-DEPOSIT       PIC 9(11)V99 VALUE ZEROS.
       01  WS-GRAND-DECL-GROSS         PIC 9(11)V99 VALUE ZEROS.
       01  WS-GRAND-GL-DEBITS          PIC 9(11)V99 VALUE ZEROS.

       01  RPT-HEADING.
           05 FILLER                   PIC X(40) VALUE
               'ESTABLISHMENT CONTROL REPORT - RUN DATE '.
           05 RPT-HDG-DATE             PIC 9(08).

       01  RPT-SECTION-HEADING PIC X(100) VALUE
           'SECTION PROOFS'.

       01  RPT-SECTION-LINE.
           05 RPT-SEC-FILE             PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-SEC-EST-CD           PIC X(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-SEC-COUNT            PIC Z(5)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-SEC-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-SEC-VERDICT          PIC X(36).

       01  RPT-MISSING-LINE.
           05 RPT-MISSING-FILE         PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE
               'NOT PRESENT - NOT PROVED'.

       01  RPT-MATRIX-HEADING.
           05 FILLER                   PIC X(28) VALUE
               'EST   NAME'.
           05 FILLER                   PIC X(14) VALUE
               '    BANK NET  '.
           05 FILLER                   PIC X(14) VALUE
               '   TAX REMIT  '.
           05 FILLER                   PIC X(14) VALUE
               '  FGTS DEPST  '.
           05 FILLER                   PIC X(14) VALUE
               '  DECL GROSS  '.
           05 FILLER                   PIC X(14) VALUE
               '   GL DEBITS  '.

       01  RPT-MATRIX-LINE.
           05 RPT-MX-EST-CD            PIC X(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-MX-EST-NAME          PIC X(20).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-MX-BANK-NET          PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-MX-TAX-REMIT         PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-MX-FGTS-DEPOSIT      PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-MX-DECL-GROSS        PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-MX-GL-DEBITS         PIC Z,ZZZ,ZZ9.99.

       01  RPT-FLAG-LINE.
           05 FILLER                   PIC X(26) VALUE
               'CONTROL FLAGS RAISED -    '.
           05 RPT-FLAG-COUNT           PIC Z(4)9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'ESTAB-CONTROL' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           PERFORM LOAD-ESTABLISHMENTS.
           OPEN OUTPUT CONTROL-RPT-FILE.
           MOVE BDT-BUS-DATE TO RPT-HDG-DATE.
           WRITE CONTROL-RPT-LINE FROM RPT-HEADING.
           WRITE CONTROL-RPT-LINE FROM RPT-SECTION-HEADING.
           ADD 2 TO RUNLOG-WRITTEN-COUNT.

           PERFORM PROVE-BANK-FILE.
           PERFORM PROVE-TAX-REMIT-FILE.
           PERFORM PROVE-FGTS-COLL-FILE.
           PERFORM PROVE-DECL-FILE.
           PERFORM PROVE-GL-POST-FILE.

           PERFORM WRITE-ESTABLISHMENT-MATRIX.
           CLOSE CONTROL-RPT-FILE.
           IF WS-FLAG-COUNT > ZEROS
               MOVE 4 TO WS-RUN-RC
           END-IF.

      * the establishments ESTFILE knows, in its order, so every
      * one shows on the report even where it had nothing this run
       LOAD-ESTABLISHMENTS.
           SET ESLK-FUNC-BY-NUMBER TO TRUE.
           MOVE 1 TO ESLK-EST-NBR.
           CALL 'ESTAB-LOOKUP' USING ESTAB-LOOKUP-PARMS.
           IF NOT ESLK-STAT-NO-TABLE
               PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                       UNTIL WS-EST-IDX > ESLK-EST-COUNT
                   SET ESLK-FUNC-BY-NUMBER TO TRUE
                   MOVE WS-EST-IDX TO ESLK-EST-NBR
                   CALL 'ESTAB-LOOKUP' USING ESTAB-LOOKUP-PARMS
                   MOVE ESLK-EST-CD TO WS-WANTED-CD
                   PERFORM FIND-EST-SLOT
                   MOVE ESLK-EST-NAME TO ECT-EST-NAME(WS-EST-SLOT)
               END-PERFORM
           END-IF.

      * the code's entry, opened on first sight; a blank code is
      * an output cut for the single EMPCNPJ employer
       FIND-EST-SLOT.
           MOVE ZEROS TO WS-EST-SLOT.
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-COUNT
                       OR WS-EST-SLOT > ZEROS
               IF ECT-EST-CD(WS-EST-IDX) = WS-WANTED-CD
                   MOVE WS-EST-IDX TO WS-EST-SLOT
               END-IF
           END-PERFORM.
           IF WS-EST-SLOT = ZEROS
               IF WS-EST-COUNT < 21
                   ADD 1 TO WS-EST-COUNT
               END-IF
               MOVE WS-EST-COUNT TO WS-EST-SLOT
               MOVE WS-WANTED-CD TO ECT-EST-CD(WS-EST-SLOT)
               IF WS-WANTED-CD = SPACES
                   MOVE 'SINGLE EMPLOYER' TO ECT-EST-NAME(WS-EST-SLOT)
               ELSE
                   MOVE 'NOT ON ESTFILE' TO ECT-EST-NAME(WS-EST-SLOT)
               END-IF
               MOVE ZEROS TO ECT-BANK-NET(WS-EST-SLOT)
               MOVE ZEROS TO ECT-TAX-REMIT(WS-EST-SLOT)
               MOVE ZEROS TO ECT-FGTS-DEPOSIT(WS-EST-SLOT)
               MOVE ZEROS TO ECT-DECL-GROSS(WS-EST-SLOT)
               MOVE ZEROS TO ECT-GL-DEBITS(WS-EST-SLOT)
               MOVE ZEROS TO ECT-GL-CREDITS(WS-EST-SLOT)
           END-IF.

      * each section's '1' details against the '9' trailer closing
      * it; the trailer carries the section's establishment
       PROVE-BANK-FILE.
           MOVE 'BANKFILE' TO WS-FILE-NAME.
           OPEN INPUT BANK-FILE.
           IF WS-BNK-STATUS NOT = '00'
               PERFORM WRITE-MISSING-LINE
           ELSE
               PERFORM START-SECTION
               PERFORM READ-BANK-RECORD
               PERFORM UNTIL WS-BNK-STATUS NOT = '00'
                   EVALUATE BHI-REC-TYPE
                       WHEN '0'
                           PERFORM START-SECTION
                       WHEN '1'
                           IF BDI-NET-AMOUNT IS NUMERIC
                               ADD 1 TO WS-SECTION-COUNT
                               ADD BDI-NET-AMOUNT TO WS-SECTION-AMOUNT
                           END-IF
                       WHEN '9'
                           MOVE BTI-EST-CD TO WS-SECTION-CD
                           MOVE ZEROS TO WS-TRAILER-COUNT
                           MOVE ZEROS TO WS-TRAILER-AMOUNT
                           IF BTI-DETAIL-COUNT IS NUMERIC
                               MOVE BTI-DETAIL-COUNT TO
                                   WS-TRAILER-COUNT
                           END-IF
                           IF BTI-NET-TOTAL IS NUMERIC
                               MOVE BTI-NET-TOTAL TO WS-TRAILER-AMOUNT
                           END-IF
                           PERFORM PROVE-ONE-SECTION
                           ADD WS-TRAILER-AMOUNT TO
                               ECT-BANK-NET(WS-EST-SLOT)
                           ADD WS-TRAILER-AMOUNT TO WS-GRAND-BANK-NET
                           PERFORM START-SECTION
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   PERFORM READ-BANK-RECORD
               END-PERFORM
               CLOSE BANK-FILE
           END-IF.

       READ-BANK-RECORD.
           READ BANK-FILE
               AT END
                   MOVE '10' TO WS-BNK-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * the '8' section trailers; a run cut with no ESTFILE has no
      * section trailer, so its details are proved against the
      * RECORD COUNT trailer's control total at end of file
       PROVE-TAX-REMIT-FILE.
           MOVE 'TAXREMIT' TO WS-FILE-NAME.
           OPEN INPUT TAX-REMIT-FILE.
           IF WS-TAX-STATUS NOT = '00'
               PERFORM WRITE-MISSING-LINE
           ELSE
               PERFORM START-SECTION
               PERFORM READ-TAX-RECORD
               PERFORM UNTIL WS-TAX-STATUS NOT = '00'
                   EVALUATE THI-REC-TYPE
                       WHEN '0'
                           PERFORM START-SECTION
                           MOVE THI-EST-CD TO WS-SECTION-CD
                       WHEN '1'
                           IF TDI-AMOUNT IS NUMERIC
                               ADD 1 TO WS-SECTION-COUNT
                               ADD TDI-AMOUNT TO WS-SECTION-AMOUNT
                           END-IF
                       WHEN '8'
                           MOVE TSI-EST-CD TO WS-SECTION-CD
                           MOVE ZEROS TO WS-TRAILER-COUNT
                           MOVE ZEROS TO WS-TRAILER-AMOUNT
                           IF TSI-DETAIL-COUNT IS NUMERIC
                               MOVE TSI-DETAIL-COUNT TO
                                   WS-TRAILER-COUNT
                           END-IF
                           IF TSI-AMOUNT IS NUMERIC
                               MOVE TSI-AMOUNT TO WS-TRAILER-AMOUNT
                           END-IF
                           PERFORM PROVE-ONE-SECTION
                           ADD WS-TRAILER-AMOUNT TO
                               ECT-TAX-REMIT(WS-EST-SLOT)
                           ADD WS-TRAILER-AMOUNT TO WS-GRAND-TAX-REMIT
                           PERFORM START-SECTION
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   PERFORM READ-TAX-RECORD
               END-PERFORM
               IF WS-SECTION-COUNT > ZEROS
                   PERFORM TAKE-UNSECTIONED-DETAILS
                   ADD WS-SECTION-AMOUNT TO
                       ECT-TAX-REMIT(WS-EST-SLOT)
                   ADD WS-SECTION-AMOUNT TO WS-GRAND-TAX-REMIT
               END-IF
               CLOSE TAX-REMIT-FILE
           END-IF.

       READ-TAX-RECORD.
           READ TAX-REMIT-FILE
               AT END
                   MOVE '10' TO WS-TAX-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * the same shape as TAXREMIT
       PROVE-FGTS-COLL-FILE.
           MOVE 'FGTSCOLL' TO WS-FILE-NAME.
           OPEN INPUT FGTS-COLL-FILE.
           IF WS-FGT-STATUS NOT = '00'
               PERFORM WRITE-MISSING-LINE
           ELSE
               PERFORM START-SECTION
               PERFORM READ-FGTS-RECORD
               PERFORM UNTIL WS-FGT-STATUS NOT = '00'
                   EVALUATE FHI-REC-TYPE
                       WHEN '0'
                           PERFORM START-SECTION
                           MOVE FHI-EST-CD TO WS-SECTION-CD
                       WHEN '1'
                           IF FDI-DEPOSIT IS NUMERIC
                               ADD 1 TO WS-SECTION-COUNT
                               ADD FDI-DEPOSIT TO WS-SECTION-AMOUNT
                           END-IF
                       WHEN '8'
                           MOVE FSI-EST-CD TO WS-SECTION-CD
                           MOVE ZEROS TO WS-TRAILER-COUNT
                           MOVE ZEROS TO WS-TRAILER-AMOUNT
                           IF FSI-DETAIL-COUNT IS NUMERIC
                               MOVE FSI-DETAIL-COUNT TO
                                   WS-TRAILER-COUNT
                           END-IF
                           IF FSI-AMOUNT IS NUMERIC
                               MOVE FSI-AMOUNT TO WS-TRAILER-AMOUNT
                           END-IF
                           PERFORM PROVE-ONE-SECTION
                           ADD WS-TRAILER-AMOUNT TO
                               ECT-FGTS-DEPOSIT(WS-EST-SLOT)
                           ADD WS-TRAILER-AMOUNT TO
                               WS-GRAND-FGTS-DEPOSIT
                           PERFORM START-SECTION
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   PERFORM READ-FGTS-RECORD
               END-PERFORM
               IF WS-SECTION-COUNT > ZEROS
                   PERFORM TAKE-UNSECTIONED-DETAILS
                   ADD WS-SECTION-AMOUNT TO
                       ECT-FGTS-DEPOSIT(WS-EST-SLOT)
                   ADD WS-SECTION-AMOUNT TO WS-GRAND-FGTS-DEPOSIT
               END-IF
               CLOSE FGTS-COLL-FILE
           END-IF.

       READ-FGTS-RECORD.
           READ FGTS-COLL-FILE
               AT END
                   MOVE '10' TO WS-FGT-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * each section's 'D' gross against the 'T' trailer closing it
       PROVE-DECL-FILE.
           MOVE 'DECLFILE' TO WS-FILE-NAME.
           OPEN INPUT DECL-FILE.
           IF WS-DCL-STATUS NOT = '00'
               PERFORM WRITE-MISSING-LINE
           ELSE
               PERFORM START-SECTION
               PERFORM READ-DECL-RECORD
               PERFORM UNTIL WS-DCL-STATUS NOT = '00'
                   EVALUATE DHI-REC-TYPE
                       WHEN 'H'
                           PERFORM START-SECTION
                       WHEN 'D'
                           IF DDI-GROSS IS NUMERIC
                               ADD 1 TO WS-SECTION-COUNT
                               ADD DDI-GROSS TO WS-SECTION-AMOUNT
                           END-IF
                       WHEN 'T'
                           MOVE DTI-EST-CD TO WS-SECTION-CD
                           MOVE ZEROS TO WS-TRAILER-COUNT
                           MOVE ZEROS TO WS-TRAILER-AMOUNT
                           IF DTI-EMP-COUNT IS NUMERIC
                               MOVE DTI-EMP-COUNT TO WS-TRAILER-COUNT
                           END-IF
                           IF DTI-GROSS-TOTAL IS NUMERIC
                               MOVE DTI-GROSS-TOTAL TO
                                   WS-TRAILER-AMOUNT
                           END-IF
                           PERFORM PROVE-ONE-SECTION
                           ADD WS-TRAILER-AMOUNT TO
                               ECT-DECL-GROSS(WS-EST-SLOT)
                           ADD WS-TRAILER-AMOUNT TO
                               WS-GRAND-DECL-GROSS
                           PERFORM START-SECTION
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   PERFORM READ-DECL-RECORD
               END-PERFORM
               CLOSE DECL-FILE
           END-IF.

       READ-DECL-RECORD.
           READ DECL-FILE
               AT END
                   MOVE '10' TO WS-DCL-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * the postings carry no trailers - each establishment's
      * debits are proved against its credits once the file is read
       PROVE-GL-POST-FILE.
           MOVE 'PAYGLPOST' TO WS-FILE-NAME.
           OPEN INPUT GL-POST-FILE.
           IF WS-GLP-STATUS NOT = '00'
               PERFORM WRITE-MISSING-LINE
           ELSE
               PERFORM READ-GL-POST-RECORD
               PERFORM UNTIL WS-GLP-STATUS NOT = '00'
                   IF GLI-AMOUNT IS NUMERIC
                       MOVE GLI-ESTAB-CD TO WS-WANTED-CD
                       PERFORM FIND-EST-SLOT
                       IF GLI-DR-CR = 'D'
                           ADD GLI-AMOUNT TO
                               ECT-GL-DEBITS(WS-EST-SLOT)
                           ADD GLI-AMOUNT TO WS-GRAND-GL-DEBITS
                       ELSE
                           ADD GLI-AMOUNT TO
                               ECT-GL-CREDITS(WS-EST-SLOT)
                       END-IF
                   END-IF
                   PERFORM READ-GL-POST-RECORD
               END-PERFORM
               CLOSE GL-POST-FILE
               PERFORM VARYING WS-EST-SLOT FROM 1 BY 1
                       UNTIL WS-EST-SLOT > WS-EST-COUNT
                   PERFORM PROVE-ONE-LEDGER
               END-PERFORM
           END-IF.

       READ-GL-POST-RECORD.
           READ GL-POST-FILE
               AT END
                   MOVE '10' TO WS-GLP-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       PROVE-ONE-LEDGER.
           IF ECT-GL-DEBITS(WS-EST-SLOT) > ZEROS
                   OR ECT-GL-CREDITS(WS-EST-SLOT) > ZEROS
               MOVE WS-FILE-NAME TO RPT-SEC-FILE
               MOVE ECT-EST-CD(WS-EST-SLOT) TO RPT-SEC-EST-CD
               MOVE ZEROS TO RPT-SEC-COUNT
               MOVE ECT-GL-DEBITS(WS-EST-SLOT) TO RPT-SEC-AMOUNT
               IF ECT-GL-DEBITS(WS-EST-SLOT) =
                       ECT-GL-CREDITS(WS-EST-SLOT)
                   MOVE 'DEBITS EQUAL CREDITS' TO RPT-SEC-VERDICT
               ELSE
                   MOVE '** DEBITS DO NOT EQUAL CREDITS' TO
                       RPT-SEC-VERDICT
                   ADD 1 TO WS-FLAG-COUNT
               END-IF
               WRITE CONTROL-RPT-LINE FROM RPT-SECTION-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-IF.

       START-SECTION.
           MOVE SPACES TO WS-SECTION-CD.
           MOVE ZEROS TO WS-SECTION-COUNT.
           MOVE ZEROS TO WS-SECTION-AMOUNT.

      * a section agrees when its trailer's count and amount are
      * what its own details add up to
       PROVE-ONE-SECTION.
           MOVE WS-SECTION-CD TO WS-WANTED-CD.
           PERFORM FIND-EST-SLOT.
           MOVE WS-FILE-NAME TO RPT-SEC-FILE.
           MOVE WS-SECTION-CD TO RPT-SEC-EST-CD.
           MOVE WS-TRAILER-COUNT TO RPT-SEC-COUNT.
           MOVE WS-TRAILER-AMOUNT TO RPT-SEC-AMOUNT.
           IF WS-TRAILER-COUNT = WS-SECTION-COUNT
                   AND WS-TRAILER-AMOUNT = WS-SECTION-AMOUNT
               MOVE 'SECTION AGREES WITH ITS DETAILS' TO
                   RPT-SEC-VERDICT
           ELSE
               MOVE '** SECTION DISAGREES WITH ITS DETAILS' TO
                   RPT-SEC-VERDICT
               ADD 1 TO WS-FLAG-COUNT
           END-IF.
           WRITE CONTROL-RPT-LINE FROM RPT-SECTION-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * details left after the last section trailer belong to a
      * file cut with no ESTFILE - TRAILER-VERIFY proves those
       TAKE-UNSECTIONED-DETAILS.
           MOVE WS-SECTION-CD TO WS-WANTED-CD.
           PERFORM FIND-EST-SLOT.
           MOVE WS-FILE-NAME TO RPT-SEC-FILE.
           MOVE WS-SECTION-CD TO RPT-SEC-EST-CD.
           MOVE WS-SECTION-COUNT TO RPT-SEC-COUNT.
           MOVE WS-SECTION-AMOUNT TO RPT-SEC-AMOUNT.
           MOVE 'NO SECTION TRAILER - SEE TRAILER-VERIFY' TO
               RPT-SEC-VERDICT.
           WRITE CONTROL-RPT-LINE FROM RPT-SECTION-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-MISSING-LINE.
           MOVE WS-FILE-NAME TO RPT-MISSING-FILE.
           WRITE CONTROL-RPT-LINE FROM RPT-MISSING-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * every establishment side by side, the run's totals beneath
       WRITE-ESTABLISHMENT-MATRIX.
           MOVE SPACES TO CONTROL-RPT-LINE.
           WRITE CONTROL-RPT-LINE.
           WRITE CONTROL-RPT-LINE FROM RPT-MATRIX-HEADING.
           ADD 2 TO RUNLOG-WRITTEN-COUNT.
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-COUNT
               MOVE ECT-EST-CD(WS-EST-IDX) TO RPT-MX-EST-CD
               MOVE ECT-EST-NAME(WS-EST-IDX) TO RPT-MX-EST-NAME
               MOVE ECT-BANK-NET(WS-EST-IDX) TO RPT-MX-BANK-NET
               MOVE ECT-TAX-REMIT(WS-EST-IDX) TO RPT-MX-TAX-REMIT
               MOVE ECT-FGTS-DEPOSIT(WS-EST-IDX) TO
                   RPT-MX-FGTS-DEPOSIT
               MOVE ECT-DECL-GROSS(WS-EST-IDX) TO RPT-MX-DECL-GROSS
               MOVE ECT-GL-DEBITS(WS-EST-IDX) TO RPT-MX-GL-DEBITS
               WRITE CONTROL-RPT-LINE FROM RPT-MATRIX-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-PERFORM.

           MOVE 'ALL ' TO RPT-MX-EST-CD.
           MOVE 'RUN TOTAL' TO RPT-MX-EST-NAME.
           MOVE WS-GRAND-BANK-NET TO RPT-MX-BANK-NET.
           MOVE WS-GRAND-TAX-REMIT TO RPT-MX-TAX-REMIT.
           MOVE WS-GRAND-FGTS-DEPOSIT TO RPT-MX-FGTS-DEPOSIT.
           MOVE WS-GRAND-DECL-GROSS TO RPT-MX-DECL-GROSS.
           MOVE WS-GRAND-GL-DEBITS TO RPT-MX-GL-DEBITS.
           WRITE CONTROL-RPT-LINE FROM RPT-MATRIX-LINE.
           MOVE WS-FLAG-COUNT TO RPT-FLAG-COUNT.
           WRITE CONTROL-RPT-LINE FROM RPT-FLAG-LINE.
           ADD 2 TO RUNLOG-WRITTEN-COUNT.

       WRITE-RUNLOG-START.
           MOVE 'ESTAB-CONTROL' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'ESTAB-CONTROL' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
