      * expiring exemption certificates report - a depositor's
      * withholding exemption lapses with its certificate, and the
      * first anyone hears of it is a customer asking why tax was
      * suddenly withheld.  this report sweeps WHTEXEMPT, ages each
      * certificate's valid-to date against the business date
      * through DATE-SERVICE, and lists on WHXEXPRPT every
      * certificate that lapses within the WHXEXPPARM horizon -
      * sixty days unless the parameter says otherwise - so the
      * relationship managers can collect the renewals in time
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHTEXEMPT-EXPIRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHT-EXEMPT-FILE ASSIGN TO 'WHTEXEMPT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS WHX-DOC-NR
               FILE STATUS IS WS-WHX-STATUS.

           SELECT EXPIRY-PARM-FILE ASSIGN TO 'WHXEXPPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EPARM-STATUS.

           SELECT EXPIRY-RPT-FILE ASSIGN TO 'WHXEXPRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WHT-EXEMPT-FILE.
           COPY WHXREC.

       FD  EXPIRY-PARM-FILE.
       01  EXPIRY-PARM-RECORD          PIC 9(03).

       FD  EXPIRY-RPT-FILE.
       01  EXPIRY-RPT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WHX-STATUS               PIC XX.
       01  WS-EPARM-STATUS             PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.

           COPY RUNLOGW.

           COPY DATESRVW.

       01  WS-HORIZON-DAYS             PIC 9(03) VALUE 60.
       01  WS-TODAY                    PIC 9(08).
       01  WS-DAYS-LEFT                PIC S9(07).
       01  WS-FLAGGED-COUNT            PIC 9(05) VALUE ZEROS.

       01  RPT-HEADING.
           05 FILLER                   PIC X(40) VALUE
               'EXPIRING WITHHOLDING EXEMPTIONS - NEXT  '.
           05 RPT-HDG-HORIZON          PIC ZZ9.
           05 FILLER                   PIC X(15) VALUE
               ' DAYS FROM RUN '.
           05 RPT-HDG-DATE             PIC 9(08).

       01  RPT-DETAIL-LINE.
           05 RPT-DOC-NR               PIC X(14).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-HOLDER-NAME          PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-EXEMPT-TYPE          PIC X(07).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RPT-CERT-NR              PIC X(20).
           05 FILLER                   PIC X(09) VALUE '  LAPSES '.
           05 RPT-VALID-TO             PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-DAYS-LEFT            PIC ZZ9.

       01  RPT-TRAILER-LINE.
           05 FILLER                   PIC X(23) VALUE
               'CERTIFICATES FLAGGED - '.
           05 RPT-FLAGGED-COUNT        PIC Z(4)9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'WHTEXEMPT-EXPIRY' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-TODAY.
           PERFORM GET-EXPIRY-HORIZON.

           OPEN INPUT WHT-EXEMPT-FILE.
           IF WS-WHX-STATUS NOT = '00'
               DISPLAY 'WHTEXEMPT-EXPIRY: NO WHTEXEMPT FILE '
                   'AVAILABLE'
           ELSE
               OPEN OUTPUT EXPIRY-RPT-FILE
               MOVE WS-HORIZON-DAYS TO RPT-HDG-HORIZON
               MOVE WS-TODAY TO RPT-HDG-DATE
               WRITE EXPIRY-RPT-LINE FROM RPT-HEADING

               PERFORM READ-EXEMPT-RECORD
               PERFORM UNTIL WS-WHX-STATUS NOT = '00'
                   PERFORM JUDGE-ONE-CERTIFICATE
                   PERFORM READ-EXEMPT-RECORD
               END-PERFORM

               MOVE WS-FLAGGED-COUNT TO RPT-FLAGGED-COUNT
               WRITE EXPIRY-RPT-LINE FROM RPT-TRAILER-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               CLOSE EXPIRY-RPT-FILE
               CLOSE WHT-EXEMPT-FILE
           END-IF.

       GET-EXPIRY-HORIZON.
           OPEN INPUT EXPIRY-PARM-FILE.
           IF WS-EPARM-STATUS = '00'
               READ EXPIRY-PARM-FILE
                   NOT AT END
                       IF EXPIRY-PARM-RECORD IS NUMERIC
                               AND EXPIRY-PARM-RECORD > ZEROS
                           MOVE EXPIRY-PARM-RECORD TO
                               WS-HORIZON-DAYS
                       END-IF
               END-READ
               CLOSE EXPIRY-PARM-FILE
           END-IF.

       READ-EXEMPT-RECORD.
           READ WHT-EXEMPT-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-WHX-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * a certificate already lapsed no longer exempts anything and
      * is not listed; one lapsing today through the last day of
      * the horizon is
       JUDGE-ONE-CERTIFICATE.
           SET DSV-FUNC-DAYS-BETWEEN TO TRUE.
           MOVE WS-TODAY TO DSV-DATE-1.
           MOVE WHX-VALID-TO TO DSV-DATE-2.
           CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS.
           IF DSV-STAT-OK
               MOVE DSV-DAYS TO WS-DAYS-LEFT
               IF WS-DAYS-LEFT NOT < ZEROS
                       AND WS-DAYS-LEFT NOT > WS-HORIZON-DAYS
                   PERFORM WRITE-EXPIRY-LINE
               END-IF
           END-IF.

       WRITE-EXPIRY-LINE.
           ADD 1 TO WS-FLAGGED-COUNT.
           MOVE WHX-DOC-NR TO RPT-DOC-NR.
           MOVE WHX-HOLDER-NAME TO RPT-HOLDER-NAME.
           IF WHX-FULL-EXEMPTION
               MOVE 'FULL   ' TO RPT-EXEMPT-TYPE
           ELSE
               MOVE 'REDUCED' TO RPT-EXEMPT-TYPE
           END-IF.
           MOVE WHX-CERT-NR TO RPT-CERT-NR.
           MOVE WHX-VALID-TO TO RPT-VALID-TO.
           MOVE WS-DAYS-LEFT TO RPT-DAYS-LEFT.
           WRITE EXPIRY-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-RUNLOG-START.
           MOVE 'WHTEXEMPT-EXPIRY' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'WHTEXEMPT-EXPIRY' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
