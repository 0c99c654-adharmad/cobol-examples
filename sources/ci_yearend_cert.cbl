      * addressed from the customer master, and closes with a
      * CICERTREG control register whose grand totals reconcile to
      * the sum of the year's WHT-REMIT records - the register's
      * withheld total IS that sum, recomputed from the same file.
      * a customer whose DLVPREF delivery preference is electronic
      * or both also gets the certificate as a document on the
      * EDOCEXT electronic extract; an electronic-only customer's
      * certificate stays off CICERT.  the register carries every
      * certificate whichever way it went
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CI-YEAREND-CERT.

           SELECT CERT-REG-FILE ASSIGN TO 'CICERTREG'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DLV-PREF-FILE ASSIGN TO 'DLVPREF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS DLV-DOC-NR
               FILE STATUS IS DLV-CHK-STATUS.

           SELECT EDOC-FILE ASSIGN TO 'EDOCEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CI-GL-FILE.
           05 CIGL-PERIOD              PIC 9(4).
           05 CIGL-INTEREST            PIC 9(8)V99.
           05 CIGL-POST-DATE           PIC 9(8).
           05 CIGL-ENTRY-CD            PIC X(1).
              88 CIGL-IS-REVERSAL      VALUE 'R'.
           05 CIGL-REASON-CD           PIC X(2).

       FD  WHT-REMIT-FILE.
       01  WHT-REMIT-RECORD.
           05 WRM-RUN-DATE             PIC 9(08).
           05 WRM-ACCT-NR              PIC 9(10).
           05 WRM-WITHHELD             PIC 9(8)V99.
           05 WRM-EXEMPTED             PIC 9(8)V99.
           05 WRM-CERT-NR              PIC X(20).
           05 WRM-ENTRY-CD             PIC X(1).
              88 WRM-IS-REVERSAL       VALUE 'R'.
           05 WRM-REASON-CD            PIC X(2).

       FD  CUST-FILE.
           COPY CUSTREC.
       FD  CERT-REG-FILE.
       01  CERT-REG-LINE               PIC X(100).

       FD  DLV-PREF-FILE.
           COPY DLVPREC.

       FD  EDOC-FILE.
           COPY EDOCREC.

       WORKING-STORAGE SECTION.
       01  WS-CIGL-STATUS              PIC XX.
       01  WS-REMIT-STATUS             PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-CPARM-STATUS             PIC XX.
       01  WS-EDOC-STATUS              PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
               10  CA-INTEREST         PIC 9(10)V99.
               10  CA-WITHHELD         PIC 9(10)V99.

      * the certificate's delivery preference, and the line it
      * is lettering onto paper, the electronic document, or both
           COPY DLVCHKW.

       01  WS-EDOC-OPEN-SW             PIC X(01) VALUE 'N'.
           88  EDOC-IS-OPEN                    VALUE 'Y'.
       01  WS-CERT-OUT-LINE            PIC X(80).
       01  WS-EDOC-LINES               PIC 9(05) VALUE ZEROS.

       01  WS-CERT-COUNT               PIC 9(05) VALUE ZEROS.
       01  WS-NET-WORK                 PIC S9(10)V99.
       01  WS-INT-GRAND                PIC 9(12)V99 VALUE ZEROS.
           05 FILLER                   PIC X(12) VALUE '  WITHHELD  '.
           05 REG-WHT-GRAND            PIC $,$$$,$$$,$$9.99.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CI-YEAREND-CERT' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:4) TO WS-CERT-YEAR.
           PERFORM GET-CERT-YEAR.

               END-IF
               OPEN OUTPUT CERT-FILE
               OPEN OUTPUT CERT-REG-FILE
               OPEN EXTEND EDOC-FILE
               IF WS-EDOC-STATUS NOT = '00'
                   OPEN OUTPUT EDOC-FILE
               END-IF
               IF WS-EDOC-STATUS = '00'
                   SET EDOC-IS-OPEN TO TRUE
               ELSE
                   DISPLAY 'CI-YEAREND-CERT: UNABLE TO OPEN '
                       'EDOCEXT - EVERY CERTIFICATE GOES ON PAPER'
               END-IF
               MOVE WS-CERT-YEAR TO REG-HDG-YEAR
               WRITE CERT-REG-LINE FROM REG-HEADING

               ADD 1 TO RUNLOG-WRITTEN-COUNT
               CLOSE CERT-REG-FILE
               CLOSE CERT-FILE
               IF EDOC-IS-OPEN
                   CLOSE EDOC-FILE
               END-IF
               IF CUSTFILE-IS-OPEN
                   CLOSE CUST-FILE
               END-IF
                   MOVE CIGL-ACCT-NR TO WS-WANTED-ACCT
                   PERFORM FIND-ACCOUNT-SLOT
                   IF WS-ACCT-SLOT >= 1
                       IF CIGL-IS-REVERSAL
                           SUBTRACT CIGL-INTEREST FROM
                               CA-INTEREST(WS-ACCT-SLOT)
                       ELSE
                           ADD CIGL-INTEREST TO
                               CA-INTEREST(WS-ACCT-SLOT)
                       END-IF
                   END-IF
                   PERFORM READ-CIGL-RECORD
               END-PERFORM
                       MOVE WRM-ACCT-NR TO WS-WANTED-ACCT
                       PERFORM FIND-ACCOUNT-SLOT
                       IF WS-ACCT-SLOT >= 1
                           IF WRM-IS-REVERSAL
                               SUBTRACT WRM-WITHHELD FROM
                                   CA-WITHHELD(WS-ACCT-SLOT)
                           ELSE
                               ADD WRM-WITHHELD TO
                                   CA-WITHHELD(WS-ACCT-SLOT)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM READ-REMIT-RECORD
       ISSUE-ONE-CERTIFICATE.
           ADD 1 TO WS-CERT-COUNT.
           PERFORM LOOKUP-CUSTOMER.
           MOVE SPACES TO DLV-CHK-DOC-NR.
           IF CUSTOMER-FOUND
               MOVE CUST-DOC-NR TO DLV-CHK-DOC-NR
           END-IF.
           PERFORM LOOKUP-DELIVERY-PREF.
           IF NOT EDOC-IS-OPEN
               MOVE 'P' TO DLV-CHK-CHANNEL
           END-IF.
           MOVE ZEROS TO WS-EDOC-LINES.
           IF DLV-CHK-SENDS-ELECTRONIC
               PERFORM WRITE-EDOC-HEADER
           END-IF.

           MOVE WS-CERT-YEAR TO CRT-TITLE-YEAR.
           MOVE CRT-TITLE-LINE TO WS-CERT-OUT-LINE.
           PERFORM WRITE-CERT-OUT-LINE.
           IF CUSTOMER-FOUND
               MOVE CUST-NAME TO WS-CERT-OUT-LINE
               PERFORM WRITE-CERT-OUT-LINE
               MOVE CUST-ADDR-LINE-1 TO WS-CERT-OUT-LINE
               PERFORM WRITE-CERT-OUT-LINE
               MOVE CUST-ADDR-LINE-2 TO WS-CERT-OUT-LINE
               PERFORM WRITE-CERT-OUT-LINE
           END-IF.
           MOVE CA-ACCT-NR(WS-ACCT-IDX) TO CRT-ACCT-NR.
           MOVE CRT-ACCT-LINE TO WS-CERT-OUT-LINE.
           PERFORM WRITE-CERT-OUT-LINE.
           MOVE CA-INTEREST(WS-ACCT-IDX) TO CRT-INTEREST.
           MOVE CRT-INT-LINE TO WS-CERT-OUT-LINE.
           PERFORM WRITE-CERT-OUT-LINE.
           MOVE CA-WITHHELD(WS-ACCT-IDX) TO CRT-WITHHELD.
           MOVE CRT-WHT-LINE TO WS-CERT-OUT-LINE.
           PERFORM WRITE-CERT-OUT-LINE.
           COMPUTE WS-NET-WORK = CA-INTEREST(WS-ACCT-IDX)
               - CA-WITHHELD(WS-ACCT-IDX).
           MOVE WS-NET-WORK TO CRT-NET.
           MOVE CRT-NET-LINE TO WS-CERT-OUT-LINE.
           PERFORM WRITE-CERT-OUT-LINE.
           MOVE CRT-BREAK-LINE TO WS-CERT-OUT-LINE.
           PERFORM WRITE-CERT-OUT-LINE.

           MOVE CA-ACCT-NR(WS-ACCT-IDX) TO REG-ACCT-NR.
           MOVE CA-INTEREST(WS-ACCT-IDX) TO REG-INTEREST.
           ADD CA-INTEREST(WS-ACCT-IDX) TO WS-INT-GRAND.
           ADD CA-WITHHELD(WS-ACCT-IDX) TO WS-WHT-GRAND.

           IF DLV-CHK-SENDS-PAPER
               MOVE CA-ACCT-NR(WS-ACCT-IDX) TO CLOG-ACCT-NR
               MOVE 'CERTIFICAT' TO CLOG-DOC-TYPE
               MOVE 'CICERT    ' TO CLOG-STREAM
               MOVE SPACES TO CLOG-REFERENCE
               MOVE WS-CERT-YEAR TO CLOG-REFERENCE(1:4)
               MOVE 'P' TO CLOG-CHANNEL
               CALL 'CONTACTLOG' USING CONTACT-LOG-PARMS
           END-IF.
           IF DLV-CHK-SENDS-ELECTRONIC
               PERFORM WRITE-EDOC-TRAILER
               MOVE CA-ACCT-NR(WS-ACCT-IDX) TO CLOG-ACCT-NR
               MOVE 'CERTIFICAT' TO CLOG-DOC-TYPE
               MOVE 'EDOCEXT   ' TO CLOG-STREAM
               MOVE SPACES TO CLOG-REFERENCE
               MOVE WS-CERT-YEAR TO CLOG-REFERENCE(1:4)
               MOVE 'E' TO CLOG-CHANNEL
               CALL 'CONTACTLOG' USING CONTACT-LOG-PARMS
           END-IF.

      * one certificate line - printed on CICERT for a paper
      * customer, written as the next line record of the
      * electronic document for an electronic one, both for a
      * customer who takes both
       WRITE-CERT-OUT-LINE.
           IF DLV-CHK-SENDS-PAPER
               WRITE CERT-LINE FROM WS-CERT-OUT-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-IF.
           IF DLV-CHK-SENDS-ELECTRONIC
               ADD 1 TO WS-EDOC-LINES
               MOVE SPACES TO EDC-RECORD
               SET EDC-LINE TO TRUE
               PERFORM FILL-EDOC-KEY
               MOVE WS-EDOC-LINES TO EDC-LINE-SEQ
               MOVE WS-CERT-OUT-LINE TO EDC-BODY
               WRITE EDC-RECORD
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-IF.

       WRITE-EDOC-HEADER.
           MOVE SPACES TO EDC-RECORD.
           SET EDC-HEADER TO TRUE.
           PERFORM FILL-EDOC-KEY.
           MOVE ZEROS TO EDC-LINE-SEQ.
           MOVE DLV-CHK-EMAIL TO EDC-EMAIL.
           MOVE DLV-CHK-DOC-NR TO EDC-CUST-DOC-NR.
           WRITE EDC-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       WRITE-EDOC-TRAILER.
           MOVE SPACES TO EDC-RECORD.
           SET EDC-TRAILER TO TRUE.
           PERFORM FILL-EDOC-KEY.
           MOVE 99999 TO EDC-LINE-SEQ.
           MOVE WS-EDOC-LINES TO EDC-LINE-COUNT.
           WRITE EDC-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       FILL-EDOC-KEY.
           MOVE CA-ACCT-NR(WS-ACCT-IDX) TO EDC-ACCT-NR.
           MOVE 'CERTIFICAT' TO EDC-DOC-TYPE.
           MOVE WS-RUN-DATE TO EDC-RUN-DATE.

       LOOKUP-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SW.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY DLVCHKP.

           COPY BUSDTP.
