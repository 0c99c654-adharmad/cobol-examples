      * returned-mail processing - when the post office sent back
      * an undeliverable statement or notice the envelope went in
      * a box and the customer kept getting mail at the bad
      * address.  the mail room now keys each return from RETMAIL
      * by the manifest reference printed on the bundle's header
      * page; MAILREFS gives the recipient, the address the bundle
      * went to, and the accounts it carried.  every customer-
      * master entry for those accounts, and every ACCTREL holder
      * entry of the recipient on them, still showing that address
      * is flagged undeliverable - MAIL-BUNDLE holds the
      * recipient's paper from then on - and an address-research
      * item goes to ADDRREJ for the exception queue.  an entry
      * whose address has changed since the bundle went out is
      * left alone.  the flag clears when CUSTFILE-MAINT or
      * ACCTREL-MAINT records a new address, and the held mail is
      * released by the next MAIL-BUNDLE run.  follows the shop's
      * maintenance standard: the batch leads with its operator-id
      * record and every change is stamped into the shared
      * MNTAUDIT audit file
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNED-MAIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTM-TXN-FILE ASSIGN TO 'RETMAIL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT MAIL-REF-FILE ASSIGN TO 'MAILREFS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS MRF-REF
               FILE STATUS IS WS-MRF-STATUS.

           SELECT CUST-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS CUST-ACCT-NR
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCT-REL-FILE ASSIGN TO 'ACCTREL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS ACR-KEY
               FILE STATUS IS WS-REL-STATUS.

           SELECT ADDR-REJ-FILE ASSIGN TO 'ADDRREJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRREJ-STATUS.

           SELECT RTM-RPT-FILE ASSIGN TO 'RETMAILRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RTM-TXN-FILE.
       01  RTM-TXN-RECORD.
           05 RTM-ACTION               PIC X(01).
              88 RTM-ACTION-RETURNED   VALUE 'R'.
           05 RTM-MANIFEST-REF         PIC 9(13).
           05 RTM-REASON               PIC X(30).

       FD  MAIL-REF-FILE.
           COPY MRFREC.

       FD  CUST-FILE.
           COPY CUSTREC.

       FD  ACCT-REL-FILE.
           COPY ACRELREC.

      * address-research items for the exception queue - keyed by
      * the account and the recipient's document number
       FD  ADDR-REJ-FILE.
       01  ADDR-REJ-RECORD.
           05 ARJ-KEY.
              10 ARJ-ACCT-NR           PIC 9(10).
              10 ARJ-DOC-NR            PIC X(14).
              10 FILLER                PIC X(02).
           05 FILLER                   PIC X(02).
           05 ARJ-REASON               PIC X(35).
           05 ARJ-RUN-DATE             PIC 9(08).

       FD  RTM-RPT-FILE.
       01  RTM-RPT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS               PIC XX.
       01  WS-MRF-STATUS               PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-REL-STATUS               PIC XX.
       01  WS-ADDRREJ-STATUS           PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.

           COPY RUNLOGW.

           COPY BUSDTW.

      * the operator who submitted this batch - taken from the
      * required 'O' record at the head of the transaction file; a
      * batch without one is refused outright
       01  OPERATOR-ID-WORK            PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-OK-SW           PIC X(01) VALUE 'N'.
           88  OPERATOR-SUPPLIED               VALUE 'Y'.
       01  WS-REFUSED-SW               PIC X(01) VALUE 'N'.
           88  BATCH-WAS-REFUSED               VALUE 'Y'.

           COPY MNTAUDW.

       01  WS-MRF-OPEN-SW              PIC X(01) VALUE 'N'.
           88  MAILREFS-IS-OPEN                VALUE 'Y'.
       01  WS-CUST-OPEN-SW             PIC X(01) VALUE 'N'.
           88  CUSTFILE-IS-OPEN                VALUE 'Y'.
       01  WS-REL-OPEN-SW              PIC X(01) VALUE 'N'.
           88  ACCTREL-IS-OPEN                 VALUE 'Y'.
       01  WS-ADDRREJ-OPEN-SW          PIC X(01) VALUE 'N'.
           88  ADDRREJ-IS-OPEN                 VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-CUR-ACCT-NR              PIC 9(10).
       01  WS-ACCT-IDX                 PIC 9(01).
       01  WS-MATCHED-COUNT            PIC 9(02).

       01  WS-RETURN-COUNT             PIC 9(05) VALUE ZEROS.
       01  WS-FLAGGED-COUNT            PIC 9(05) VALUE ZEROS.
       01  WS-REJECT-COUNT             PIC 9(05) VALUE ZEROS.

      * audit stamp for the register line in hand
       01  WS-AUD-FILE-ID              PIC X(12).
       01  WS-AUD-ACTION               PIC X(01).

       01  RPT-HEADING PIC X(100) VALUE
           'RETURNED MAIL REGISTER'.

       01  RPT-DETAIL-LINE.
           05 RPT-MANIFEST-REF         PIC 9(13).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-DOC-NR               PIC X(14).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-ACCT-NR              PIC 9(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-RESULT               PIC X(40).

       01  RPT-TRAILER-LINE.
           05 FILLER                   PIC X(10) VALUE 'RETURNS - '.
           05 RPT-RETURN-COUNT         PIC Z(4)9.
           05 FILLER                   PIC X(22) VALUE
               '  ADDRESSES FLAGGED - '.
           05 RPT-FLAGGED-COUNT        PIC Z(4)9.
           05 FILLER                   PIC X(13) VALUE
               '  REJECTED - '.
           05 RPT-REJECT-COUNT         PIC Z(4)9.

       PROCEDURE DIVISION.
           MOVE 'RETURNED-MAIL' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           IF BATCH-WAS-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           OPEN INPUT RTM-TXN-FILE.
           IF WS-TXN-STATUS NOT = '00'
               DISPLAY 'RETURNED-MAIL: NO RETMAIL RETURNS SUPPLIED'
           ELSE
               PERFORM OPEN-ADDRESS-FILES
               OPEN OUTPUT RTM-RPT-FILE
               WRITE RTM-RPT-LINE FROM RPT-HEADING
               ADD 1 TO RUNLOG-WRITTEN-COUNT

               PERFORM READ-TXN-RECORD
               PERFORM TAKE-OPERATOR-RECORD
               IF OPERATOR-SUPPLIED
                   PERFORM UNTIL WS-TXN-STATUS NOT = '00'
                       PERFORM PROCESS-RETURN
                       PERFORM READ-TXN-RECORD
                   END-PERFORM
               END-IF

               MOVE WS-RETURN-COUNT TO RPT-RETURN-COUNT
               MOVE WS-FLAGGED-COUNT TO RPT-FLAGGED-COUNT
               MOVE WS-REJECT-COUNT TO RPT-REJECT-COUNT
               WRITE RTM-RPT-LINE FROM RPT-TRAILER-LINE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               CLOSE RTM-RPT-FILE
               PERFORM CLOSE-ADDRESS-FILES
           END-IF.
           CLOSE RTM-TXN-FILE.

       OPEN-ADDRESS-FILES.
           OPEN INPUT MAIL-REF-FILE.
           IF WS-MRF-STATUS = '00'
               SET MAILREFS-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'RETURNED-MAIL: NO MAILREFS HISTORY - '
                   'RETURNS CANNOT BE TRACED'
           END-IF.
           OPEN I-O CUST-FILE.
           IF WS-CUST-STATUS = '00'
               SET CUSTFILE-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O ACCT-REL-FILE.
           IF WS-REL-STATUS = '00'
               SET ACCTREL-IS-OPEN TO TRUE
           END-IF.
           OPEN EXTEND ADDR-REJ-FILE.
           IF WS-ADDRREJ-STATUS NOT = '00'
               OPEN OUTPUT ADDR-REJ-FILE
           END-IF.
           IF WS-ADDRREJ-STATUS = '00'
               SET ADDRREJ-IS-OPEN TO TRUE
           END-IF.

       CLOSE-ADDRESS-FILES.
           IF MAILREFS-IS-OPEN
               CLOSE MAIL-REF-FILE
           END-IF.
           IF CUSTFILE-IS-OPEN
               CLOSE CUST-FILE
           END-IF.
           IF ACCTREL-IS-OPEN
               CLOSE ACCT-REL-FILE
           END-IF.
           IF ADDRREJ-IS-OPEN
               CLOSE ADDR-REJ-FILE
           END-IF.

       READ-TXN-RECORD.
           READ RTM-TXN-FILE
               AT END
                   MOVE '10' TO WS-TXN-STATUS
           END-READ.

      * the batch must lead with its operator-id record - action
      * byte 'O' and the submitting operator's id - or nothing in
      * it is applied
       TAKE-OPERATOR-RECORD.
           MOVE 'N' TO WS-OPERATOR-OK-SW.
           IF WS-TXN-STATUS = '00'
                   AND RTM-TXN-RECORD(1:1) = 'O'
               MOVE RTM-TXN-RECORD(2:8) TO OPERATOR-ID-WORK
               SET OPERATOR-SUPPLIED TO TRUE
               PERFORM READ-TXN-RECORD
           ELSE
               DISPLAY 'RETURNED-MAIL: NO OPERATOR-ID RECORD AT '
                   'HEAD OF RETMAIL - BATCH REFUSED'
               SET BATCH-WAS-REFUSED TO TRUE
           END-IF.

       PROCESS-RETURN.
           ADD 1 TO RUNLOG-READ-COUNT.
           ADD 1 TO WS-RETURN-COUNT.
           MOVE SPACES TO WS-AUD-FILE-ID.
           MOVE ZEROS TO WS-CUR-ACCT-NR.
           MOVE SPACES TO RPT-DOC-NR.
           EVALUATE TRUE
               WHEN NOT RTM-ACTION-RETURNED
                   MOVE 'INVALID ACTION CODE' TO RPT-RESULT
                   PERFORM REJECT-RETURN
               WHEN RTM-MANIFEST-REF IS NOT NUMERIC
                   MOVE 'REFUSED - MANIFEST REF NOT NUMERIC' TO
                       RPT-RESULT
                   PERFORM REJECT-RETURN
               WHEN NOT MAILREFS-IS-OPEN
                   MOVE 'REFUSED - NO MAILREFS HISTORY' TO
                       RPT-RESULT
                   PERFORM REJECT-RETURN
               WHEN OTHER
                   MOVE RTM-MANIFEST-REF TO MRF-REF
                   READ MAIL-REF-FILE
                       INVALID KEY
                           MOVE 'REFUSED - MANIFEST REF NOT ON FILE'
                               TO RPT-RESULT
                           PERFORM REJECT-RETURN
                       NOT INVALID KEY
                           PERFORM FLAG-BUNDLE-ADDRESS
                   END-READ
           END-EVALUATE.

       REJECT-RETURN.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM WRITE-RPT-RECORD.

      * every account the bundle carried - its customer-master
      * entry and the recipient's own holder entry on it are
      * flagged where they still show the address it went to
       FLAG-BUNDLE-ADDRESS.
           MOVE ZEROS TO WS-MATCHED-COUNT.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > MRF-ACCT-COUNT
                       OR WS-ACCT-IDX > 3
               MOVE MRF-ACCT(WS-ACCT-IDX) TO WS-CUR-ACCT-NR
               PERFORM FLAG-CUSTOMER-ADDRESS
               PERFORM FLAG-HOLDER-ADDRESS
           END-PERFORM.
           IF WS-MATCHED-COUNT = ZEROS
               MOVE 'NOT FLAGGED - ADDRESS SINCE CHANGED' TO
                   RPT-RESULT
               MOVE SPACES TO WS-AUD-FILE-ID
               PERFORM WRITE-RPT-RECORD
           END-IF.

       FLAG-CUSTOMER-ADDRESS.
           IF CUSTFILE-IS-OPEN
               MOVE WS-CUR-ACCT-NR TO CUST-ACCT-NR
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUST-DOC-NR = MRF-DOC-NR
                               AND CUST-ADDR-LINE-1 =
                                   MRF-ADDR-LINE-1
                               AND CUST-ADDR-LINE-2 =
                                   MRF-ADDR-LINE-2
                           ADD 1 TO WS-MATCHED-COUNT
                           PERFORM MARK-CUSTOMER-UNDELIVERABLE
                       END-IF
               END-READ
           END-IF.

       MARK-CUSTOMER-UNDELIVERABLE.
           MOVE SPACES TO WS-AUD-FILE-ID.
           IF CUST-ADDR-UNDELIVERABLE
               MOVE 'CUSTOMER ADDRESS ALREADY FLAGGED' TO
                   RPT-RESULT
           ELSE
               SET CUST-ADDR-UNDELIVERABLE TO TRUE
               REWRITE CUST-RECORD
                   INVALID KEY
                       MOVE 'CUSTOMER REWRITE FAILED' TO RPT-RESULT
                   NOT INVALID KEY
                       MOVE 'CUSTOMER ADDRESS FLAGGED UNDELIVERABLE'
                           TO RPT-RESULT
                       ADD 1 TO WS-FLAGGED-COUNT
                       PERFORM RAISE-RESEARCH-ITEM
               END-REWRITE
               MOVE 'CUSTFILE' TO WS-AUD-FILE-ID
               MOVE 'C' TO WS-AUD-ACTION
           END-IF.
           PERFORM WRITE-RPT-RECORD.

       FLAG-HOLDER-ADDRESS.
           IF ACCTREL-IS-OPEN
               MOVE WS-CUR-ACCT-NR TO ACR-ACCT-NR
               MOVE MRF-DOC-NR TO ACR-DOC-NR
               READ ACCT-REL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACR-ADDR-LINE-1 = MRF-ADDR-LINE-1
                               AND ACR-ADDR-LINE-2 =
                                   MRF-ADDR-LINE-2
                           ADD 1 TO WS-MATCHED-COUNT
                           PERFORM MARK-HOLDER-UNDELIVERABLE
                       END-IF
               END-READ
           END-IF.

       MARK-HOLDER-UNDELIVERABLE.
           MOVE SPACES TO WS-AUD-FILE-ID.
           IF ACR-ADDR-UNDELIVERABLE
               MOVE 'HOLDER ADDRESS ALREADY FLAGGED' TO RPT-RESULT
           ELSE
               SET ACR-ADDR-UNDELIVERABLE TO TRUE
               REWRITE ACR-RECORD
                   INVALID KEY
                       MOVE 'HOLDER REWRITE FAILED' TO RPT-RESULT
                   NOT INVALID KEY
                       MOVE 'HOLDER ADDRESS FLAGGED UNDELIVERABLE'
                           TO RPT-RESULT
                       ADD 1 TO WS-FLAGGED-COUNT
                       PERFORM RAISE-RESEARCH-ITEM
               END-REWRITE
               MOVE 'ACCTREL' TO WS-AUD-FILE-ID
               MOVE 'C' TO WS-AUD-ACTION
           END-IF.
           PERFORM WRITE-RPT-RECORD.

      * the research item carries the return's own reason when
      * the mail room keyed one
       RAISE-RESEARCH-ITEM.
           IF ADDRREJ-IS-OPEN
               MOVE SPACES TO ADDR-REJ-RECORD
               MOVE WS-CUR-ACCT-NR TO ARJ-ACCT-NR
               MOVE MRF-DOC-NR TO ARJ-DOC-NR
               IF RTM-REASON = SPACES
                   MOVE 'RETURNED MAIL - ADDRESS RESEARCH' TO
                       ARJ-REASON
               ELSE
                   MOVE 'RETURNED - ' TO ARJ-REASON
                   MOVE RTM-REASON TO ARJ-REASON(12:24)
               END-IF
               MOVE WS-RUN-DATE TO ARJ-RUN-DATE
               WRITE ADDR-REJ-RECORD
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-IF.

       WRITE-RPT-RECORD.
           MOVE RTM-MANIFEST-REF TO RPT-MANIFEST-REF.
           IF MAILREFS-IS-OPEN
                   AND WS-CUR-ACCT-NR NOT = ZEROS
               MOVE MRF-DOC-NR TO RPT-DOC-NR
           END-IF.
           MOVE WS-CUR-ACCT-NR TO RPT-ACCT-NR.
           WRITE RTM-RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * every change to a master is stamped into the shared
      * maintenance audit file for the quarterly access review
           IF WS-AUD-FILE-ID NOT = SPACES
               MOVE WS-AUD-FILE-ID TO MAUD-FILE-ID
               MOVE OPERATOR-ID-WORK TO MAUD-OPERATOR
               MOVE WS-AUD-ACTION TO MAUD-ACTION
               MOVE SPACES TO MAUD-KEY
               MOVE WS-CUR-ACCT-NR TO MAUD-KEY
               MOVE RPT-RESULT TO MAUD-RESULT
               CALL 'MNTAUDLOG' USING MNTAUDIT-PARMS
           END-IF.

       WRITE-RUNLOG-START.
           MOVE 'RETURNED-MAIL' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'RETURNED-MAIL' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
