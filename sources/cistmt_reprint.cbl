      * the request comes from RPRTPARM - account number plus a
      * run-date range - and every archived statement line for that
      * account whose run date falls in the range is written to
      * RPRTOUT in its original order.  each request reprinted
      * raises a reprint fee event on CIFEEEVT, under the business
      * date and the request's place in the deck, for CI-FEE-RUN to
      * charge against the account at the schedule's price
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CISTMT-REPRINT.

           SELECT RPR-OUT-FILE ASSIGN TO 'RPRTOUT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FEE-EVENT-FILE ASSIGN TO 'CIFEEEVT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CI-ARCH-FILE.
       FD  RPR-OUT-FILE.
       01  RPR-OUT-LINE                PIC X(80).

       FD  FEE-EVENT-FILE.
           COPY FEEEVREC.

       WORKING-STORAGE SECTION.
       01  WS-ARCH-STATUS              PIC XX.
       01  WS-PARM-STATUS              PIC XX.
       01  WS-FEV-STATUS               PIC XX.
       01  WS-LINE-COUNT               PIC 9(05) VALUE ZEROS.
       01  WS-REQUEST-SEQ              PIC 9(04) VALUE ZEROS.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CISTMT-REPRINT' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM MAIN-PROCEDURE.
           STOP RUN.

      * the run-date range runs out
       REPRINT-ONE-REQUEST.
           MOVE ZEROS TO WS-LINE-COUNT.
           ADD 1 TO WS-REQUEST-SEQ.
           MOVE RPR-ACCT-NR TO CIA-ACCT-NR.
           MOVE RPR-FROM-DATE TO CIA-RUN-DATE.
           MOVE ZEROS TO CIA-LINE-SEQ.
               DISPLAY 'CISTMT-REPRINT: NO ARCHIVED STATEMENT FOR '
                   RPR-ACCT-NR ' BETWEEN ' RPR-FROM-DATE ' AND '
                   RPR-TO-DATE
           ELSE
               PERFORM WRITE-REPRINT-FEE-EVENT
           END-IF.

      * the file status a request leaves behind is reset by the next
               AT END
                   MOVE '10' TO WS-ARCH-STATUS
           END-READ.

      * only a request that found a statement to reprint is charged
       WRITE-REPRINT-FEE-EVENT.
           OPEN EXTEND FEE-EVENT-FILE.
           IF WS-FEV-STATUS NOT = '00'
               OPEN OUTPUT FEE-EVENT-FILE
           END-IF.
           IF WS-FEV-STATUS = '00'
               MOVE RPR-ACCT-NR TO FEV-ACCT-NR
               MOVE 'R' TO FEV-TYPE-CD
               MOVE BDT-BUS-DATE TO FEV-EVENT-DATE
               MOVE BDT-BUS-DATE TO FEV-RUN-DATE
               MOVE SPACES TO FEV-REFERENCE
               MOVE BDT-BUS-DATE TO FEV-REFERENCE(1:8)
               MOVE WS-REQUEST-SEQ TO FEV-REFERENCE(9:4)
               MOVE ZEROS TO FEV-BASE-AMT
               MOVE 'N' TO FEV-PRICED-SW
               MOVE ZEROS TO FEV-FEE-AMT
               MOVE 'CISTMT-REPRINT' TO FEV-SOURCE-ID
               WRITE FEV-RECORD
               CLOSE FEE-EVENT-FILE
           END-IF.

           COPY BUSDTP.
