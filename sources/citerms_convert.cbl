      * one-time CITERMS layout conversion - the account-terms
      * record grew the interest payout instruction and the payout
      * bank branch and account, and an indexed file built under
      * the old length fails to open under the new layout.  this
      * job reads the old master, unloaded by operations to
      * CITOLD, and reloads every account into a fresh CITERMS in
      * the current layout with the new fields defaulted - a blank
      * payout code (interest compounds, as it always did) and
      * blank bank details.  the maturity instruction already sat
      * in the old record's spare bytes and carries across as it
      * stands.  it refuses to run when a CITERMS already exists,
      * so a resubmit can never truncate a converted master; the
      * CITCNVRPT register lists every account carried across.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CITERMS-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIT-OLD-FILE ASSIGN TO 'CITOLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS OLD-CIT-ACCT-NR
               FILE STATUS IS WS-OLD-STATUS.

           SELECT CI-TERMS-FILE ASSIGN TO 'CITERMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY   IS CIT-ACCT-NR
               FILE STATUS IS WS-CIT-STATUS.

           SELECT CNV-RPT-FILE ASSIGN TO 'CITCNVRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * the terms layout as it stood before the payout fields
      * existed - every term through the maturity instruction in
      * the same place, then the spare bytes
       FD  CIT-OLD-FILE.
       01  OLD-CIT-RECORD.
           05 OLD-CIT-ACCT-NR          PIC 9(10).
           05 OLD-CIT-TERMS            PIC X(76).
           05 OLD-CIT-RENEW-CD         PIC X(01).
           05 FILLER                   PIC X(09).

       FD  CI-TERMS-FILE.
           COPY CITERMRC.

       FD  CNV-RPT-FILE.
       01  CNV-RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS               PIC XX.
       01  WS-CIT-STATUS               PIC XX.
       01  WS-OLD-COUNT                PIC 9(07) VALUE ZEROS.
       01  WS-LOADED-COUNT             PIC 9(07) VALUE ZEROS.

       01  RPT-HEADING PIC X(80) VALUE
           'CITERMS LAYOUT CONVERSION'.

       01  RPT-DETAIL-LINE.
           05 RPT-ACCT-NR              PIC 9(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-PRODUCT-CD           PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-PRINCIPAL            PIC Z(7)9.9999.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-RESULT               PIC X(20).

       01  RPT-TRAILER-LINE.
           05 FILLER                   PIC X(14) VALUE
               'OLD ACCOUNTS ='.
           05 RPT-OLD-COUNT            PIC Z(6)9.
           05 FILLER                   PIC X(11) VALUE
               '  LOADED = '.
           05 RPT-LOADED-COUNT         PIC Z(6)9.

       PROCEDURE DIVISION.
           PERFORM MAIN-PROCEDURE.
           STOP RUN.

       MAIN-PROCEDURE.
      * a master already on file means either the conversion has
      * run or a live current-layout master is sitting there -
      * either way writing would destroy it, so the job refuses
           OPEN INPUT CI-TERMS-FILE.
           IF WS-CIT-STATUS = '00'
               CLOSE CI-TERMS-FILE
               DISPLAY 'CITERMS-CONVERT: CITERMS ALREADY EXISTS - '
                   'CONVERSION REFUSED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CONVERT-MASTER
           END-IF.

       CONVERT-MASTER.
           OPEN INPUT CIT-OLD-FILE.
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'CITERMS-CONVERT: NO CITOLD MASTER '
                   'SUPPLIED - STATUS ' WS-OLD-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CI-TERMS-FILE
               OPEN OUTPUT CNV-RPT-FILE
               WRITE CNV-RPT-LINE FROM RPT-HEADING

               PERFORM READ-OLD-RECORD
               PERFORM UNTIL WS-OLD-STATUS NOT = '00'
                   PERFORM CONVERT-ONE-ACCOUNT
                   PERFORM READ-OLD-RECORD
               END-PERFORM

               MOVE WS-OLD-COUNT TO RPT-OLD-COUNT
               MOVE WS-LOADED-COUNT TO RPT-LOADED-COUNT
               WRITE CNV-RPT-LINE FROM RPT-TRAILER-LINE
               CLOSE CNV-RPT-FILE
               CLOSE CI-TERMS-FILE
               CLOSE CIT-OLD-FILE
           END-IF.

       READ-OLD-RECORD.
           READ CIT-OLD-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-OLD-STATUS
           END-READ.

      * the old terms carry across untouched; the payout fields
      * take the defaults every reader treats as pre-conversion
      * behavior
       CONVERT-ONE-ACCOUNT.
           ADD 1 TO WS-OLD-COUNT.
           MOVE SPACES TO CIT-RECORD.
           MOVE OLD-CIT-ACCT-NR TO CIT-ACCT-NR.
           MOVE OLD-CIT-TERMS TO CIT-RECORD(11:76).
           MOVE OLD-CIT-RENEW-CD TO CIT-RENEW-CD.
           MOVE SPACE TO CIT-PAYOUT-CD.
           MOVE SPACES TO CIT-PAYOUT-BRANCH.
           MOVE SPACES TO CIT-PAYOUT-ACCT.

           MOVE CIT-ACCT-NR TO RPT-ACCT-NR.
           MOVE CIT-PRODUCT-CD TO RPT-PRODUCT-CD.
           MOVE CIT-PRINCIPAL TO RPT-PRINCIPAL.
           WRITE CIT-RECORD
               INVALID KEY
                   MOVE 'LOAD FAILED' TO RPT-RESULT
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
                   MOVE 'LOADED' TO RPT-RESULT
           END-WRITE.
           WRITE CNV-RPT-LINE FROM RPT-DETAIL-LINE.
