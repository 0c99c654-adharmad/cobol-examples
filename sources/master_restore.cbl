      * one-step restore of a master file from a generation
      * MASTER-SNAPSHOT kept on the master's snapshot store.  the
      * RESTPARM control record names the master (its SNAPMSTW id)
      * and the generation to put back; a zero or blank generation
      * means the newest one kept.
      *
      * the generation is proved before the master is touched: its
      * header, every detail record and its trailer must be on the
      * store and the detail count must agree with the trailer,
      * otherwise the restore is refused with return code 8 and the
      * master is left as it is.  a proved generation is loaded
      * over an emptied master, then the master is read back
      * whole and its record count and hash total - the same
      * fields MASTER-SNAPSHOT hashes - must match the trailer; any
      * difference sets return code 8.
      *
      * the restore is logged on RUNLOG the way SNAPMSTW describes,
      * 'RST' and the generation when the master proved back and
      * 'RSF' when it did not, and the RESTRPT report shows the
      * generation's header, the trailer figures, and what was
      * loaded and read back
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-RESTORE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REST-PARM-FILE ASSIGN TO 'RESTPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CI-TERMS-FILE ASSIGN TO 'CITERMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS CIT-ACCT-NR
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUST-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS CUST-ACCT-NR
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT EMP-MAST-FILE ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS EM-EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT YTD-FILE ASSIGN TO 'YTDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS YTD-EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT VAC-FILE ASSIGN TO 'VACFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS VAC-EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PROD-CAT-FILE ASSIGN TO 'PRODCAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS PROD-CODE
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CIT-SNAP-FILE ASSIGN TO 'CITSNAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STORE-STATUS.

           SELECT CUST-SNAP-FILE ASSIGN TO 'CUSTSNAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STORE-STATUS.

           SELECT EMP-SNAP-FILE ASSIGN TO 'EMPSNAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STORE-STATUS.

           SELECT YTD-SNAP-FILE ASSIGN TO 'YTDSNAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STORE-STATUS.

           SELECT VAC-SNAP-FILE ASSIGN TO 'VACSNAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STORE-STATUS.

           SELECT PROD-SNAP-FILE ASSIGN TO 'PRODSNAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STORE-STATUS.

           SELECT REST-RPT-FILE ASSIGN TO 'RESTRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REST-PARM-FILE.
       01  REST-PARM-RECORD.
           05 RPM-MASTER-ID            PIC X(08).
           05 RPM-GENERATION           PIC 9(05).

       FD  CI-TERMS-FILE.
           COPY CITERMRC.

       FD  CUST-FILE.
           COPY CUSTREC.

       FD  EMP-MAST-FILE.
           COPY EMPMREC.

       FD  YTD-FILE.
           COPY YTDREC.

       FD  VAC-FILE.
           COPY VACREC.

       FD  PROD-CAT-FILE.
           COPY PRODREC.

       FD  CIT-SNAP-FILE.
       01  CIT-SNAP-RECORD             PIC X(131).

       FD  CUST-SNAP-FILE.
       01  CUST-SNAP-RECORD            PIC X(131).

       FD  EMP-SNAP-FILE.
       01  EMP-SNAP-RECORD             PIC X(131).

       FD  YTD-SNAP-FILE.
       01  YTD-SNAP-RECORD             PIC X(131).

       FD  VAC-SNAP-FILE.
       01  VAC-SNAP-RECORD             PIC X(131).

       FD  PROD-SNAP-FILE.
       01  PROD-SNAP-RECORD            PIC X(131).

       FD  REST-RPT-FILE.
       01  REST-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC XX.
       01  WS-MASTER-STATUS            PIC XX.
       01  WS-STORE-STATUS             PIC XX.

           COPY SNAPMSTW.
           COPY SNAPREC.

       01  WS-MST-IDX                  PIC 9(02) VALUE ZEROS.
       01  WS-SCAN-IDX                 PIC 9(02).
       01  WS-WANTED-GENERATION        PIC 9(05) VALUE ZEROS.

      * the generation as the store holds it
       01  WS-GEN-FOUND-SW             PIC X(01) VALUE 'N'.
           88  GENERATION-FOUND                VALUE 'Y'.
       01  WS-IN-GEN-SW                PIC X(01) VALUE 'N'.
           88  IN-WANTED-GENERATION            VALUE 'Y'.
       01  WS-TRAILER-SEEN-SW          PIC X(01) VALUE 'N'.
           88  TRAILER-WAS-SEEN                VALUE 'Y'.
       01  WS-GEN-HEADER               PIC X(130).
       01  WS-GEN-TRAILER              PIC X(130).
       01  WS-STORE-COUNT              PIC 9(09) VALUE ZEROS.

      * what went back on the master and what it reads back as
       01  WS-LOAD-COUNT               PIC 9(09) VALUE ZEROS.
       01  WS-LOAD-ERROR-COUNT         PIC 9(09) VALUE ZEROS.
       01  WS-VERIFY-COUNT             PIC 9(09) VALUE ZEROS.
       01  WS-HASH-TOTAL               PIC 9(14)V9(04) VALUE ZEROS.
       01  WS-RESTORE-SW               PIC X(01) VALUE 'N'.
           88  RESTORE-PROVED                  VALUE 'Y'.

       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

       01  RPT-HEADING.
           05 FILLER                   PIC X(22) VALUE
               'MASTER FILE RESTORE - '.
           05 RPT-HEAD-MASTER          PIC X(08).
           05 FILLER                   PIC X(13) VALUE
               '  GENERATION '.
           05 RPT-HEAD-GENERATION      PIC 9(05).
           05 FILLER                   PIC X(32) VALUE SPACES.

       01  RPT-TAKEN-LINE.
           05 FILLER                   PIC X(24) VALUE
               'TAKEN FOR BUSINESS DATE '.
           05 RPT-TAKEN-BUS-DATE       PIC 9(08).
           05 FILLER                   PIC X(04) VALUE ' ON '.
           05 RPT-TAKEN-DATE           PIC 9(08).
           05 FILLER                   PIC X(04) VALUE ' AT '.
           05 RPT-TAKEN-TIME           PIC 9(08).
           05 FILLER                   PIC X(24) VALUE SPACES.

       01  RPT-FIGURE-LINE.
           05 RPT-FIGURE-LABEL         PIC X(24).
           05 RPT-FIGURE-COUNT         PIC Z(8)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-FIGURE-HASH          PIC Z(13)9.9999
                                       BLANK WHEN ZERO.
           05 FILLER                   PIC X(26) VALUE SPACES.

       01  RPT-VERDICT-LINE            PIC X(80).

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'MASTER-RESTORE' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           PERFORM TAKE-RESTORE-PARM.
           IF WS-MST-IDX = ZEROS
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM PROVE-THE-GENERATION
               EVALUATE TRUE
                   WHEN NOT GENERATION-FOUND
                       DISPLAY 'MASTER-RESTORE: GENERATION '
                           WS-WANTED-GENERATION ' OF '
                           SNAP-MASTER-ID(WS-MST-IDX)
                           ' IS NOT ON THE STORE - NOTHING RESTORED'
                       MOVE 8 TO WS-RUN-RC
                   WHEN NOT TRAILER-WAS-SEEN
                       DISPLAY 'MASTER-RESTORE: GENERATION '
                           WS-WANTED-GENERATION ' OF '
                           SNAP-MASTER-ID(WS-MST-IDX)
                           ' HAS NO TRAILER - NOTHING RESTORED'
                       MOVE 8 TO WS-RUN-RC
                   WHEN SNT-RECORD-COUNT NOT = WS-STORE-COUNT
                       DISPLAY 'MASTER-RESTORE: GENERATION '
                           WS-WANTED-GENERATION ' OF '
                           SNAP-MASTER-ID(WS-MST-IDX)
                           ' IS SHORT OF RECORDS - NOTHING RESTORED'
                       MOVE 8 TO WS-RUN-RC
                   WHEN OTHER
                       PERFORM LOAD-THE-MASTER
                       PERFORM VERIFY-THE-MASTER
                       PERFORM LOG-THE-RESTORE
                       PERFORM WRITE-RESTORE-REPORT
               END-EVALUATE
           END-IF.

      * the master id must be one SNAPMSTW lists
       TAKE-RESTORE-PARM.
           MOVE SPACES TO REST-PARM-RECORD.
           OPEN INPUT REST-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ REST-PARM-FILE
                   AT END
                       MOVE SPACES TO REST-PARM-RECORD
               END-READ
               CLOSE REST-PARM-FILE
           END-IF.
           IF RPM-GENERATION IS NUMERIC
               MOVE RPM-GENERATION TO WS-WANTED-GENERATION
           END-IF.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > SNAP-MASTER-COUNT
               IF SNAP-MASTER-ID(WS-SCAN-IDX) = RPM-MASTER-ID
                       AND RPM-MASTER-ID NOT = SPACES
                   MOVE WS-SCAN-IDX TO WS-MST-IDX
               END-IF
           END-PERFORM.
           IF WS-MST-IDX = ZEROS
               DISPLAY 'MASTER-RESTORE: RESTPARM DOES NOT NAME A '
                   'SNAPSHOT MASTER - NOTHING RESTORED'
           END-IF.

      * the wanted generation is the first header whose number
      * matches, or simply the first when none was asked for; the
      * trailer closes it
       PROVE-THE-GENERATION.
           PERFORM OPEN-STORE-INPUT.
           IF WS-STORE-STATUS = '00'
               PERFORM READ-STORE-RECORD
               PERFORM UNTIL WS-STORE-STATUS NOT = '00'
                       OR TRAILER-WAS-SEEN
                   EVALUATE TRUE
                       WHEN SNP-TYPE-HEADER AND NOT GENERATION-FOUND
                           IF WS-WANTED-GENERATION = ZEROS
                               MOVE SNH-GENERATION TO
                                   WS-WANTED-GENERATION
                           END-IF
                           IF SNH-GENERATION = WS-WANTED-GENERATION
                               SET GENERATION-FOUND TO TRUE
                               SET IN-WANTED-GENERATION TO TRUE
                               MOVE SNP-PAYLOAD TO WS-GEN-HEADER
                           END-IF
                       WHEN SNP-TYPE-HEADER
                           MOVE 'N' TO WS-IN-GEN-SW
                       WHEN SNP-TYPE-DETAIL AND IN-WANTED-GENERATION
                           ADD 1 TO WS-STORE-COUNT
                       WHEN SNP-TYPE-TRAILER AND IN-WANTED-GENERATION
                           SET TRAILER-WAS-SEEN TO TRUE
                           MOVE SNP-PAYLOAD TO WS-GEN-TRAILER
                   END-EVALUATE
                   PERFORM READ-STORE-RECORD
               END-PERFORM
               PERFORM CLOSE-STORE
           END-IF.
           MOVE WS-GEN-TRAILER TO SNP-PAYLOAD.

      * the emptied master takes the generation's record images
      * in key order
       LOAD-THE-MASTER.
           PERFORM OPEN-MASTER-OUTPUT.
           MOVE 'N' TO WS-IN-GEN-SW.
           MOVE 'N' TO WS-TRAILER-SEEN-SW.
           PERFORM OPEN-STORE-INPUT.
           PERFORM READ-STORE-RECORD.
           PERFORM UNTIL WS-STORE-STATUS NOT = '00'
                   OR TRAILER-WAS-SEEN
               EVALUATE TRUE
                   WHEN SNP-TYPE-HEADER
                       IF SNH-GENERATION = WS-WANTED-GENERATION
                           SET IN-WANTED-GENERATION TO TRUE
                       ELSE
                           MOVE 'N' TO WS-IN-GEN-SW
                       END-IF
                   WHEN SNP-TYPE-DETAIL AND IN-WANTED-GENERATION
                       ADD 1 TO RUNLOG-READ-COUNT
                       PERFORM PUT-BACK-MASTER-RECORD
                   WHEN SNP-TYPE-TRAILER AND IN-WANTED-GENERATION
                       SET TRAILER-WAS-SEEN TO TRUE
               END-EVALUATE
               PERFORM READ-STORE-RECORD
           END-PERFORM.
           PERFORM CLOSE-STORE.
           PERFORM CLOSE-MASTER.
           MOVE WS-GEN-TRAILER TO SNP-PAYLOAD.

       PUT-BACK-MASTER-RECORD.
           MOVE '00' TO WS-MASTER-STATUS.
           EVALUATE WS-MST-IDX
               WHEN 1
                   MOVE SNP-PAYLOAD TO CIT-RECORD
                   WRITE CIT-RECORD
                       INVALID KEY
                           MOVE '22' TO WS-MASTER-STATUS
                   END-WRITE
               WHEN 2
                   MOVE SNP-PAYLOAD TO CUST-RECORD
                   WRITE CUST-RECORD
                       INVALID KEY
                           MOVE '22' TO WS-MASTER-STATUS
                   END-WRITE
               WHEN 3
                   MOVE SNP-PAYLOAD TO EM-RECORD
                   WRITE EM-RECORD
                       INVALID KEY
                           MOVE '22' TO WS-MASTER-STATUS
                   END-WRITE
               WHEN 4
                   MOVE SNP-PAYLOAD TO YTD-RECORD
                   WRITE YTD-RECORD
                       INVALID KEY
                           MOVE '22' TO WS-MASTER-STATUS
                   END-WRITE
               WHEN 5
                   MOVE SNP-PAYLOAD TO VAC-RECORD
                   WRITE VAC-RECORD
                       INVALID KEY
                           MOVE '22' TO WS-MASTER-STATUS
                   END-WRITE
               WHEN 6
                   MOVE SNP-PAYLOAD TO PROD-RECORD
                   WRITE PROD-RECORD
                       INVALID KEY
                           MOVE '22' TO WS-MASTER-STATUS
                   END-WRITE
           END-EVALUATE.
           IF WS-MASTER-STATUS = '00'
               ADD 1 TO WS-LOAD-COUNT
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           ELSE
               ADD 1 TO WS-LOAD-ERROR-COUNT
           END-IF.

      * the restored master read back whole must agree with the
      * generation's trailer on both count and hash
       VERIFY-THE-MASTER.
           PERFORM OPEN-MASTER-INPUT.
           IF WS-MASTER-STATUS = '00'
               PERFORM READ-MASTER-RECORD
               PERFORM UNTIL WS-MASTER-STATUS NOT = '00'
                   ADD 1 TO WS-VERIFY-COUNT
                   PERFORM ADD-MASTER-HASH
                   PERFORM READ-MASTER-RECORD
               END-PERFORM
               PERFORM CLOSE-MASTER
           END-IF.
           IF WS-VERIFY-COUNT = SNT-RECORD-COUNT
                   AND WS-HASH-TOTAL = SNT-HASH-TOTAL
                   AND WS-LOAD-COUNT = SNT-RECORD-COUNT
                   AND WS-LOAD-ERROR-COUNT = ZEROS
               SET RESTORE-PROVED TO TRUE
               DISPLAY 'MASTER-RESTORE: ' SNAP-MASTER-ID(WS-MST-IDX)
                   ' RESTORED FROM GENERATION ' WS-WANTED-GENERATION
           ELSE
               DISPLAY 'MASTER-RESTORE: ' SNAP-MASTER-ID(WS-MST-IDX)
                   ' DOES NOT AGREE WITH GENERATION '
                   WS-WANTED-GENERATION ' AFTER RESTORE'
               MOVE 8 TO WS-RUN-RC
           END-IF.

       ADD-MASTER-HASH.
           EVALUATE WS-MST-IDX
               WHEN 1
                   ADD CIT-PRINCIPAL TO WS-HASH-TOTAL
               WHEN 2
                   ADD CUST-ACCT-NR TO WS-HASH-TOTAL
               WHEN 3
                   ADD EM-MONTHLY-SALARY TO WS-HASH-TOTAL
               WHEN 4
                   ADD YTD-GROSS TO WS-HASH-TOTAL
               WHEN 5
                   ADD VAC-ACCRUED TO WS-HASH-TOTAL
               WHEN 6
                   ADD PROD-RATE TO WS-HASH-TOTAL
           END-EVALUATE.

       LOG-THE-RESTORE.
           SET SNAP-LOG-RESTORE TO TRUE.
           MOVE SNAP-MASTER-ID(WS-MST-IDX) TO SNAP-LOG-MASTER-ID.
           IF RESTORE-PROVED
               MOVE 'RST' TO SNAP-LOG-STATUS-TAG
           ELSE
               MOVE 'RSF' TO SNAP-LOG-STATUS-TAG
           END-IF.
           MOVE WS-WANTED-GENERATION TO SNAP-LOG-GENERATION.
           MOVE SNAP-LOG-PROGRAM-ID TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE WS-LOAD-COUNT TO RLOG-RECORDS-READ.
           MOVE WS-VERIFY-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE SNAP-LOG-STATUS TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RESTORE-REPORT.
           OPEN OUTPUT REST-RPT-FILE.
           MOVE SNAP-MASTER-ID(WS-MST-IDX) TO RPT-HEAD-MASTER.
           MOVE WS-WANTED-GENERATION TO RPT-HEAD-GENERATION.
           WRITE REST-RPT-LINE FROM RPT-HEADING.

           MOVE WS-GEN-HEADER TO SNP-PAYLOAD.
           MOVE SNH-BUS-DATE TO RPT-TAKEN-BUS-DATE.
           MOVE SNH-TAKEN-DATE TO RPT-TAKEN-DATE.
           MOVE SNH-TAKEN-TIME TO RPT-TAKEN-TIME.
           WRITE REST-RPT-LINE FROM RPT-TAKEN-LINE.

           MOVE WS-GEN-TRAILER TO SNP-PAYLOAD.
           MOVE 'GENERATION TRAILER' TO RPT-FIGURE-LABEL.
           MOVE SNT-RECORD-COUNT TO RPT-FIGURE-COUNT.
           MOVE SNT-HASH-TOTAL TO RPT-FIGURE-HASH.
           WRITE REST-RPT-LINE FROM RPT-FIGURE-LINE.

           MOVE 'LOADED TO MASTER' TO RPT-FIGURE-LABEL.
           MOVE WS-LOAD-COUNT TO RPT-FIGURE-COUNT.
           MOVE ZEROS TO RPT-FIGURE-HASH.
           WRITE REST-RPT-LINE FROM RPT-FIGURE-LINE.

           MOVE 'LOAD REFUSED BY MASTER' TO RPT-FIGURE-LABEL.
           MOVE WS-LOAD-ERROR-COUNT TO RPT-FIGURE-COUNT.
           WRITE REST-RPT-LINE FROM RPT-FIGURE-LINE.

           MOVE 'MASTER READ BACK' TO RPT-FIGURE-LABEL.
           MOVE WS-VERIFY-COUNT TO RPT-FIGURE-COUNT.
           MOVE WS-HASH-TOTAL TO RPT-FIGURE-HASH.
           WRITE REST-RPT-LINE FROM RPT-FIGURE-LINE.

           IF RESTORE-PROVED
               MOVE 'RESTORE PROVED - MASTER AGREES WITH GENERATION'
                   TO RPT-VERDICT-LINE
           ELSE
               MOVE 'RESTORE FAILED - MASTER DISAGREES WITH GENERATION'
                   TO RPT-VERDICT-LINE
           END-IF.
           WRITE REST-RPT-LINE FROM RPT-VERDICT-LINE.
           CLOSE REST-RPT-FILE.

       OPEN-MASTER-OUTPUT.
           EVALUATE WS-MST-IDX
               WHEN 1
                   OPEN OUTPUT CI-TERMS-FILE
               WHEN 2
                   OPEN OUTPUT CUST-FILE
               WHEN 3
                   OPEN OUTPUT EMP-MAST-FILE
               WHEN 4
                   OPEN OUTPUT YTD-FILE
               WHEN 5
                   OPEN OUTPUT VAC-FILE
               WHEN 6
                   OPEN OUTPUT PROD-CAT-FILE
           END-EVALUATE.

       OPEN-MASTER-INPUT.
           EVALUATE WS-MST-IDX
               WHEN 1
                   OPEN INPUT CI-TERMS-FILE
               WHEN 2
                   OPEN INPUT CUST-FILE
               WHEN 3
                   OPEN INPUT EMP-MAST-FILE
               WHEN 4
                   OPEN INPUT YTD-FILE
               WHEN 5
                   OPEN INPUT VAC-FILE
               WHEN 6
                   OPEN INPUT PROD-CAT-FILE
           END-EVALUATE.

       READ-MASTER-RECORD.
           EVALUATE WS-MST-IDX
               WHEN 1
                   READ CI-TERMS-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-MASTER-STATUS
                   END-READ
               WHEN 2
                   READ CUST-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-MASTER-STATUS
                   END-READ
               WHEN 3
                   READ EMP-MAST-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-MASTER-STATUS
                   END-READ
               WHEN 4
                   READ YTD-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-MASTER-STATUS
                   END-READ
               WHEN 5
                   READ VAC-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-MASTER-STATUS
                   END-READ
               WHEN 6
                   READ PROD-CAT-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-MASTER-STATUS
                   END-READ
           END-EVALUATE.

       CLOSE-MASTER.
           EVALUATE WS-MST-IDX
               WHEN 1
                   CLOSE CI-TERMS-FILE
               WHEN 2
                   CLOSE CUST-FILE
               WHEN 3
                   CLOSE EMP-MAST-FILE
               WHEN 4
                   CLOSE YTD-FILE
               WHEN 5
                   CLOSE VAC-FILE
               WHEN 6
                   CLOSE PROD-CAT-FILE
           END-EVALUATE.

       OPEN-STORE-INPUT.
           EVALUATE WS-MST-IDX
               WHEN 1
                   OPEN INPUT CIT-SNAP-FILE
               WHEN 2
                   OPEN INPUT CUST-SNAP-FILE
               WHEN 3
                   OPEN INPUT EMP-SNAP-FILE
               WHEN 4
                   OPEN INPUT YTD-SNAP-FILE
               WHEN 5
                   OPEN INPUT VAC-SNAP-FILE
               WHEN 6
                   OPEN INPUT PROD-SNAP-FILE
           END-EVALUATE.

       READ-STORE-RECORD.
           EVALUATE WS-MST-IDX
               WHEN 1
                   READ CIT-SNAP-FILE INTO SNAP-RECORD
                       AT END
                           MOVE '10' TO WS-STORE-STATUS
                   END-READ
               WHEN 2
                   READ CUST-SNAP-FILE INTO SNAP-RECORD
                       AT END
                           MOVE '10' TO WS-STORE-STATUS
                   END-READ
               WHEN 3
                   READ EMP-SNAP-FILE INTO SNAP-RECORD
                       AT END
                           MOVE '10' TO WS-STORE-STATUS
                   END-READ
               WHEN 4
                   READ YTD-SNAP-FILE INTO SNAP-RECORD
                       AT END
                           MOVE '10' TO WS-STORE-STATUS
                   END-READ
               WHEN 5
                   READ VAC-SNAP-FILE INTO SNAP-RECORD
                       AT END
                           MOVE '10' TO WS-STORE-STATUS
                   END-READ
               WHEN 6
                   READ PROD-SNAP-FILE INTO SNAP-RECORD
                       AT END
                           MOVE '10' TO WS-STORE-STATUS
                   END-READ
           END-EVALUATE.

       CLOSE-STORE.
           EVALUATE WS-MST-IDX
               WHEN 1
                   CLOSE CIT-SNAP-FILE
               WHEN 2
                   CLOSE CUST-SNAP-FILE
               WHEN 3
                   CLOSE EMP-SNAP-FILE
               WHEN 4
                   CLOSE YTD-SNAP-FILE
               WHEN 5
                   CLOSE VAC-SNAP-FILE
               WHEN 6
                   CLOSE PROD-SNAP-FILE
           END-EVALUATE.

       WRITE-RUNLOG-START.
           MOVE 'MASTER-RESTORE' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'MASTER-RESTORE' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
