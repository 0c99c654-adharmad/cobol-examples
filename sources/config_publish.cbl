      * configuration publish run for CONFIG-FILE - CONFIG-PROMOTE
      * moves entries between environments, but the systems that
      * consume the settings were still fed by someone copying
      * values off the INDEXEDFILEREAD1 listing.  this run writes
      * the entries of one ABCD-ENVIRON-TYP, optionally narrowed to
      * one system or one system/subsystem, to a versioned CFGPUB
      * flat extract the downstream systems load as it stands:
      *   'H' header  - environment, version number, publish date
      *                 and the system/subsystem scope
      *   'D' detail  - one per entry, the ABCD-RECORD image
      *   'T' trailer - detail count and a hash of the detail
      *                 images, so a receiver can prove the file
      *                 arrived whole
      * only approved values ever reach CONFIG-FILE - production
      * changes wait on CFGPEND until CONFIG-APPROVE applies them -
      * so the file is published as it stands; an entry with a
      * change still waiting on CFGPEND goes out at its current
      * value and is flagged on the report.
      *
      * PUBPARM names the environment and the optional scope.  the
      * version is one past the last one the CFGPUBREG register
      * holds for that environment, and every publication appends
      * its line there.  CFGPUBST keeps the value of every entry
      * as last published to each environment, so the CFGPUBRPT
      * report lists what was added, changed or removed within the
      * scope since then, and the state is brought up to date with
      * what was just sent
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIG-PUBLISH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN ASSIGN TO 'CONFIG-FILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS ABCD-KEY
               FILE STATUS IS WS-FILEIN-STATUS.

           SELECT PUB-PARM-FILE ASSIGN TO 'PUBPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PENDING-FILE ASSIGN TO 'CFGPEND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT PUB-REG-FILE ASSIGN TO 'CFGPUBREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT PUB-STATE-FILE ASSIGN TO 'CFGPUBST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.

           SELECT PUB-EXTRACT-FILE ASSIGN TO 'CFGPUB'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PUB-RPT-FILE ASSIGN TO 'CFGPUBRPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILEIN.
           COPY ABCDCOPY.

       FD  PUB-PARM-FILE.
       01  PUB-PARM-RECORD.
           05 PUBP-ENVIRON-TYP         PIC X(01).
           05 PUBP-SYSTEM-ID           PIC X(03).
           05 PUBP-SUBSYS-ID           PIC X(04).

      * the dual-control queue CONFIG-FILE-MAINT writes
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05 PND-SUBMIT-DATE          PIC 9(08).
           05 PND-SUBMITTER            PIC X(08).
           05 PND-STATUS               PIC X(01).
           05 PND-APPROVER             PIC X(08).
           05 PND-TXN-IMAGE            PIC X(44).

       FD  PUB-REG-FILE.
       01  PUB-REG-RECORD.
           05 REG-ENVIRON-TYP          PIC X(01).
           05 REG-VERSION              PIC 9(05).
           05 REG-PUB-DATE             PIC 9(08).
           05 REG-SYSTEM-ID            PIC X(03).
           05 REG-SUBSYS-ID            PIC X(04).
           05 REG-ENTRY-COUNT          PIC 9(07).
           05 REG-HASH                 PIC 9(09).
           05 REG-ADDED-COUNT          PIC 9(05).
           05 REG-CHANGED-COUNT        PIC 9(05).
           05 REG-REMOVED-COUNT        PIC 9(05).

       FD  PUB-STATE-FILE.
       01  PUB-STATE-RECORD.
           05 PST-ENVIRON-TYP          PIC X(01).
           05 PST-VERSION              PIC 9(05).
           05 PST-IMAGE                PIC X(80).

       FD  PUB-EXTRACT-FILE.
       01  PUB-EXTRACT-RECORD          PIC X(81).

       FD  PUB-RPT-FILE.
       01  PUB-RPT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILEIN-STATUS            PIC XX.
       01  WS-PARM-STATUS              PIC XX.
       01  WS-PEND-STATUS              PIC XX.
       01  WS-REG-STATUS               PIC XX.
       01  WS-STATE-STATUS             PIC XX.
       01  WS-TODAY                    PIC 9(08).

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

      * what is being published
       01  WS-ENVIRON-TYP              PIC X(01) VALUE SPACES.
       01  WS-SYSTEM-ID                PIC X(03) VALUE SPACES.
       01  WS-SUBSYS-ID                PIC X(04) VALUE SPACES.
       01  WS-VERSION                  PIC 9(05) VALUE ZEROS.
       01  WS-LAST-VERSION             PIC 9(05) VALUE ZEROS.
       01  WS-LAST-PUB-DATE            PIC 9(08) VALUE ZEROS.

       01  WS-SCAN-SW                  PIC X(01).
           88  SCAN-DONE                       VALUE 'Y'.
       01  WS-IN-SCOPE-SW              PIC X(01).
           88  ENTRY-IN-SCOPE                  VALUE 'Y'.

      * keys with a change still waiting for approval
       01  WS-PEND-COUNT               PIC 9(03) VALUE ZEROS.
       01  WS-PEND-IDX                 PIC 9(03).
       01  PENDING-KEY-TABLE.
           05  PENDING-KEY OCCURS 200 TIMES PIC X(12).
       01  WS-PENDING-SW               PIC X(01).
           88  CHANGE-PENDING                  VALUE 'Y'.

      * every entry as last published to each environment; the
      * publication marks what it saw and what it removed
       01  WS-STATE-COUNT              PIC 9(04) VALUE ZEROS.
       01  WS-STATE-IDX                PIC 9(04).
       01  WS-FOUND-IDX                PIC 9(04).
       01  STATE-TABLE.
           05  STATE-ENTRY OCCURS 2000 TIMES.
               10  ST-ENVIRON-TYP      PIC X(01).
               10  ST-VERSION          PIC 9(05).
               10  ST-IMAGE            PIC X(80).
               10  ST-IMAGE-R REDEFINES ST-IMAGE.
                   15  ST-KEY.
                       20  ST-SYSTEM-ID    PIC X(03).
                       20  ST-SUBSYS-ID    PIC X(04).
                       20  ST-SEQ-NR       PIC 9(05).
                   15  FILLER          PIC X(01).
                   15  ST-DESCRIPTION  PIC X(30).
                   15  FILLER          PIC X(37).
               10  ST-SEEN-SW          PIC X(01).
                   88  ST-SEEN                 VALUE 'Y'.
               10  ST-REMOVED-SW       PIC X(01).
                   88  ST-REMOVED              VALUE 'Y'.
       01  WS-STATE-FULL-SW            PIC X(01) VALUE 'N'.
           88  STATE-TABLE-FULL                VALUE 'Y'.

      * the image hash - PROD-MASK's character hash, carried
      * across every detail image of the extract
       01  WS-HASH-MODULUS             PIC 9(09) VALUE 999999937.
       01  WS-HASH                     PIC 9(09) VALUE ZEROS.
       01  WS-PRODUCT                  PIC 9(12).
       01  WS-QUOTIENT                 PIC 9(12).
       01  WS-IMAGE-WORK               PIC X(80).
       01  WS-IMAGE-CHARS REDEFINES WS-IMAGE-WORK.
           05  WS-IMAGE-CHAR           PIC X(01) OCCURS 80 TIMES.
       01  WS-CHAR-IDX                 PIC 9(02).
       01  WS-CHAR-HALFWORD.
           05  WS-CHAR-HIGH            PIC X(01) VALUE LOW-VALUE.
           05  WS-CHAR-LOW             PIC X(01).
       01  WS-CHAR-CODE REDEFINES WS-CHAR-HALFWORD
                                       PIC 9(04) COMP.

       01  WS-ENTRY-COUNT              PIC 9(07) VALUE ZEROS.
       01  WS-ADDED-COUNT              PIC 9(05) VALUE ZEROS.
       01  WS-CHANGED-COUNT            PIC 9(05) VALUE ZEROS.
       01  WS-REMOVED-COUNT            PIC 9(05) VALUE ZEROS.
       01  WS-HELD-COUNT               PIC 9(05) VALUE ZEROS.

       01  PUB-HEADER-RECORD.
           05 FILLER                   PIC X(01) VALUE 'H'.
           05 PH-ENVIRON-TYP           PIC X(01).
           05 PH-VERSION               PIC 9(05).
           05 PH-PUB-DATE              PIC 9(08).
           05 PH-SYSTEM-ID             PIC X(03).
           05 PH-SUBSYS-ID             PIC X(04).
           05 FILLER                   PIC X(59) VALUE SPACES.

       01  PUB-DETAIL-RECORD.
           05 FILLER                   PIC X(01) VALUE 'D'.
           05 PD-IMAGE                 PIC X(80).

       01  PUB-TRAILER-RECORD.
           05 FILLER                   PIC X(01) VALUE 'T'.
           05 PT-ENTRY-COUNT           PIC 9(07).
           05 PT-HASH                  PIC 9(09).
           05 FILLER                   PIC X(64) VALUE SPACES.

       01  RPT-HEADING.
           05 FILLER                   PIC X(32) VALUE
               'CONFIG-FILE PUBLISH ENVIRONMENT '.
           05 RPT-HDG-ENVIRON          PIC X(01).
           05 FILLER                   PIC X(09) VALUE ' VERSION '.
           05 RPT-HDG-VERSION          PIC Z(4)9.
           05 FILLER                   PIC X(06) VALUE ' DATE '.
           05 RPT-HDG-DATE             PIC 9(08).
           05 FILLER                   PIC X(07) VALUE ' SCOPE '.
           05 RPT-HDG-SCOPE            PIC X(08).

       01  RPT-SINCE-LINE.
           05 FILLER                   PIC X(22) VALUE
               'CHANGES SINCE VERSION '.
           05 RPT-SINCE-VERSION        PIC Z(4)9.
           05 FILLER                   PIC X(14) VALUE
               ' PUBLISHED ON '.
           05 RPT-SINCE-DATE           PIC 9(08).

       01  RPT-FIRST-LINE PIC X(100) VALUE
           'FIRST PUBLICATION TO THIS ENVIRONMENT - EVERY ENTRY IS NEW'.

       01  RPT-DELTA-LINE.
           05 RPT-DELTA-WORD           PIC X(09).
           05 RPT-KEY                  PIC X(12).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-DESCRIPTION          PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RPT-NOTE                 PIC X(45).

       01  RPT-IMAGE-LINE.
           05 RPT-IMAGE-LABEL          PIC X(09).
           05 RPT-IMAGE                PIC X(80).

       01  RPT-TRAILER-LINE.
           05 FILLER                   PIC X(10) VALUE 'PUBLISHED '.
           05 RPT-ENTRY-COUNT          PIC Z(6)9.
           05 FILLER                   PIC X(08) VALUE '  ADDED '.
           05 RPT-ADDED-COUNT          PIC Z(4)9.
           05 FILLER                   PIC X(10) VALUE '  CHANGED '.
           05 RPT-CHANGED-COUNT        PIC Z(4)9.
           05 FILLER                   PIC X(10) VALUE '  REMOVED '.
           05 RPT-REMOVED-COUNT        PIC Z(4)9.
           05 FILLER                   PIC X(07) VALUE '  HELD '.
           05 RPT-HELD-COUNT           PIC Z(4)9.
           05 FILLER                   PIC X(07) VALUE '  HASH '.
           05 RPT-HASH                 PIC 9(09).

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CONFIG-PUBLISH' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-TODAY.
           PERFORM GET-PUBLISH-PARAMETERS.
           IF WS-ENVIRON-TYP NOT = 'D' AND WS-ENVIRON-TYP NOT = 'T'
                   AND WS-ENVIRON-TYP NOT = 'Q'
                   AND WS-ENVIRON-TYP NOT = 'P'
               DISPLAY 'CONFIG-PUBLISH: NO VALID ENVIRONMENT CODE '
                   'ON PUBPARM - NOTHING PUBLISHED'
               MOVE 8 TO WS-RUN-RC
           ELSE
               OPEN INPUT FILEIN
               IF WS-FILEIN-STATUS NOT = '00'
                   DISPLAY 'CONFIG-PUBLISH: UNABLE TO OPEN '
                       'CONFIG-FILE - NOTHING PUBLISHED'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM FIND-LAST-VERSION
                   PERFORM LOAD-PUBLISHED-STATE
                   PERFORM LOAD-PENDING-KEYS
                   PERFORM PUBLISH-ENVIRONMENT
                   CLOSE FILEIN
               END-IF
           END-IF.

       GET-PUBLISH-PARAMETERS.
           OPEN INPUT PUB-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PUB-PARM-FILE
                   NOT AT END
                       MOVE PUBP-ENVIRON-TYP TO WS-ENVIRON-TYP
                       MOVE PUBP-SYSTEM-ID TO WS-SYSTEM-ID
                       IF WS-SYSTEM-ID NOT = SPACES
                           MOVE PUBP-SUBSYS-ID TO WS-SUBSYS-ID
                       END-IF
               END-READ
               CLOSE PUB-PARM-FILE
           END-IF.

      * the register is read through for the highest version this
      * environment has had - versions count per environment, so a
      * narrower scope still takes the next number
       FIND-LAST-VERSION.
           OPEN INPUT PUB-REG-FILE.
           IF WS-REG-STATUS = '00'
               PERFORM READ-REGISTER-RECORD
               PERFORM UNTIL WS-REG-STATUS NOT = '00'
                   IF REG-ENVIRON-TYP = WS-ENVIRON-TYP
                           AND REG-VERSION > WS-LAST-VERSION
                       MOVE REG-VERSION TO WS-LAST-VERSION
                       MOVE REG-PUB-DATE TO WS-LAST-PUB-DATE
                   END-IF
                   PERFORM READ-REGISTER-RECORD
               END-PERFORM
               CLOSE PUB-REG-FILE
           END-IF.
           ADD 1 TO WS-LAST-VERSION GIVING WS-VERSION.

       READ-REGISTER-RECORD.
           READ PUB-REG-FILE
               AT END
                   MOVE '10' TO WS-REG-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       LOAD-PUBLISHED-STATE.
           OPEN INPUT PUB-STATE-FILE.
           IF WS-STATE-STATUS = '00'
               PERFORM READ-STATE-RECORD
               PERFORM UNTIL WS-STATE-STATUS NOT = '00'
                   IF WS-STATE-COUNT < 2000
                       ADD 1 TO WS-STATE-COUNT
                       MOVE PST-ENVIRON-TYP TO
                           ST-ENVIRON-TYP(WS-STATE-COUNT)
                       MOVE PST-VERSION TO
                           ST-VERSION(WS-STATE-COUNT)
                       MOVE PST-IMAGE TO ST-IMAGE(WS-STATE-COUNT)
                       MOVE 'N' TO ST-SEEN-SW(WS-STATE-COUNT)
                       MOVE 'N' TO ST-REMOVED-SW(WS-STATE-COUNT)
                   ELSE
                       SET STATE-TABLE-FULL TO TRUE
                   END-IF
                   PERFORM READ-STATE-RECORD
               END-PERFORM
               CLOSE PUB-STATE-FILE
           END-IF.

       READ-STATE-RECORD.
           READ PUB-STATE-FILE
               AT END
                   MOVE '10' TO WS-STATE-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * a queued item still pending ('P') or approved but not yet
      * applied ('A') has not reached CONFIG-FILE
       LOAD-PENDING-KEYS.
           OPEN INPUT PENDING-FILE.
           IF WS-PEND-STATUS = '00'
               PERFORM READ-PENDING-RECORD
               PERFORM UNTIL WS-PEND-STATUS NOT = '00'
                   IF (PND-STATUS = 'P' OR PND-STATUS = 'A')
                           AND WS-PEND-COUNT < 200
                       ADD 1 TO WS-PEND-COUNT
                       MOVE PND-TXN-IMAGE(2:12) TO
                           PENDING-KEY(WS-PEND-COUNT)
                   END-IF
                   PERFORM READ-PENDING-RECORD
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       READ-PENDING-RECORD.
           READ PENDING-FILE
               AT END
                   MOVE '10' TO WS-PEND-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

       PUBLISH-ENVIRONMENT.
           OPEN OUTPUT PUB-EXTRACT-FILE.
           OPEN OUTPUT PUB-RPT-FILE.
           PERFORM WRITE-PUBLISH-HEADINGS.

           PERFORM POSITION-CONFIG-FILE.
           PERFORM UNTIL SCAN-DONE
               PERFORM READ-CONFIG-RECORD
               IF NOT SCAN-DONE
                   PERFORM CHECK-ENTRY-SCOPE
                   IF ENTRY-IN-SCOPE
                       PERFORM PUBLISH-ONE-ENTRY
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM REPORT-REMOVED-ENTRIES.

           MOVE WS-ENTRY-COUNT TO PT-ENTRY-COUNT.
           MOVE WS-HASH TO PT-HASH.
           WRITE PUB-EXTRACT-RECORD FROM PUB-TRAILER-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           CLOSE PUB-EXTRACT-FILE.

           PERFORM REWRITE-PUBLISHED-STATE.
           PERFORM REGISTER-PUBLICATION.

           MOVE WS-ENTRY-COUNT TO RPT-ENTRY-COUNT.
           MOVE WS-ADDED-COUNT TO RPT-ADDED-COUNT.
           MOVE WS-CHANGED-COUNT TO RPT-CHANGED-COUNT.
           MOVE WS-REMOVED-COUNT TO RPT-REMOVED-COUNT.
           MOVE WS-HELD-COUNT TO RPT-HELD-COUNT.
           MOVE WS-HASH TO RPT-HASH.
           WRITE PUB-RPT-LINE FROM RPT-TRAILER-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           CLOSE PUB-RPT-FILE.

           IF STATE-TABLE-FULL
               DISPLAY 'CONFIG-PUBLISH: CFGPUBST FULL - DELTA '
                   'INCOMPLETE'
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.
           DISPLAY 'CONFIG-PUBLISH: ENVIRONMENT ' WS-ENVIRON-TYP
               ' VERSION ' WS-VERSION ' - ' WS-ENTRY-COUNT
               ' ENTRIES PUBLISHED'.

       WRITE-PUBLISH-HEADINGS.
           MOVE WS-ENVIRON-TYP TO PH-ENVIRON-TYP.
           MOVE WS-VERSION TO PH-VERSION.
           MOVE WS-TODAY TO PH-PUB-DATE.
           MOVE WS-SYSTEM-ID TO PH-SYSTEM-ID.
           MOVE WS-SUBSYS-ID TO PH-SUBSYS-ID.
           WRITE PUB-EXTRACT-RECORD FROM PUB-HEADER-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

           MOVE WS-ENVIRON-TYP TO RPT-HDG-ENVIRON.
           MOVE WS-VERSION TO RPT-HDG-VERSION.
           MOVE WS-TODAY TO RPT-HDG-DATE.
           IF WS-SYSTEM-ID = SPACES
               MOVE 'ALL' TO RPT-HDG-SCOPE
           ELSE
               MOVE SPACES TO RPT-HDG-SCOPE
               STRING WS-SYSTEM-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-SUBSYS-ID DELIMITED BY SIZE
                   INTO RPT-HDG-SCOPE
           END-IF.
           WRITE PUB-RPT-LINE FROM RPT-HEADING.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           IF WS-LAST-VERSION = ZEROS
               WRITE PUB-RPT-LINE FROM RPT-FIRST-LINE
           ELSE
               MOVE WS-LAST-VERSION TO RPT-SINCE-VERSION
               MOVE WS-LAST-PUB-DATE TO RPT-SINCE-DATE
               WRITE PUB-RPT-LINE FROM RPT-SINCE-LINE
           END-IF.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * a system scope starts the file at that system's first key
      * instead of reading it all
       POSITION-CONFIG-FILE.
           MOVE 'N' TO WS-SCAN-SW.
           IF WS-SYSTEM-ID NOT = SPACES
               MOVE WS-SYSTEM-ID TO ABCD-SYSTEM-ID
               IF WS-SUBSYS-ID = SPACES
                   MOVE LOW-VALUES TO ABCD-SUBSYS-ID
               ELSE
                   MOVE WS-SUBSYS-ID TO ABCD-SUBSYS-ID
               END-IF
               MOVE ZEROS TO ABCD-SEQ-NR
               START FILEIN KEY IS NOT LESS THAN ABCD-KEY
                   INVALID KEY
                       SET SCAN-DONE TO TRUE
               END-START
           END-IF.

       READ-CONFIG-RECORD.
           READ FILEIN NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
                   IF WS-SYSTEM-ID NOT = SPACES
                           AND ABCD-SYSTEM-ID > WS-SYSTEM-ID
                       SET SCAN-DONE TO TRUE
                   END-IF
           END-READ.

       CHECK-ENTRY-SCOPE.
           MOVE 'N' TO WS-IN-SCOPE-SW.
           IF ABCD-ENVIRON-TYP = WS-ENVIRON-TYP
                   AND (WS-SYSTEM-ID = SPACES
                        OR ABCD-SYSTEM-ID = WS-SYSTEM-ID)
                   AND (WS-SUBSYS-ID = SPACES
                        OR ABCD-SUBSYS-ID = WS-SUBSYS-ID)
               SET ENTRY-IN-SCOPE TO TRUE
           END-IF.

       PUBLISH-ONE-ENTRY.
           MOVE ABCD-RECORD TO PD-IMAGE.
           WRITE PUB-EXTRACT-RECORD FROM PUB-DETAIL-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           ADD 1 TO WS-ENTRY-COUNT.
           MOVE ABCD-RECORD TO WS-IMAGE-WORK.
           PERFORM HASH-IMAGE.

           MOVE 'N' TO WS-PENDING-SW.
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF PENDING-KEY(WS-PEND-IDX) = ABCD-KEY
                   SET CHANGE-PENDING TO TRUE
               END-IF
           END-PERFORM.

           PERFORM FIND-STATE-ENTRY.
           IF WS-FOUND-IDX = ZEROS
               PERFORM RECORD-ADDED-ENTRY
           ELSE
               SET ST-SEEN(WS-FOUND-IDX) TO TRUE
               IF ST-IMAGE(WS-FOUND-IDX) = ABCD-RECORD
                   IF CHANGE-PENDING
                       MOVE 'HELD     ' TO RPT-DELTA-WORD
                       PERFORM WRITE-DELTA-LINE
                   END-IF
               ELSE
                   PERFORM RECORD-CHANGED-ENTRY
               END-IF
           END-IF.

       FIND-STATE-ENTRY.
           MOVE ZEROS TO WS-FOUND-IDX.
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT
                   OR WS-FOUND-IDX > ZEROS
               IF ST-ENVIRON-TYP(WS-STATE-IDX) = WS-ENVIRON-TYP
                       AND ST-KEY(WS-STATE-IDX) = ABCD-KEY
                   MOVE WS-STATE-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       RECORD-ADDED-ENTRY.
           ADD 1 TO WS-ADDED-COUNT.
           MOVE 'ADDED    ' TO RPT-DELTA-WORD.
           PERFORM WRITE-DELTA-LINE.
           IF WS-STATE-COUNT < 2000
               ADD 1 TO WS-STATE-COUNT
               MOVE WS-ENVIRON-TYP TO ST-ENVIRON-TYP(WS-STATE-COUNT)
               MOVE WS-VERSION TO ST-VERSION(WS-STATE-COUNT)
               MOVE ABCD-RECORD TO ST-IMAGE(WS-STATE-COUNT)
               SET ST-SEEN(WS-STATE-COUNT) TO TRUE
               MOVE 'N' TO ST-REMOVED-SW(WS-STATE-COUNT)
           ELSE
               SET STATE-TABLE-FULL TO TRUE
           END-IF.

       RECORD-CHANGED-ENTRY.
           ADD 1 TO WS-CHANGED-COUNT.
           MOVE 'CHANGED  ' TO RPT-DELTA-WORD.
           PERFORM WRITE-DELTA-LINE.
           MOVE '   WAS - ' TO RPT-IMAGE-LABEL.
           MOVE ST-IMAGE(WS-FOUND-IDX) TO RPT-IMAGE.
           WRITE PUB-RPT-LINE FROM RPT-IMAGE-LINE.
           MOVE '   NOW - ' TO RPT-IMAGE-LABEL.
           MOVE ABCD-RECORD TO RPT-IMAGE.
           WRITE PUB-RPT-LINE FROM RPT-IMAGE-LINE.
           ADD 2 TO RUNLOG-WRITTEN-COUNT.
           MOVE WS-VERSION TO ST-VERSION(WS-FOUND-IDX).
           MOVE ABCD-RECORD TO ST-IMAGE(WS-FOUND-IDX).

       WRITE-DELTA-LINE.
           MOVE ABCD-KEY TO RPT-KEY.
           MOVE ABCD-DESCRIPTION TO RPT-DESCRIPTION.
           IF CHANGE-PENDING
               ADD 1 TO WS-HELD-COUNT
               MOVE 'CHANGE AWAITING APPROVAL - NOT PUBLISHED' TO
                   RPT-NOTE
           ELSE
               MOVE SPACES TO RPT-NOTE
           END-IF.
           WRITE PUB-RPT-LINE FROM RPT-DELTA-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

      * whatever this environment last received within the scope
      * and is no longer on CONFIG-FILE was removed - entries
      * outside the scope are left as they were published
       REPORT-REMOVED-ENTRIES.
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT
               IF ST-ENVIRON-TYP(WS-STATE-IDX) = WS-ENVIRON-TYP
                       AND NOT ST-SEEN(WS-STATE-IDX)
                       AND (WS-SYSTEM-ID = SPACES
                            OR ST-SYSTEM-ID(WS-STATE-IDX) =
                               WS-SYSTEM-ID)
                       AND (WS-SUBSYS-ID = SPACES
                            OR ST-SUBSYS-ID(WS-STATE-IDX) =
                               WS-SUBSYS-ID)
                   SET ST-REMOVED(WS-STATE-IDX) TO TRUE
                   ADD 1 TO WS-REMOVED-COUNT
                   MOVE 'REMOVED  ' TO RPT-DELTA-WORD
                   MOVE ST-KEY(WS-STATE-IDX) TO RPT-KEY
                   MOVE ST-DESCRIPTION(WS-STATE-IDX) TO
                       RPT-DESCRIPTION
                   MOVE SPACES TO RPT-NOTE
                   WRITE PUB-RPT-LINE FROM RPT-DELTA-LINE
                   ADD 1 TO RUNLOG-WRITTEN-COUNT
               END-IF
           END-PERFORM.

      * the character hash runs on across every detail image in
      * extract order
       HASH-IMAGE.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 80
               MOVE WS-IMAGE-CHAR(WS-CHAR-IDX) TO WS-CHAR-LOW
               COMPUTE WS-PRODUCT = WS-HASH * 31 + WS-CHAR-CODE
               DIVIDE WS-PRODUCT BY WS-HASH-MODULUS
                   GIVING WS-QUOTIENT REMAINDER WS-HASH
           END-PERFORM.

       REWRITE-PUBLISHED-STATE.
           OPEN OUTPUT PUB-STATE-FILE.
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT
               IF NOT ST-REMOVED(WS-STATE-IDX)
                   MOVE ST-ENVIRON-TYP(WS-STATE-IDX) TO
                       PST-ENVIRON-TYP
                   MOVE ST-VERSION(WS-STATE-IDX) TO PST-VERSION
                   MOVE ST-IMAGE(WS-STATE-IDX) TO PST-IMAGE
                   WRITE PUB-STATE-RECORD
                   ADD 1 TO RUNLOG-WRITTEN-COUNT
               END-IF
           END-PERFORM.
           CLOSE PUB-STATE-FILE.

      * every publication registers itself the moment the extract
      * exists
       REGISTER-PUBLICATION.
           OPEN EXTEND PUB-REG-FILE.
           IF WS-REG-STATUS NOT = '00'
               OPEN OUTPUT PUB-REG-FILE
           END-IF.
           IF WS-REG-STATUS = '00'
               MOVE WS-ENVIRON-TYP TO REG-ENVIRON-TYP
               MOVE WS-VERSION TO REG-VERSION
               MOVE WS-TODAY TO REG-PUB-DATE
               MOVE WS-SYSTEM-ID TO REG-SYSTEM-ID
               MOVE WS-SUBSYS-ID TO REG-SUBSYS-ID
               MOVE WS-ENTRY-COUNT TO REG-ENTRY-COUNT
               MOVE WS-HASH TO REG-HASH
               MOVE WS-ADDED-COUNT TO REG-ADDED-COUNT
               MOVE WS-CHANGED-COUNT TO REG-CHANGED-COUNT
               MOVE WS-REMOVED-COUNT TO REG-REMOVED-COUNT
               WRITE PUB-REG-RECORD
               ADD 1 TO RUNLOG-WRITTEN-COUNT
               CLOSE PUB-REG-FILE
           ELSE
               DISPLAY 'CONFIG-PUBLISH: CFGPUBREG UNAVAILABLE - '
                   'VERSION ' WS-VERSION ' NOT REGISTERED'
               MOVE 4 TO WS-RUN-RC
           END-IF.

       WRITE-RUNLOG-START.
           MOVE 'CONFIG-PUBLISH' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'CONFIG-PUBLISH' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
