      * a file is out of order) and the records are merged straight
      * to SORTOUT with the same control-total trailer, without
      * burning the batch window on a full re-sort
      *
      * SORTPARM also selects and reshapes records, so a job that
      * wants one FOO-MAPSET-NR or only the payroll records above a
      * gross amount no longer needs a program of its own in front
      * of or behind the sort.  a SORTPARM line that carries only
      * its first byte is still the duplicate-key policy; every
      * other line is a statement, positions counting from 1 on
      * the record as it reaches SORTOUT (marker byte dropped):
      *   INC/OMT - include or omit records meeting the condition,
      *             with AND/OR lines adding further conditions
      *             (AND binds tighter than OR).  a condition names
      *             position, length, format - C character, Z zoned
      *             decimal, P packed decimal - decimal places,
      *             operator EQ NE GT GE LT LE and the value
      *   OUT     - one line per output field, in output order:
      *             F copies the field as it stands, Z and P convert
      *             a numeric field to zoned or packed of the given
      *             output length, E edits it with sign, thousands
      *             separators and its decimal places, and K inserts
      *             the constant on the line
      * selection is applied as records are read, before the sort
      * or merge, so omitted records cost no sort work; the output
      * layout is applied as each kept record is written, after the
      * duplicate policy has judged it on its full original key.
      * the trailer counts records selected and omitted, and a
      * statement in error stops the run before anything is sorted
      *
      * join mode matches two files on a key instead of each pair
      * of files needing a one-off match program.  a JKL statement
      * names the key's position and length in the left file JOINL
      * and a JKR statement the key in the right file JOINR - both
      * are required, of the same length (up to 30 bytes), and the
      * records may be up to 200 bytes.  both files are sorted on
      * their keys, input order kept within a key, and matched:
      * every left record is paired with every right record of its
      * key, so one-to-many and many-to-many keys all pair up.  a
      * 'Y' in column 14 of JKL writes the left records with no
      * match to JOINUNL, and the same on JKR writes the unmatched
      * right records to JOINUNR.  OUT statements lay out each pair,
      * an L or R in column 4 taking the field from the left or the
      * right record; with no OUT statements a pair is the first 66
      * bytes of each side.  the trailer counts pairs written, the
      * records read from each side and each side's unmatched
      * records.  INC/OMT and the duplicate policy do not apply to
      * a join
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRYSORT.

       SELECT REJECT-FILE ASSIGN TO 'SORTREJ'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT JOIN-SORT-FILE  ASSIGN TO JOINWORK.

       SELECT JOIN-LEFT-FILE ASSIGN TO 'JOINL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JL-STATUS.

       SELECT JOIN-RIGHT-FILE ASSIGN TO 'JOINR'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JR-STATUS.

       SELECT JOIN-WORK-LEFT ASSIGN TO 'JOINWKL'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-JWL-STATUS.

       SELECT JOIN-WORK-RIGHT ASSIGN TO 'JOINWKR'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-JWR-STATUS.

       SELECT JOIN-UNL-FILE ASSIGN TO 'JOINUNL'
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT JOIN-UNR-FILE ASSIGN TO 'JOINUNR'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * FOO-DATA is 98 bytes wide, not 94, so it can hold VARIABLE's
          05 FOO-IN-PAYLOAD      PIC X(100).

       FD  FOO-OUT-FILE.
       01 FOO-OUT-RECORD PIC X(132).

       FD  SORT-PARM-FILE.
       01 SORT-PARM-RECORD PIC X(80).
       01 SORT-PARM-STMT.
          05 SPS-VERB PIC X(03).
          05 SPS-SIDE PIC X(01).
          05 SPS-POS PIC 9(03).
          05 SPS-LEN PIC 9(03).
          05 SPS-FMT PIC X(01).
          05 SPS-DEC PIC 9(01).
          05 FILLER PIC X(01).
          05 SPS-DETAIL PIC X(67).
          05 SPS-COND-DETAIL REDEFINES SPS-DETAIL.
             10 SPS-OP PIC X(02).
             10 FILLER PIC X(01).
             10 SPS-VALUE PIC X(30).
             10 FILLER PIC X(34).
          05 SPS-OUT-DETAIL REDEFINES SPS-DETAIL.
             10 SPS-OUT-KIND PIC X(01).
             10 SPS-OUT-LEN PIC 9(03).
             10 FILLER PIC X(01).
             10 SPS-CONSTANT PIC X(30).
             10 FILLER PIC X(32).
          05 SPS-JOIN-DETAIL REDEFINES SPS-DETAIL.
             10 SPS-UNMATCHED PIC X(01).
             10 FILLER PIC X(66).

       FD  REJECT-FILE.
       01 REJECT-RECORD.
          05 M4-FORMAT-MARKER PIC X(01).
          05 M4-PAYLOAD      PIC X(100).

      * join mode - both inputs go through the one sort work file
      * in turn, each record carrying its key and its place in its
      * own input so equal keys keep their input order
       SD  JOIN-SORT-FILE.
       01 JOIN-SORT-RECORD.
          05 JSR-KEY PIC X(30).
          05 JSR-SEQ-NR PIC 9(07).
          05 JSR-DATA PIC X(200).

       FD  JOIN-LEFT-FILE.
       01 JL-RECORD PIC X(200).

       FD  JOIN-RIGHT-FILE.
       01 JR-RECORD PIC X(200).

       FD  JOIN-WORK-LEFT.
       01 JWL-RECORD.
          05 JWL-KEY PIC X(30).
          05 JWL-SEQ-NR PIC 9(07).
          05 JWL-DATA PIC X(200).

       FD  JOIN-WORK-RIGHT.
       01 JWR-RECORD.
          05 JWR-KEY PIC X(30).
          05 JWR-SEQ-NR PIC 9(07).
          05 JWR-DATA PIC X(200).

       FD  JOIN-UNL-FILE.
       01 JOIN-UNL-RECORD PIC X(200).

       FD  JOIN-UNR-FILE.
       01 JOIN-UNR-RECORD PIC X(200).

       WORKING-STORAGE SECTION.

           01 WS-IN-STATUS PIC XX.
           01 WS-M-SEQ PIC 9(04).
           01 WS-SEQ-ERROR-SW PIC X(01) VALUE 'N'.
              88 MERGE-SEQ-ERROR VALUE 'Y'.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
           01 WS-RUN-RC PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

              88 REJECT-FILE-OPEN VALUE 'Y'.
           01 WS-REJ-REASON PIC X(25).

      * record selection from the SORTPARM INC/OMT statements - the
      * conditions in the order given, each carrying the AND or OR
      * that joins it to the one before
           01 WS-COND-MODE PIC X(01) VALUE 'N'.
              88 COND-MODE-INCLUDE VALUE 'I'.
              88 COND-MODE-OMIT VALUE 'O'.
              88 COND-MODE-NONE VALUE 'N'.
           01 WS-COND-COUNT PIC 9(02) VALUE ZEROES.
           01 WS-COND-IDX PIC 9(02).
           01 WS-COND-TABLE.
              05 WS-COND-ENTRY OCCURS 20 TIMES.
                 10 CND-CONNECT PIC X(03).
                 10 CND-POS PIC 9(03).
                 10 CND-LEN PIC 9(03).
                 10 CND-FMT PIC X(01).
                 10 CND-DEC PIC 9(01).
                 10 CND-OP PIC X(02).
                 10 CND-VALUE PIC X(30).
                 10 CND-NUM-VALUE PIC S9(09)V9(04).
           01 WS-SELECT-RECORD PIC X(100).
           01 WS-SELECTED-SW PIC X(01).
              88 RECORD-IS-SELECTED VALUE 'Y'.
           01 WS-COND-TRUE-SW PIC X(01).
              88 CONDITION-IS-TRUE VALUE 'Y'.
           01 WS-GROUP-TRUE-SW PIC X(01).
              88 GROUP-IS-TRUE VALUE 'Y'.
           01 WS-ANY-TRUE-SW PIC X(01).
              88 ANY-GROUP-TRUE VALUE 'Y'.
           01 WS-COMPARE-RESULT PIC X(01).
           01 WS-SELECT-COUNT PIC 9(07) VALUE ZEROES.
           01 WS-OMIT-COUNT PIC 9(07) VALUE ZEROES.

      * output layout from the SORTPARM OUT statements - one entry
      * per output field, in output order
           01 WS-OUTF-COUNT PIC 9(02) VALUE ZEROES.
           01 WS-OUTF-IDX PIC 9(02).
           01 WS-OUTF-TABLE.
              05 WS-OUTF-ENTRY OCCURS 30 TIMES.
                 10 OTF-KIND PIC X(01).
                 10 OTF-SIDE PIC X(01).
                 10 OTF-POS PIC 9(03).
                 10 OTF-LEN PIC 9(03).
                 10 OTF-FMT PIC X(01).
                 10 OTF-DEC PIC 9(01).
                 10 OTF-OUT-LEN PIC 9(03).
                 10 OTF-CONSTANT PIC X(30).
           01 WS-OUT-WIDTH PIC 9(03) VALUE ZEROES.
           01 WS-OUT-POSN PIC 9(03).
           01 WS-LAYOUT-SOURCE PIC X(100).
           01 WS-LAYOUT-RESULT PIC X(132).
           01 WS-BAD-NUMERIC-COUNT PIC 9(07) VALUE ZEROES.

      * numeric field work - a zoned or packed field is lifted into
      * the right-hand end of a zero-filled area of the same kind,
      * so its own sign carries through, then scaled by its decimal
      * places
           01 WS-FLD-POS PIC 9(03).
           01 WS-FLD-LEN PIC 9(03).
           01 WS-FLD-FMT PIC X(01).
           01 WS-FLD-DEC PIC 9(01).
           01 WS-FLD-START PIC 9(03).
           01 WS-FLD-SOURCE PIC X(200).
           01 WS-FIELD-VALUE PIC S9(15)V9(09).
           01 WS-FIELD-OK-SW PIC X(01).
              88 FIELD-IS-NUMERIC VALUE 'Y'.
           01 WS-ZONED-AREA.
              05 WS-ZONED-NUM PIC S9(15).
           01 WS-ZONED-TEXT REDEFINES WS-ZONED-AREA PIC X(15).
           01 WS-PACKED-AREA.
              05 WS-PACKED-NUM PIC S9(15) COMP-3.
           01 WS-PACKED-TEXT REDEFINES WS-PACKED-AREA PIC X(08).
           01 WS-SCALE-FACTOR PIC 9(10).
           01 WS-SCALED-VALUE PIC S9(15).
           01 WS-EDIT-VALUE PIC S9(13)V9(04).
           01 WS-EDITED PIC --,---,---,---,--9.9999.
           01 WS-EDITED-TEXT REDEFINES WS-EDITED PIC X(23).
           01 WS-EDITED-LEN PIC 9(02).
           01 WS-EDIT-OFFSET PIC S9(03).

      * SORTPARM statement checking
           01 WS-PARM-ERROR-SW PIC X(01) VALUE 'N'.
              88 PARM-IN-ERROR VALUE 'Y'.
           01 WS-PARM-REASON PIC X(30).

           COPY STR2DECW.

      * join mode from the SORTPARM JKL/JKR statements
           01 WS-JOIN-MODE-SW PIC X(01) VALUE 'N'.
              88 JOIN-MODE VALUE 'Y'.
           01 WS-JKL-POS PIC 9(03) VALUE ZEROES.
           01 WS-JKL-LEN PIC 9(03) VALUE ZEROES.
           01 WS-JKR-POS PIC 9(03) VALUE ZEROES.
           01 WS-JKR-LEN PIC 9(03) VALUE ZEROES.
           01 WS-UNL-SW PIC X(01) VALUE 'N'.
              88 WRITE-LEFT-ONLY VALUE 'Y'.
           01 WS-UNR-SW PIC X(01) VALUE 'N'.
              88 WRITE-RIGHT-ONLY VALUE 'Y'.
           01 WS-JL-STATUS PIC XX.
           01 WS-JR-STATUS PIC XX.
           01 WS-JWL-STATUS PIC XX.
           01 WS-JWR-STATUS PIC XX.
           01 WS-JOIN-SEQ PIC 9(07).
           01 WS-JOIN-LEFT PIC X(200).
           01 WS-JOIN-RIGHT PIC X(200).
           01 WS-JOIN-KEY PIC X(30).
           01 WS-LEFT-READ PIC 9(07) VALUE ZEROES.
           01 WS-RIGHT-READ PIC 9(07) VALUE ZEROES.
           01 WS-LEFT-ONLY PIC 9(07) VALUE ZEROES.
           01 WS-RIGHT-ONLY PIC 9(07) VALUE ZEROES.
           01 WS-GROUP-OVERFLOW PIC 9(07) VALUE ZEROES.

      * the right records of the key being matched, held so each
      * left record of that key can be paired with all of them
           01 WS-RGRP-COUNT PIC 9(03).
           01 WS-RGRP-IDX PIC 9(03).
           01 WS-RGRP-TABLE.
              05 WS-RGRP-RECORD OCCURS 500 TIMES PIC X(200).

           01 JOIN-TRAILER-LINE.
              05 FILLER PIC X(15) VALUE 'RECORD COUNT = '.
              05 JTL-PAIR-COUNT PIC Z(6)9.
              05 FILLER PIC X(14) VALUE '  LEFT READ = '.
              05 JTL-LEFT-READ PIC Z(6)9.
              05 FILLER PIC X(15) VALUE '  RIGHT READ = '.
              05 JTL-RIGHT-READ PIC Z(6)9.
              05 FILLER PIC X(14) VALUE '  LEFT ONLY = '.
              05 JTL-LEFT-ONLY PIC Z(6)9.
              05 FILLER PIC X(15) VALUE '  RIGHT ONLY = '.
              05 JTL-RIGHT-ONLY PIC Z(6)9.

           01 WS-RECORD-COUNT PIC 9(07) VALUE ZEROES.
           01 WS-CONTROL-TOTAL PIC 9(09) VALUE ZEROES.

              05 FILLER PIC X(02) VALUE SPACES.
              05 FILLER PIC X(07) VALUE 'DUPS = '.
              05 TRL-DUP-COUNT PIC Z(4)9.
              05 FILLER PIC X(08) VALUE '  SEL = '.
              05 TRL-SELECT-COUNT PIC Z(6)9.
              05 FILLER PIC X(09) VALUE '  OMIT = '.
              05 TRL-OMIT-COUNT PIC Z(6)9.

       PROCEDURE DIVISION.

      * a supplied MERGEIN1 switches the run to the balanced merge
      * over the pre-sorted regional files; otherwise the original
      * full sort of SORTIN runs unchanged.  a SORTPARM statement in
      * error stops the run before either.  a JKL/JKR pair in
      * SORTPARM runs the two-file join instead
           PERFORM WRITE-RUNLOG-START.
           PERFORM READ-SORT-PARMS.

           OPEN INPUT MERGE-IN1.
           EVALUATE TRUE
               WHEN PARM-IN-ERROR
                   DISPLAY 'TRYSORT: SORTPARM IN ERROR - NOTHING '
                       'SORTED'
                   MOVE 16 TO WS-RUN-RC
                   IF WS-M1-STATUS = '00'
                       CLOSE MERGE-IN1
                   END-IF
               WHEN JOIN-MODE
                   IF WS-M1-STATUS = '00'
                       CLOSE MERGE-IN1
                   END-IF
                   PERFORM JOIN-RUN
                   DISPLAY 'AFTER JOINING'
               WHEN WS-M1-STATUS = '00'
                   SET MERGE-MODE TO TRUE
                   PERFORM MERGE-RUN
                   DISPLAY 'AFTER MERGING'
               WHEN OTHER
                   SORT FOO-SORT-FILE
                       ON ASCENDING KEY FOO-KEY
                       ON DESCENDING KEY FOO-SEQ-NR
                       INPUT  PROCEDURE IS IP-PROC
                      OUTPUT PROCEDURE IS OP-PROC
                   DISPLAY 'AFTER SORTING'
           END-EVALUATE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

      * reads the optional SORTPARM control file - a line with only
      * its first byte is the duplicate-key policy, the way SORTPARM
      * has always carried it; anything else is a selection or
      * output layout statement
       READ-SORT-PARMS.
           OPEN INPUT SORT-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               PERFORM READ-SORT-PARM-RECORD
               PERFORM UNTIL WS-PARM-STATUS NOT = '00'
                   IF SORT-PARM-RECORD(2:79) = SPACES
                       IF SORT-PARM-RECORD(1:1) NOT = SPACE
                           MOVE SORT-PARM-RECORD(1:1) TO
                               WS-DUP-POLICY
                       END-IF
                   ELSE
                       PERFORM TAKE-PARM-STATEMENT
                   END-IF
                   PERFORM READ-SORT-PARM-RECORD
               END-PERFORM
               CLOSE SORT-PARM-FILE
               PERFORM CHECK-JOIN-PARMS
           END-IF.

       READ-SORT-PARM-RECORD.
           MOVE SPACES TO SORT-PARM-RECORD.
           READ SORT-PARM-FILE
               AT END
                   MOVE '10' TO WS-PARM-STATUS
           END-READ.

      * one INC or OMT starts the selection; AND and OR lines only
      * make sense after it
       TAKE-PARM-STATEMENT.
           MOVE SPACES TO WS-PARM-REASON.
           EVALUATE SPS-VERB
               WHEN 'INC'
               WHEN 'OMT'
                   IF NOT COND-MODE-NONE
                       MOVE 'ONLY ONE INC OR OMT ALLOWED' TO
                           WS-PARM-REASON
                   ELSE
                       IF SPS-VERB = 'INC'
                           SET COND-MODE-INCLUDE TO TRUE
                       ELSE
                           SET COND-MODE-OMIT TO TRUE
                       END-IF
                       PERFORM TAKE-CONDITION
                   END-IF
               WHEN 'AND'
               WHEN 'OR '
                   IF COND-MODE-NONE
                       MOVE 'AND/OR WITHOUT INC OR OMT' TO
                           WS-PARM-REASON
                   ELSE
                       PERFORM TAKE-CONDITION
                   END-IF
               WHEN 'OUT'
                   PERFORM TAKE-OUTPUT-FIELD
               WHEN 'JKL'
               WHEN 'JKR'
                   PERFORM TAKE-JOIN-KEY
               WHEN OTHER
                   MOVE 'UNKNOWN STATEMENT' TO WS-PARM-REASON
           END-EVALUATE.
           IF WS-PARM-REASON NOT = SPACES
               SET PARM-IN-ERROR TO TRUE
               DISPLAY 'TRYSORT: SORTPARM ' WS-PARM-REASON ' - '
                   SORT-PARM-RECORD(1:50)
           END-IF.

      * the field a statement names must lie inside the 100-byte
      * record - or the 200-byte join record when it names a side -
      * and be of a length its format can hold
       CHECK-PARM-FIELD.
           IF SPS-POS IS NOT NUMERIC OR SPS-LEN IS NOT NUMERIC
                   OR SPS-DEC IS NOT NUMERIC
               MOVE 'POSITION/LENGTH NOT NUMERIC' TO WS-PARM-REASON
           ELSE
               EVALUATE TRUE
                   WHEN SPS-SIDE NOT = SPACE AND SPS-SIDE NOT = 'L'
                           AND SPS-SIDE NOT = 'R'
                       MOVE 'SIDE NOT L OR R' TO WS-PARM-REASON
                   WHEN SPS-POS = ZERO OR SPS-LEN = ZERO
                       MOVE 'POSITION/LENGTH IS ZERO' TO
                           WS-PARM-REASON
                   WHEN SPS-SIDE = SPACE
                           AND SPS-POS + SPS-LEN - 1 > 100
                   WHEN SPS-POS + SPS-LEN - 1 > 200
                       MOVE 'FIELD BEYOND THE RECORD' TO
                           WS-PARM-REASON
                   WHEN SPS-FMT = 'C'
                       IF SPS-LEN > 30
                           MOVE 'CHARACTER FIELD OVER 30' TO
                               WS-PARM-REASON
                       END-IF
                   WHEN SPS-FMT = 'Z'
                       IF SPS-LEN > 15
                           MOVE 'ZONED FIELD OVER 15' TO
                               WS-PARM-REASON
                       END-IF
                   WHEN SPS-FMT = 'P'
                       IF SPS-LEN > 8
                           MOVE 'PACKED FIELD OVER 8' TO
                               WS-PARM-REASON
                       END-IF
                   WHEN OTHER
                       MOVE 'FORMAT NOT C, Z OR P' TO
                           WS-PARM-REASON
               END-EVALUATE
           END-IF.

       TAKE-CONDITION.
           IF SPS-SIDE NOT = SPACE
               MOVE 'SIDE L/R ONLY ON OUT FIELDS' TO WS-PARM-REASON
           ELSE
               PERFORM CHECK-PARM-FIELD
           END-IF.
           IF WS-PARM-REASON = SPACES
               IF SPS-OP NOT = 'EQ' AND SPS-OP NOT = 'NE'
                       AND SPS-OP NOT = 'GT' AND SPS-OP NOT = 'GE'
                       AND SPS-OP NOT = 'LT' AND SPS-OP NOT = 'LE'
                   MOVE 'OPERATOR NOT EQ NE GT GE LT LE' TO
                       WS-PARM-REASON
               END-IF
           END-IF.
           IF WS-PARM-REASON = SPACES AND SPS-FMT NOT = 'C'
               SET S2D-LOCALE-US TO TRUE
               MOVE SPS-VALUE TO S2D-INPUT
               CALL 'STR2DEC' USING STR2DEC-PARMS
               IF NOT S2D-STAT-OK
                   MOVE 'VALUE IS NOT A NUMBER' TO WS-PARM-REASON
               END-IF
           END-IF.
           IF WS-PARM-REASON = SPACES AND WS-COND-COUNT = 20
               MOVE 'MORE THAN 20 CONDITIONS' TO WS-PARM-REASON
           END-IF.
           IF WS-PARM-REASON = SPACES
               ADD 1 TO WS-COND-COUNT
               MOVE SPS-VERB TO CND-CONNECT(WS-COND-COUNT)
               MOVE SPS-POS TO CND-POS(WS-COND-COUNT)
               MOVE SPS-LEN TO CND-LEN(WS-COND-COUNT)
               MOVE SPS-FMT TO CND-FMT(WS-COND-COUNT)
               MOVE SPS-DEC TO CND-DEC(WS-COND-COUNT)
               MOVE SPS-OP TO CND-OP(WS-COND-COUNT)
               MOVE SPS-VALUE TO CND-VALUE(WS-COND-COUNT)
               IF SPS-FMT = 'C'
                   MOVE ZEROS TO CND-NUM-VALUE(WS-COND-COUNT)
               ELSE
                   MOVE S2D-VALUE TO CND-NUM-VALUE(WS-COND-COUNT)
               END-IF
           END-IF.

      * a converted or edited field must come from a numeric one;
      * the output layout as a whole must fit SORTOUT's 132 bytes
       TAKE-OUTPUT-FIELD.
           IF SPS-OUT-KIND = 'K'
               IF SPS-OUT-LEN IS NOT NUMERIC OR SPS-OUT-LEN = ZERO
                       OR SPS-OUT-LEN > 30
                   MOVE 'CONSTANT LENGTH NOT 1 TO 30' TO
                       WS-PARM-REASON
               END-IF
           ELSE
               PERFORM CHECK-PARM-FIELD
               IF WS-PARM-REASON = SPACES
                   EVALUATE SPS-OUT-KIND
                       WHEN 'F'
                           MOVE SPS-LEN TO SPS-OUT-LEN
                       WHEN 'Z'
                       WHEN 'P'
                       WHEN 'E'
                           PERFORM CHECK-CONVERTED-FIELD
                       WHEN OTHER
                           MOVE 'OUTPUT KIND NOT F Z P E OR K' TO
                               WS-PARM-REASON
                   END-EVALUATE
               END-IF
           END-IF.
           IF WS-PARM-REASON = SPACES AND WS-OUTF-COUNT = 30
               MOVE 'MORE THAN 30 OUTPUT FIELDS' TO WS-PARM-REASON
           END-IF.
           IF WS-PARM-REASON = SPACES
                   AND WS-OUT-WIDTH + SPS-OUT-LEN > 132
               MOVE 'OUTPUT LAYOUT OVER 132 BYTES' TO WS-PARM-REASON
           END-IF.
           IF WS-PARM-REASON = SPACES
               ADD 1 TO WS-OUTF-COUNT
               ADD SPS-OUT-LEN TO WS-OUT-WIDTH
               MOVE SPS-OUT-KIND TO OTF-KIND(WS-OUTF-COUNT)
               MOVE SPS-OUT-LEN TO OTF-OUT-LEN(WS-OUTF-COUNT)
               MOVE SPS-CONSTANT TO OTF-CONSTANT(WS-OUTF-COUNT)
               MOVE SPS-SIDE TO OTF-SIDE(WS-OUTF-COUNT)
               IF SPS-OUT-KIND = 'K'
                   MOVE SPACE TO OTF-SIDE(WS-OUTF-COUNT)
                   MOVE ZEROS TO OTF-POS(WS-OUTF-COUNT)
                   MOVE ZEROS TO OTF-LEN(WS-OUTF-COUNT)
                   MOVE SPACE TO OTF-FMT(WS-OUTF-COUNT)
                   MOVE ZERO TO OTF-DEC(WS-OUTF-COUNT)
               ELSE
                   MOVE SPS-POS TO OTF-POS(WS-OUTF-COUNT)
                   MOVE SPS-LEN TO OTF-LEN(WS-OUTF-COUNT)
                   MOVE SPS-FMT TO OTF-FMT(WS-OUTF-COUNT)
                   MOVE SPS-DEC TO OTF-DEC(WS-OUTF-COUNT)
               END-IF
           END-IF.

      * a join key is compared as it stands, character by character
       TAKE-JOIN-KEY.
           EVALUATE TRUE
               WHEN SPS-POS IS NOT NUMERIC OR SPS-LEN IS NOT NUMERIC
                   MOVE 'POSITION/LENGTH NOT NUMERIC' TO
                       WS-PARM-REASON
               WHEN SPS-POS = ZERO OR SPS-LEN = ZERO
                   MOVE 'POSITION/LENGTH IS ZERO' TO WS-PARM-REASON
               WHEN SPS-LEN > 30
                   MOVE 'JOIN KEY OVER 30' TO WS-PARM-REASON
               WHEN SPS-POS + SPS-LEN - 1 > 200
                   MOVE 'FIELD BEYOND THE RECORD' TO WS-PARM-REASON
               WHEN SPS-VERB = 'JKL' AND WS-JKL-LEN NOT = ZERO
               WHEN SPS-VERB = 'JKR' AND WS-JKR-LEN NOT = ZERO
                   MOVE 'ONLY ONE JKL AND ONE JKR ALLOWED' TO
                       WS-PARM-REASON
           END-EVALUATE.
           IF WS-PARM-REASON = SPACES
               SET JOIN-MODE TO TRUE
               IF SPS-VERB = 'JKL'
                   MOVE SPS-POS TO WS-JKL-POS
                   MOVE SPS-LEN TO WS-JKL-LEN
                   IF SPS-UNMATCHED = 'Y'
                       SET WRITE-LEFT-ONLY TO TRUE
                   END-IF
               ELSE
                   MOVE SPS-POS TO WS-JKR-POS
                   MOVE SPS-LEN TO WS-JKR-LEN
                   IF SPS-UNMATCHED = 'Y'
                       SET WRITE-RIGHT-ONLY TO TRUE
                   END-IF
               END-IF
           END-IF.

      * checks the statements against each other once all are in -
      * a join needs both keys alike and every field it lays out
      * tied to a side, and a side means nothing without a join
       CHECK-JOIN-PARMS.
           MOVE SPACES TO WS-PARM-REASON.
           IF JOIN-MODE
               EVALUATE TRUE
                   WHEN WS-JKL-LEN = ZERO OR WS-JKR-LEN = ZERO
                       MOVE 'JOIN NEEDS BOTH JKL AND JKR' TO
                           WS-PARM-REASON
                   WHEN WS-JKL-LEN NOT = WS-JKR-LEN
                       MOVE 'JKL AND JKR LENGTHS DIFFER' TO
                           WS-PARM-REASON
                   WHEN NOT COND-MODE-NONE
                       MOVE 'INC/OMT NOT USED IN JOIN MODE' TO
                           WS-PARM-REASON
               END-EVALUATE
               PERFORM VARYING WS-OUTF-IDX FROM 1 BY 1
                       UNTIL WS-OUTF-IDX > WS-OUTF-COUNT
                   IF OTF-KIND(WS-OUTF-IDX) NOT = 'K'
                           AND OTF-SIDE(WS-OUTF-IDX) = SPACE
                       MOVE 'JOIN OUT FIELD NEEDS L OR R' TO
                           WS-PARM-REASON
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-OUTF-IDX FROM 1 BY 1
                       UNTIL WS-OUTF-IDX > WS-OUTF-COUNT
                   IF OTF-SIDE(WS-OUTF-IDX) NOT = SPACE
                       MOVE 'SIDE L/R WITHOUT A JOIN' TO
                           WS-PARM-REASON
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-PARM-REASON NOT = SPACES
               SET PARM-IN-ERROR TO TRUE
               DISPLAY 'TRYSORT: SORTPARM ' WS-PARM-REASON
           END-IF.

       CHECK-CONVERTED-FIELD.
           IF SPS-FMT = 'C'
               MOVE 'CONVERSION FROM A C FIELD' TO WS-PARM-REASON
           ELSE
               IF SPS-OUT-LEN IS NOT NUMERIC OR SPS-OUT-LEN = ZERO
                   MOVE 'OUTPUT LENGTH NOT GIVEN' TO WS-PARM-REASON
               ELSE
                   EVALUATE TRUE
                       WHEN SPS-OUT-KIND = 'Z' AND SPS-OUT-LEN > 15
                           MOVE 'ZONED OUTPUT OVER 15' TO
                               WS-PARM-REASON
                       WHEN SPS-OUT-KIND = 'P' AND SPS-OUT-LEN > 8
                           MOVE 'PACKED OUTPUT OVER 8' TO
                               WS-PARM-REASON
                       WHEN SPS-OUT-KIND = 'E' AND SPS-OUT-LEN > 23
                           MOVE 'EDITED OUTPUT OVER 23' TO
                               WS-PARM-REASON
                       WHEN SPS-OUT-KIND = 'E' AND SPS-DEC > 4
                           MOVE 'EDITED DECIMALS OVER 4' TO
                               WS-PARM-REASON
                   END-EVALUATE
               END-IF
           END-IF.

      * runs the INC/OMT conditions over WS-SELECT-RECORD - AND
      * binds tighter than OR, so the conditions fall into AND
      * groups and the record meets the selection when any group
      * is wholly true.  no conditions selects every record
       SELECT-RECORD.
           IF COND-MODE-NONE
               SET RECORD-IS-SELECTED TO TRUE
           ELSE
               MOVE 'N' TO WS-ANY-TRUE-SW
               PERFORM VARYING WS-COND-IDX FROM 1 BY 1
                       UNTIL WS-COND-IDX > WS-COND-COUNT
                   PERFORM TEST-ONE-CONDITION
                   EVALUATE TRUE
                       WHEN WS-COND-IDX = 1
                           MOVE WS-COND-TRUE-SW TO WS-GROUP-TRUE-SW
                       WHEN CND-CONNECT(WS-COND-IDX) = 'AND'
                           IF NOT CONDITION-IS-TRUE
                               MOVE 'N' TO WS-GROUP-TRUE-SW
                           END-IF
                       WHEN OTHER
                           IF GROUP-IS-TRUE
                               SET ANY-GROUP-TRUE TO TRUE
                           END-IF
                           MOVE WS-COND-TRUE-SW TO WS-GROUP-TRUE-SW
                   END-EVALUATE
               END-PERFORM
               IF GROUP-IS-TRUE
                   SET ANY-GROUP-TRUE TO TRUE
               END-IF
               IF COND-MODE-INCLUDE
                   MOVE WS-ANY-TRUE-SW TO WS-SELECTED-SW
               ELSE
                   IF ANY-GROUP-TRUE
                       MOVE 'N' TO WS-SELECTED-SW
                   ELSE
                       SET RECORD-IS-SELECTED TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF RECORD-IS-SELECTED
               ADD 1 TO WS-SELECT-COUNT
           ELSE
               ADD 1 TO WS-OMIT-COUNT
           END-IF.

      * a numeric field that does not hold a valid number never
      * meets its condition
       TEST-ONE-CONDITION.
           MOVE 'N' TO WS-COND-TRUE-SW.
           MOVE SPACE TO WS-COMPARE-RESULT.
           IF CND-FMT(WS-COND-IDX) = 'C'
               EVALUATE TRUE
                   WHEN WS-SELECT-RECORD(CND-POS(WS-COND-IDX):
                           CND-LEN(WS-COND-IDX)) <
                           CND-VALUE(WS-COND-IDX)
                               (1:CND-LEN(WS-COND-IDX))
                       MOVE '<' TO WS-COMPARE-RESULT
                   WHEN WS-SELECT-RECORD(CND-POS(WS-COND-IDX):
                           CND-LEN(WS-COND-IDX)) >
                           CND-VALUE(WS-COND-IDX)
                               (1:CND-LEN(WS-COND-IDX))
                       MOVE '>' TO WS-COMPARE-RESULT
                   WHEN OTHER
                       MOVE '=' TO WS-COMPARE-RESULT
               END-EVALUATE
           ELSE
               MOVE WS-SELECT-RECORD TO WS-FLD-SOURCE
               MOVE CND-POS(WS-COND-IDX) TO WS-FLD-POS
               MOVE CND-LEN(WS-COND-IDX) TO WS-FLD-LEN
               MOVE CND-FMT(WS-COND-IDX) TO WS-FLD-FMT
               MOVE CND-DEC(WS-COND-IDX) TO WS-FLD-DEC
               PERFORM GET-NUMERIC-FIELD
               IF FIELD-IS-NUMERIC
                   EVALUATE TRUE
                       WHEN WS-FIELD-VALUE <
                               CND-NUM-VALUE(WS-COND-IDX)
                           MOVE '<' TO WS-COMPARE-RESULT
                       WHEN WS-FIELD-VALUE >
                               CND-NUM-VALUE(WS-COND-IDX)
                           MOVE '>' TO WS-COMPARE-RESULT
                       WHEN OTHER
                           MOVE '=' TO WS-COMPARE-RESULT
                   END-EVALUATE
               END-IF
           END-IF.
           IF WS-COMPARE-RESULT NOT = SPACE
               EVALUATE CND-OP(WS-COND-IDX)
                   WHEN 'EQ'
                       IF WS-COMPARE-RESULT = '='
                           SET CONDITION-IS-TRUE TO TRUE
                       END-IF
                   WHEN 'NE'
                       IF WS-COMPARE-RESULT NOT = '='
                           SET CONDITION-IS-TRUE TO TRUE
                       END-IF
                   WHEN 'GT'
                       IF WS-COMPARE-RESULT = '>'
                           SET CONDITION-IS-TRUE TO TRUE
                       END-IF
                   WHEN 'GE'
                       IF WS-COMPARE-RESULT NOT = '<'
                           SET CONDITION-IS-TRUE TO TRUE
                       END-IF
                   WHEN 'LT'
                       IF WS-COMPARE-RESULT = '<'
                           SET CONDITION-IS-TRUE TO TRUE
                       END-IF
                   WHEN 'LE'
                       IF WS-COMPARE-RESULT NOT = '>'
                           SET CONDITION-IS-TRUE TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

      * lifts the zoned or packed field at WS-FLD-POS for WS-FLD-LEN
      * out of WS-FLD-SOURCE into WS-FIELD-VALUE, scaled by its
      * WS-FLD-DEC decimal places
       GET-NUMERIC-FIELD.
           MOVE 'N' TO WS-FIELD-OK-SW.
           MOVE ZEROS TO WS-FIELD-VALUE.
           MOVE 1 TO WS-SCALE-FACTOR.
           PERFORM WS-FLD-DEC TIMES
               MULTIPLY 10 BY WS-SCALE-FACTOR
           END-PERFORM.
           IF WS-FLD-FMT = 'Z'
               MOVE ZEROS TO WS-ZONED-NUM
               COMPUTE WS-FLD-START = 15 - WS-FLD-LEN + 1
               MOVE WS-FLD-SOURCE(WS-FLD-POS:WS-FLD-LEN) TO
                   WS-ZONED-TEXT(WS-FLD-START:WS-FLD-LEN)
               IF WS-ZONED-NUM IS NUMERIC
                   SET FIELD-IS-NUMERIC TO TRUE
                   COMPUTE WS-FIELD-VALUE =
                       WS-ZONED-NUM / WS-SCALE-FACTOR
               END-IF
           ELSE
               MOVE LOW-VALUES TO WS-PACKED-TEXT
               COMPUTE WS-FLD-START = 8 - WS-FLD-LEN + 1
               MOVE WS-FLD-SOURCE(WS-FLD-POS:WS-FLD-LEN) TO
                   WS-PACKED-TEXT(WS-FLD-START:WS-FLD-LEN)
               IF WS-PACKED-NUM IS NUMERIC
                   SET FIELD-IS-NUMERIC TO TRUE
                   COMPUTE WS-FIELD-VALUE =
                       WS-PACKED-NUM / WS-SCALE-FACTOR
               END-IF
           END-IF.

      * builds FOO-OUT-RECORD from WS-LAYOUT-SOURCE - the record as
      * it stands when no OUT statements were given, otherwise the
      * OUT fields laid end to end.  a numeric field that does not
      * hold a valid number goes out as zero and is counted
       BUILD-OUTPUT-RECORD.
           IF WS-OUTF-COUNT = ZERO
               MOVE WS-LAYOUT-SOURCE TO FOO-OUT-RECORD
           ELSE
               MOVE SPACES TO WS-LAYOUT-RESULT
               MOVE 1 TO WS-OUT-POSN
               PERFORM VARYING WS-OUTF-IDX FROM 1 BY 1
                       UNTIL WS-OUTF-IDX > WS-OUTF-COUNT
                   PERFORM BUILD-ONE-OUTPUT-FIELD
                   ADD OTF-OUT-LEN(WS-OUTF-IDX) TO WS-OUT-POSN
               END-PERFORM
               MOVE WS-LAYOUT-RESULT TO FOO-OUT-RECORD
           END-IF.

       BUILD-ONE-OUTPUT-FIELD.
           EVALUATE OTF-SIDE(WS-OUTF-IDX)
               WHEN 'L'
                   MOVE WS-JOIN-LEFT TO WS-FLD-SOURCE
               WHEN 'R'
                   MOVE WS-JOIN-RIGHT TO WS-FLD-SOURCE
               WHEN OTHER
                   MOVE WS-LAYOUT-SOURCE TO WS-FLD-SOURCE
           END-EVALUATE.
           EVALUATE OTF-KIND(WS-OUTF-IDX)
               WHEN 'K'
                   MOVE OTF-CONSTANT(WS-OUTF-IDX) TO
                       WS-LAYOUT-RESULT(WS-OUT-POSN:
                           OTF-OUT-LEN(WS-OUTF-IDX))
               WHEN 'F'
                   MOVE WS-FLD-SOURCE(OTF-POS(WS-OUTF-IDX):
                           OTF-LEN(WS-OUTF-IDX)) TO
                       WS-LAYOUT-RESULT(WS-OUT-POSN:
                           OTF-OUT-LEN(WS-OUTF-IDX))
               WHEN OTHER
                   MOVE OTF-POS(WS-OUTF-IDX) TO WS-FLD-POS
                   MOVE OTF-LEN(WS-OUTF-IDX) TO WS-FLD-LEN
                   MOVE OTF-FMT(WS-OUTF-IDX) TO WS-FLD-FMT
                   MOVE OTF-DEC(WS-OUTF-IDX) TO WS-FLD-DEC
                   PERFORM GET-NUMERIC-FIELD
                   IF NOT FIELD-IS-NUMERIC
                       ADD 1 TO WS-BAD-NUMERIC-COUNT
                   END-IF
                   PERFORM CONVERT-OUTPUT-FIELD
           END-EVALUATE.

      * a zoned or packed result keeps the field's decimal places
      * and takes the low-order digits that fit the output length;
      * an edited result is right-justified in its output length
       CONVERT-OUTPUT-FIELD.
           COMPUTE WS-SCALED-VALUE ROUNDED =
               WS-FIELD-VALUE * WS-SCALE-FACTOR.
           EVALUATE OTF-KIND(WS-OUTF-IDX)
               WHEN 'Z'
                   MOVE WS-SCALED-VALUE TO WS-ZONED-NUM
                   COMPUTE WS-FLD-START =
                       15 - OTF-OUT-LEN(WS-OUTF-IDX) + 1
                   MOVE WS-ZONED-TEXT(WS-FLD-START:
                           OTF-OUT-LEN(WS-OUTF-IDX)) TO
                       WS-LAYOUT-RESULT(WS-OUT-POSN:
                           OTF-OUT-LEN(WS-OUTF-IDX))
               WHEN 'P'
                   MOVE WS-SCALED-VALUE TO WS-PACKED-NUM
                   COMPUTE WS-FLD-START =
                       8 - OTF-OUT-LEN(WS-OUTF-IDX) + 1
                   MOVE WS-PACKED-TEXT(WS-FLD-START:
                           OTF-OUT-LEN(WS-OUTF-IDX)) TO
                       WS-LAYOUT-RESULT(WS-OUT-POSN:
                           OTF-OUT-LEN(WS-OUTF-IDX))
               WHEN 'E'
                   PERFORM EDIT-OUTPUT-FIELD
           END-EVALUATE.

      * the edit picture carries four decimal places; the places
      * the field does not have are cut off its right-hand end,
      * with the point when it has none.  an edited value wider
      * than its output length is filled with asterisks rather
      * than quietly losing its high-order digits
       EDIT-OUTPUT-FIELD.
           COMPUTE WS-EDIT-VALUE = WS-SCALED-VALUE / WS-SCALE-FACTOR.
           MOVE WS-EDIT-VALUE TO WS-EDITED.
           IF WS-FLD-DEC = ZERO
               MOVE 18 TO WS-EDITED-LEN
           ELSE
               COMPUTE WS-EDITED-LEN = 19 + WS-FLD-DEC
           END-IF.
           MOVE 1 TO WS-FLD-START.
           PERFORM UNTIL WS-FLD-START > WS-EDITED-LEN
                   OR WS-EDITED-TEXT(WS-FLD-START:1) NOT = SPACE
               ADD 1 TO WS-FLD-START
           END-PERFORM.
           IF WS-EDITED-LEN - WS-FLD-START + 1 >
                   OTF-OUT-LEN(WS-OUTF-IDX)
               MOVE ALL '*' TO WS-LAYOUT-RESULT(WS-OUT-POSN:
                   OTF-OUT-LEN(WS-OUTF-IDX))
           ELSE
               COMPUTE WS-EDIT-OFFSET =
                   WS-EDITED-LEN - OTF-OUT-LEN(WS-OUTF-IDX) + 1
               IF WS-EDIT-OFFSET < 1
                   COMPUTE WS-FLD-POS = WS-OUT-POSN
                       + OTF-OUT-LEN(WS-OUTF-IDX) - WS-EDITED-LEN
                   MOVE WS-EDITED-TEXT(1:WS-EDITED-LEN) TO
                       WS-LAYOUT-RESULT(WS-FLD-POS:WS-EDITED-LEN)
               ELSE
                   MOVE WS-EDITED-TEXT(WS-EDIT-OFFSET:
                           OTF-OUT-LEN(WS-OUTF-IDX)) TO
                       WS-LAYOUT-RESULT(WS-OUT-POSN:
                           OTF-OUT-LEN(WS-OUTF-IDX))
               END-IF
           END-IF.

      * two-file join - each side is sorted on its key to its own
      * work file, then the two work files are matched
       JOIN-RUN.
           OPEN INPUT JOIN-LEFT-FILE.
           OPEN INPUT JOIN-RIGHT-FILE.
           IF WS-JL-STATUS NOT = '00' OR WS-JR-STATUS NOT = '00'
               DISPLAY 'TRYSORT: JOINL AND JOINR ARE BOTH NEEDED - '
                   'NOTHING JOINED'
               MOVE 16 TO WS-RUN-RC
               IF WS-JL-STATUS = '00'
                   CLOSE JOIN-LEFT-FILE
               END-IF
               IF WS-JR-STATUS = '00'
                   CLOSE JOIN-RIGHT-FILE
               END-IF
           ELSE
               SORT JOIN-SORT-FILE
                   ON ASCENDING KEY JSR-KEY
                   ON ASCENDING KEY JSR-SEQ-NR
                   INPUT PROCEDURE IS JOIN-LEFT-IP
                   GIVING JOIN-WORK-LEFT
               SORT JOIN-SORT-FILE
                   ON ASCENDING KEY JSR-KEY
                   ON ASCENDING KEY JSR-SEQ-NR
                   INPUT PROCEDURE IS JOIN-RIGHT-IP
                   GIVING JOIN-WORK-RIGHT
               CLOSE JOIN-LEFT-FILE
               CLOSE JOIN-RIGHT-FILE
               PERFORM MATCH-JOIN-FILES
           END-IF.

       JOIN-LEFT-IP.
           MOVE ZEROS TO WS-JOIN-SEQ.
           PERFORM READ-JOIN-LEFT-RECORD.
           PERFORM UNTIL WS-JL-STATUS NOT = '00'
               ADD 1 TO WS-LEFT-READ
               ADD 1 TO WS-JOIN-SEQ
               MOVE JL-RECORD(WS-JKL-POS:WS-JKL-LEN) TO JSR-KEY
               MOVE WS-JOIN-SEQ TO JSR-SEQ-NR
               MOVE JL-RECORD TO JSR-DATA
               RELEASE JOIN-SORT-RECORD
               PERFORM READ-JOIN-LEFT-RECORD
           END-PERFORM.

       JOIN-RIGHT-IP.
           MOVE ZEROS TO WS-JOIN-SEQ.
           PERFORM READ-JOIN-RIGHT-RECORD.
           PERFORM UNTIL WS-JR-STATUS NOT = '00'
               ADD 1 TO WS-RIGHT-READ
               ADD 1 TO WS-JOIN-SEQ
               MOVE JR-RECORD(WS-JKR-POS:WS-JKR-LEN) TO JSR-KEY
               MOVE WS-JOIN-SEQ TO JSR-SEQ-NR
               MOVE JR-RECORD TO JSR-DATA
               RELEASE JOIN-SORT-RECORD
               PERFORM READ-JOIN-RIGHT-RECORD
           END-PERFORM.

       READ-JOIN-LEFT-RECORD.
           MOVE SPACES TO JL-RECORD.
           READ JOIN-LEFT-FILE
               AT END
                   MOVE '10' TO WS-JL-STATUS
           END-READ.

       READ-JOIN-RIGHT-RECORD.
           MOVE SPACES TO JR-RECORD.
           READ JOIN-RIGHT-FILE
               AT END
                   MOVE '10' TO WS-JR-STATUS
           END-READ.

      * classic matched-file pass over the two sorted work files -
      * the lower key is unmatched on its side; on equal keys the
      * right records of the key are held and every left record of
      * the key is paired with each of them in turn
       MATCH-JOIN-FILES.
           OPEN INPUT JOIN-WORK-LEFT.
           OPEN INPUT JOIN-WORK-RIGHT.
           OPEN OUTPUT FOO-OUT-FILE.
           IF WRITE-LEFT-ONLY
               OPEN OUTPUT JOIN-UNL-FILE
           END-IF.
           IF WRITE-RIGHT-ONLY
               OPEN OUTPUT JOIN-UNR-FILE
           END-IF.

           PERFORM READ-JOIN-WORK-LEFT.
           PERFORM READ-JOIN-WORK-RIGHT.
           PERFORM UNTIL WS-JWL-STATUS NOT = '00'
                   AND WS-JWR-STATUS NOT = '00'
               EVALUATE TRUE
                   WHEN WS-JWR-STATUS NOT = '00'
                       PERFORM TAKE-LEFT-ONLY
                   WHEN WS-JWL-STATUS NOT = '00'
                       PERFORM TAKE-RIGHT-ONLY
                   WHEN JWL-KEY < JWR-KEY
                       PERFORM TAKE-LEFT-ONLY
                   WHEN JWL-KEY > JWR-KEY
                       PERFORM TAKE-RIGHT-ONLY
                   WHEN OTHER
                       PERFORM JOIN-KEY-GROUP
               END-EVALUATE
           END-PERFORM.

           PERFORM WRITE-JOIN-TRAILER.
           CLOSE FOO-OUT-FILE.
           IF WRITE-LEFT-ONLY
               CLOSE JOIN-UNL-FILE
           END-IF.
           IF WRITE-RIGHT-ONLY
               CLOSE JOIN-UNR-FILE
           END-IF.
           CLOSE JOIN-WORK-LEFT.
           CLOSE JOIN-WORK-RIGHT.

       READ-JOIN-WORK-LEFT.
           READ JOIN-WORK-LEFT
               AT END
                   MOVE '10' TO WS-JWL-STATUS
           END-READ.

       READ-JOIN-WORK-RIGHT.
           READ JOIN-WORK-RIGHT
               AT END
                   MOVE '10' TO WS-JWR-STATUS
           END-READ.

       TAKE-LEFT-ONLY.
           ADD 1 TO WS-LEFT-ONLY.
           IF WRITE-LEFT-ONLY
               WRITE JOIN-UNL-RECORD FROM JWL-DATA
           END-IF.
           PERFORM READ-JOIN-WORK-LEFT.

       TAKE-RIGHT-ONLY.
           ADD 1 TO WS-RIGHT-ONLY.
           IF WRITE-RIGHT-ONLY
               WRITE JOIN-UNR-RECORD FROM JWR-DATA
           END-IF.
           PERFORM READ-JOIN-WORK-RIGHT.

      * a key with more right records than the group table holds
      * pairs the first 500; the rest are counted and written as
      * unmatched so none is lost without notice
       JOIN-KEY-GROUP.
           MOVE JWR-KEY TO WS-JOIN-KEY.
           MOVE ZEROS TO WS-RGRP-COUNT.
           PERFORM UNTIL WS-JWR-STATUS NOT = '00'
                   OR JWR-KEY NOT = WS-JOIN-KEY
               IF WS-RGRP-COUNT < 500
                   ADD 1 TO WS-RGRP-COUNT
                   MOVE JWR-DATA TO WS-RGRP-RECORD(WS-RGRP-COUNT)
                   PERFORM READ-JOIN-WORK-RIGHT
               ELSE
                   ADD 1 TO WS-GROUP-OVERFLOW
                   PERFORM TAKE-RIGHT-ONLY
               END-IF
           END-PERFORM.
           PERFORM UNTIL WS-JWL-STATUS NOT = '00'
                   OR JWL-KEY NOT = WS-JOIN-KEY
               MOVE JWL-DATA TO WS-JOIN-LEFT
               PERFORM VARYING WS-RGRP-IDX FROM 1 BY 1
                       UNTIL WS-RGRP-IDX > WS-RGRP-COUNT
                   MOVE WS-RGRP-RECORD(WS-RGRP-IDX) TO WS-JOIN-RIGHT
                   PERFORM WRITE-JOINED-PAIR
               END-PERFORM
               PERFORM READ-JOIN-WORK-LEFT
           END-PERFORM.

       WRITE-JOINED-PAIR.
           IF WS-OUTF-COUNT = ZERO
               MOVE SPACES TO FOO-OUT-RECORD
               MOVE WS-JOIN-LEFT(1:66) TO FOO-OUT-RECORD(1:66)
               MOVE WS-JOIN-RIGHT(1:66) TO FOO-OUT-RECORD(67:66)
           ELSE
               PERFORM BUILD-OUTPUT-RECORD
           END-IF.
           WRITE FOO-OUT-RECORD.
           ADD 1 TO WS-RECORD-COUNT.

       WRITE-JOIN-TRAILER.
           MOVE WS-RECORD-COUNT TO JTL-PAIR-COUNT.
           MOVE WS-LEFT-READ TO JTL-LEFT-READ.
           MOVE WS-RIGHT-READ TO JTL-RIGHT-READ.
           MOVE WS-LEFT-ONLY TO JTL-LEFT-ONLY.
           MOVE WS-RIGHT-ONLY TO JTL-RIGHT-ONLY.
           WRITE FOO-OUT-RECORD FROM JOIN-TRAILER-LINE.
           IF WS-BAD-NUMERIC-COUNT > ZERO
               DISPLAY 'TRYSORT: ' WS-BAD-NUMERIC-COUNT
                   ' OUTPUT FIELDS NOT NUMERIC - WRITTEN AS ZERO'
           END-IF.
           IF WS-GROUP-OVERFLOW > ZERO
               DISPLAY 'TRYSORT: ' WS-GROUP-OVERFLOW
                   ' RIGHT RECORDS OVER 500 FOR ONE KEY - NOT PAIRED'
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

      * balanced merge of up to four already-sorted inputs - the
           END-PERFORM.

           IF MERGE-SEQ-ERROR
               MOVE 16 TO WS-RUN-RC
           ELSE
               PERFORM FLUSH-HELD-RECORD
               PERFORM WRITE-TRAILER-RECORD
           END-PERFORM.

      * the merged record passes through in its input shape, minus
      * the format marker, exactly as the sort path writes it, once
      * the selection has kept it; a
      * FIXED record contributes its FOO-SEQ-NR to the control
      * total the same way WRITE-SORTED-RECORD does
       WRITE-MERGED-RECORD.
           MOVE WS-M-RECORD(WS-M-PICK)(2:100) TO WS-SELECT-RECORD.
           PERFORM SELECT-RECORD.
           IF RECORD-IS-SELECTED
               PERFORM EMIT-MERGED-RECORD
           END-IF.

       EMIT-MERGED-RECORD.
           MOVE WS-M-RECORD(WS-M-PICK)(2:100) TO WS-EMIT-RECORD.
           IF WS-M-MARKER(WS-M-PICK) = 'F'
               SET OUT-REC-IS-FIXED TO TRUE
           END-IF.

      * feed the sort from the real SORTIN dataset, detecting its
      * record shape from the first record read and releasing only
      * the records the selection keeps; falls back to a
      * canned demo set when SORTIN isn't supplied at all
       IP-PROC.
           OPEN INPUT FOO-IN-FILE.
                   PERFORM DETECT-RECORD-FORMAT
               END-IF
               PERFORM UNTIL WS-IN-STATUS NOT = '00'
                   MOVE FOO-IN-PAYLOAD TO WS-SELECT-RECORD
                   PERFORM SELECT-RECORD
                   IF RECORD-IS-SELECTED
                       PERFORM BUILD-SORT-RECORD
                       RELEASE FOO-SORT-RECORD
                   END-IF
                   PERFORM READ-IN-RECORD
               END-PERFORM
           END-IF.
               MOVE CONSTSTR(1:IDX1) TO FOO-DATA
               MOVE ZEROS TO FOO-SEQ-NR
               COMPUTE WS-LEN = IDX1 + 2
               MOVE SPACES TO WS-SELECT-RECORD
               MOVE FOO-KEY TO WS-SELECT-RECORD(1:2)
               MOVE FOO-DATA TO WS-SELECT-RECORD(3:98)
               PERFORM SELECT-RECORD
               IF RECORD-IS-SELECTED
                   PERFORM TRACK-MIN-MAX-LEN
                   RELEASE FOO-SORT-RECORD
               END-IF
           END-PERFORM.

       OP-PROC.
                   PERFORM WRITE-REJECT-FROM-DATA
                   MOVE 'N' TO WS-DUPSET-SW
               ELSE
                   MOVE WS-HELD-RECORD TO WS-LAYOUT-SOURCE
                   PERFORM BUILD-OUTPUT-RECORD
                   IF WS-HELD-RECORD(3:4) IS NUMERIC
                       MOVE WS-HELD-RECORD(3:4) TO WS-M-SEQ
                       ADD WS-M-SEQ TO WS-CONTROL-TOTAL
      * takes the FOO-SEQ-NR of every FIXED record actually kept,
      * so a discarded duplicate never counts toward it
       WRITE-KEPT-RECORD.
           MOVE WS-EMIT-RECORD TO WS-LAYOUT-SOURCE.
           PERFORM BUILD-OUTPUT-RECORD.
           IF OUT-REC-IS-FIXED
                   AND WS-EMIT-RECORD(3:4) IS NUMERIC
               MOVE WS-EMIT-RECORD(3:4) TO WS-M-SEQ
           MOVE WS-MIN-LEN TO TRL-MIN-LEN.
           MOVE WS-MAX-LEN TO TRL-MAX-LEN.
           MOVE WS-DUP-COUNT TO TRL-DUP-COUNT.
           MOVE WS-SELECT-COUNT TO TRL-SELECT-COUNT.
           MOVE WS-OMIT-COUNT TO TRL-OMIT-COUNT.
           WRITE FOO-OUT-RECORD FROM TRAILER-LINE.
           IF WS-BAD-NUMERIC-COUNT > ZERO
               DISPLAY 'TRYSORT: ' WS-BAD-NUMERIC-COUNT
                   ' OUTPUT FIELDS NOT NUMERIC - WRITTEN AS ZERO'
           END-IF.

       WRITE-RUNLOG-START.
           MOVE 'TRYSORT' TO RLOG-PROGRAM-ID.
       WRITE-RUNLOG-END.
           MOVE 'TRYSORT' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           COMPUTE RLOG-RECORDS-READ = WS-SELECT-COUNT + WS-OMIT-COUNT
               + WS-LEFT-READ + WS-RIGHT-READ.
           COMPUTE RLOG-RECORDS-WRITTEN = WS-RECORD-COUNT
               + WS-LEFT-ONLY + WS-RIGHT-ONLY.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.
