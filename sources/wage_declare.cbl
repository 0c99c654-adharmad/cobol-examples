      * carrying the employer totals, formatted to the declaration
      * layout so the file uploads directly.  the DECLRECON
      * reconciliation report proves the extract's totals match
      * the payroll feed's own trailer totals before the upload.
      *
      * every declaration is also kept on the DECLHIST history
      * under its period and run kind - the optional DECLPARM
      * record carries the period as YYYYMM (the business month
      * by default) and 'T' when the deck being declared is the
      * 13th-salary run rather than the monthly payroll ('M').  a
      * rerun of the same period and kind replaces what it kept
      * before, so EMP-INCOME-STMT can build the year's income
      * statements from the history and prove them back to it.
      *
      * once ESTFILE holds the establishments the payroll runs
      * for, each one declares under its own CNPJ: DECLFILE carries
      * one section per establishment - an 'H' header with the
      * establishment's CNPJ, code and name, the 'D' records of the
      * employees ESTAB-LOOKUP places under it, and a 'T' trailer
      * with that establishment's totals and code.  every
      * establishment CNPJ must prove its check digits or nothing
      * is declared.  DECLHIST keeps the run's totals across all
      * establishments as before; with no ESTFILE the file stays
      * the single unheaded section it always was
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAGE-DECLARE.

           SELECT RECON-RPT-FILE ASSIGN TO 'DECLRECON'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DECL-PARM-FILE ASSIGN TO 'DECLPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT DECL-HIST-FILE ASSIGN TO 'DECLHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS DCH-KEY
               FILE STATUS IS WS-DCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-IN.
       FD  RECON-RPT-FILE.
       01  RECON-RPT-LINE              PIC X(80).

       FD  DECL-PARM-FILE.
       01  DECL-PARM-RECORD.
           05 DPM-PERIOD               PIC 9(06).
           05 DPM-RUN-KIND             PIC X(01).

       FD  DECL-HIST-FILE.
           COPY DCLHREC.

       WORKING-STORAGE SECTION.
       01  WS-IN-STATUS                PIC XX.
       01  WS-OK-STATUS                PIC XX.
       01  WS-DET-STATUS               PIC XX.
       01  WS-YTD-STATUS               PIC XX.
       01  WS-PARM-STATUS              PIC XX.
       01  WS-DCH-STATUS               PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.
      * the step return code, held until the run ledger is written -
      * the RUNLOGGER call would otherwise clear it
       01  WS-RUN-RC                   PIC 9(02) VALUE ZEROS.

           COPY RUNLOGW.

           88  READING-VETTED-FILE             VALUE 'V'.
       01  WS-YTD-OPEN-SW              PIC X(01) VALUE 'N'.
           88  YTD-FILE-IS-OPEN                VALUE 'Y'.
       01  WS-DCH-OPEN-SW              PIC X(01) VALUE 'N'.
           88  DECLHIST-IS-OPEN                VALUE 'Y'.
       01  WS-PURGE-DONE-SW            PIC X(01).
           88  PURGE-IS-DONE                   VALUE 'Y'.

      * the establishment whose section is being declared; a run
      * with no ESTFILE declares the whole feed as one section
       01  WS-ESTAB-MODE-SW            PIC X(01) VALUE 'N'.
           88  SINGLE-EMPLOYER-RUN             VALUE 'N'.
           88  ESTABLISHMENT-RUN               VALUE 'Y'.
       01  WS-EST-COUNT                PIC 9(03) VALUE ZEROS.
       01  WS-EST-NBR                  PIC 9(03).
       01  WS-ALL-CNPJ-SW              PIC X(01) VALUE 'Y'.
           88  ALL-CNPJS-VALID                 VALUE 'Y'.
       01  WS-SECTION-SW               PIC X(01) VALUE 'N'.
           88  SECTION-IS-OPEN                 VALUE 'Y'.

           COPY ESTLKW.

           COPY CNPJCHKW.

      * the declaration period and run kind kept on DECLHIST
       01  WS-DECL-PERIOD              PIC 9(06).
       01  WS-RUN-KIND                 PIC X(01) VALUE 'M'.

      * the computed deductions gathered per employee
       01  WS-DED-COUNT                PIC 9(03) VALUE ZEROS.
           05 DCL-YTD-GROSS            PIC 9(09)V99.
           05 FILLER                   PIC X(15) VALUE SPACES.

       01  DECL-HEADER-RECORD.
           05 DCE-REC-TYPE             PIC X(01) VALUE 'H'.
           05 DCE-CNPJ                 PIC 9(14).
           05 DCE-EST-CD               PIC X(04).
           05 DCE-EST-NAME             PIC X(30).
           05 DCE-PERIOD               PIC 9(06).
           05 FILLER                   PIC X(25) VALUE SPACES.

       01  DECL-TRAILER-RECORD.
           05 DCT-REC-TYPE             PIC X(01).
           05 DCT-EMP-COUNT            PIC 9(06).
           05 DCT-INSS-TOTAL           PIC 9(09)V99.
           05 DCT-IRRF-TOTAL           PIC 9(09)V99.
           05 DCT-NET-TOTAL            PIC 9(11)V99.
           05 DCT-EST-CD               PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(22) VALUE SPACES.

       01  WS-EMP-COUNT                PIC 9(06) VALUE ZEROS.
       01  WS-GROSS-TOTAL              PIC 9(11)V99 VALUE ZEROS.
       01  WS-INSS-TOTAL               PIC 9(09)V99 VALUE ZEROS.
       01  WS-IRRF-TOTAL               PIC 9(09)V99 VALUE ZEROS.
       01  WS-NET-TOTAL                PIC 9(11)V99 VALUE ZEROS.
       01  WS-SEC-EMP-COUNT            PIC 9(06) VALUE ZEROS.
       01  WS-SEC-GROSS-TOTAL          PIC 9(11)V99 VALUE ZEROS.
       01  WS-SEC-INSS-TOTAL           PIC 9(09)V99 VALUE ZEROS.
       01  WS-SEC-IRRF-TOTAL           PIC 9(09)V99 VALUE ZEROS.
       01  WS-SEC-NET-TOTAL            PIC 9(11)V99 VALUE ZEROS.
       01  WS-FEED-GROSS               PIC 9(11)V99 VALUE ZEROS.
       01  WS-FEED-NET                 PIC 9(11)V99 VALUE ZEROS.
       01  WS-REJECT-COUNT             PIC 9(05) VALUE ZEROS.
               '  CPF REJECTIONS -   '.
           05 RPT-REJECT-COUNT         PIC Z(4)9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'WAGE-DECLARE' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           PERFORM READ-DECLARATION-PARM.
           PERFORM TAKE-ESTABLISHMENTS.
           IF NOT ALL-CNPJS-VALID
               DISPLAY 'WAGE-DECLARE: ESTABLISHMENT CNPJ FAILED '
                   'CHECK DIGITS - NOTHING DECLARED'
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM DECLARE-THE-PAYROLL
           END-IF.

       DECLARE-THE-PAYROLL.
           PERFORM GATHER-COMPUTED-DEDUCTIONS.

           PERFORM OPEN-PAYROLL-FEED.
           IF WS-IN-STATUS NOT = '00'
               DISPLAY 'WAGE-DECLARE: NO PAYROLL FEED SUPPLIED'
               PERFORM CLOSE-PAYROLL-FEED
           ELSE
               OPEN INPUT YTD-FILE
               IF WS-YTD-STATUS = '00'
                   SET YTD-FILE-IS-OPEN TO TRUE
               END-IF
               PERFORM OPEN-DECLARATION-HISTORY
               OPEN OUTPUT DECL-FILE
               OPEN OUTPUT RECON-RPT-FILE
               WRITE RECON-RPT-LINE FROM RPT-HEADING

               IF SINGLE-EMPLOYER-RUN
                   PERFORM DECLARE-WHOLE-FEED
               ELSE
                   PERFORM CLOSE-PAYROLL-FEED
                   PERFORM VARYING WS-EST-NBR FROM 1 BY 1
                           UNTIL WS-EST-NBR > WS-EST-COUNT
                       PERFORM DECLARE-ONE-ESTABLISHMENT
                   END-PERFORM
               END-IF

               PERFORM KEEP-DECLARATION-TOTALS
               PERFORM WRITE-RECONCILIATION
               CLOSE RECON-RPT-FILE
               CLOSE DECL-FILE
               IF DECLHIST-IS-OPEN
                   CLOSE DECL-HIST-FILE
               END-IF
               IF YTD-FILE-IS-OPEN
                   CLOSE YTD-FILE
               END-IF
           END-IF.

      * with ESTFILE on hand every establishment's CNPJ has to
      * prove its check digits before anything is declared
       TAKE-ESTABLISHMENTS.
           SET ESLK-FUNC-BY-NUMBER TO TRUE.
           MOVE 1 TO ESLK-EST-NBR.
           CALL 'ESTAB-LOOKUP' USING ESTAB-LOOKUP-PARMS.
           IF NOT ESLK-STAT-NO-TABLE
               SET ESTABLISHMENT-RUN TO TRUE
               MOVE ESLK-EST-COUNT TO WS-EST-COUNT
               PERFORM VARYING WS-EST-NBR FROM 1 BY 1
                       UNTIL WS-EST-NBR > WS-EST-COUNT
                   PERFORM PROVE-ONE-ESTABLISHMENT
               END-PERFORM
           END-IF.

       PROVE-ONE-ESTABLISHMENT.
           SET ESLK-FUNC-BY-NUMBER TO TRUE.
           MOVE WS-EST-NBR TO ESLK-EST-NBR.
           CALL 'ESTAB-LOOKUP' USING ESTAB-LOOKUP-PARMS.
           MOVE ESLK-CNPJ TO CNPJ-CHK-RAW.
           PERFORM VALIDATE-CNPJ-DIGITS.
           IF NOT CNPJ-CHK-IS-VALID
               DISPLAY 'WAGE-DECLARE: ESTABLISHMENT '
                   ESLK-EST-CD ' CNPJ FAILS CHECK DIGITS'
               MOVE 'N' TO WS-ALL-CNPJ-SW
           END-IF.

       OPEN-PAYROLL-FEED.
           MOVE 'I' TO WS-SOURCE-SW.
           OPEN INPUT PAYROLL-OK.
           IF WS-OK-STATUS = '00'
               SET READING-VETTED-FILE TO TRUE
               MOVE '00' TO WS-IN-STATUS
           ELSE
               OPEN INPUT PAYROLL-IN
           END-IF.

       CLOSE-PAYROLL-FEED.
           IF READING-VETTED-FILE
               CLOSE PAYROLL-OK
           ELSE
               CLOSE PAYROLL-IN
           END-IF.

       DECLARE-WHOLE-FEED.
           PERFORM READ-PAYROLL-RECORD.
           PERFORM UNTIL WS-IN-STATUS NOT = '00'
               IF NOT PD-TYPE-DETAIL
                   PERFORM DECLARE-ONE-EMPLOYEE
               END-IF
               PERFORM READ-PAYROLL-RECORD
           END-PERFORM.
           PERFORM WRITE-DECLARATION-TRAILER.
           PERFORM CLOSE-PAYROLL-FEED.

      * one pass of the feed per establishment, declaring only the
      * employees ESTAB-LOOKUP places under it; the section opens
      * on its first employee, so an establishment with nobody on
      * the feed leaves no empty section on the file
       DECLARE-ONE-ESTABLISHMENT.
           SET ESLK-FUNC-BY-NUMBER TO TRUE.
           MOVE WS-EST-NBR TO ESLK-EST-NBR.
           CALL 'ESTAB-LOOKUP' USING ESTAB-LOOKUP-PARMS.
           MOVE ESLK-CNPJ TO DCE-CNPJ.
           MOVE ESLK-EST-CD TO DCE-EST-CD.
           MOVE ESLK-EST-NAME TO DCE-EST-NAME.
           MOVE WS-DECL-PERIOD TO DCE-PERIOD.
           MOVE ESLK-EST-CD TO DCT-EST-CD.
           MOVE 'N' TO WS-SECTION-SW.

           PERFORM OPEN-PAYROLL-FEED.
           PERFORM READ-PAYROLL-RECORD.
           PERFORM UNTIL WS-IN-STATUS NOT = '00'
               IF NOT PD-TYPE-DETAIL
                   PERFORM TAKE-ESTABLISHMENT-EMPLOYEE
               END-IF
               PERFORM READ-PAYROLL-RECORD
           END-PERFORM.
           IF SECTION-IS-OPEN
               PERFORM WRITE-DECLARATION-TRAILER
           END-IF.
           PERFORM CLOSE-PAYROLL-FEED.

      * a code ESTFILE does not know is declared with the head
      * office and flagged
       TAKE-ESTABLISHMENT-EMPLOYEE.
           SET ESLK-FUNC-BY-EMPLOYEE TO TRUE.
           MOVE PI-EMP-ID TO ESLK-EMP-ID.
           CALL 'ESTAB-LOOKUP' USING ESTAB-LOOKUP-PARMS.
           IF ESLK-EST-NBR = WS-EST-NBR
               IF ESLK-CODE-UNKNOWN
                   DISPLAY 'WAGE-DECLARE: EMPLOYEE ' PI-EMP-ID
                       ' ESTABLISHMENT NOT ON ESTFILE - DECLARED '
                       'WITH THE HEAD OFFICE'
                   MOVE 4 TO WS-RUN-RC
               END-IF
               IF NOT SECTION-IS-OPEN
                   WRITE DECL-RECORD FROM DECL-HEADER-RECORD
                   ADD 1 TO RUNLOG-WRITTEN-COUNT
                   SET SECTION-IS-OPEN TO TRUE
               END-IF
               PERFORM DECLARE-ONE-EMPLOYEE
           END-IF.

       READ-DECLARATION-PARM.
           MOVE BDT-BUS-DATE(1:6) TO WS-DECL-PERIOD.
           OPEN INPUT DECL-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ DECL-PARM-FILE
                   NOT AT END
                       IF DPM-PERIOD IS NUMERIC
                               AND DPM-PERIOD > ZEROS
                           MOVE DPM-PERIOD TO WS-DECL-PERIOD
                       END-IF
                       IF DPM-RUN-KIND = 'T'
                           MOVE 'T' TO WS-RUN-KIND
                       END-IF
               END-READ
               CLOSE DECL-PARM-FILE
           END-IF.

      * the history is created on first use; whatever an earlier
      * run of this period and kind kept is cleared before the
      * declaration is kept again
       OPEN-DECLARATION-HISTORY.
           OPEN I-O DECL-HIST-FILE.
           IF WS-DCH-STATUS NOT = '00'
               OPEN OUTPUT DECL-HIST-FILE
               CLOSE DECL-HIST-FILE
               OPEN I-O DECL-HIST-FILE
           END-IF.
           IF WS-DCH-STATUS = '00'
               SET DECLHIST-IS-OPEN TO TRUE
               PERFORM PURGE-PRIOR-DECLARATION
           ELSE
               DISPLAY 'WAGE-DECLARE: DECLHIST UNAVAILABLE - '
                   'DECLARATION NOT KEPT'
               MOVE 4 TO WS-RUN-RC
           END-IF.

       PURGE-PRIOR-DECLARATION.
           MOVE WS-DECL-PERIOD TO DCH-PERIOD.
           MOVE WS-RUN-KIND TO DCH-RUN-KIND.
           MOVE ZEROS TO DCH-EMP-ID.
           MOVE 'N' TO WS-PURGE-DONE-SW.
           START DECL-HIST-FILE KEY NOT < DCH-KEY
               INVALID KEY
                   SET PURGE-IS-DONE TO TRUE
           END-START.
           PERFORM UNTIL PURGE-IS-DONE
               READ DECL-HIST-FILE NEXT RECORD
                   AT END
                       SET PURGE-IS-DONE TO TRUE
                   NOT AT END
                       IF DCH-PERIOD NOT = WS-DECL-PERIOD
                               OR DCH-RUN-KIND NOT = WS-RUN-KIND
                           SET PURGE-IS-DONE TO TRUE
                       ELSE
                           DELETE DECL-HIST-FILE RECORD
                               INVALID KEY
                                   DISPLAY 'WAGE-DECLARE: DECLHIST '
                                       'DELETE FAILED FOR '
                                       DCH-EMP-ID
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

       GATHER-COMPUTED-DEDUCTIONS.
           OPEN INPUT DETAIL-OUT-FILE.
           IF WS-DET-STATUS = '00'
               WRITE DECL-RECORD FROM DECL-DETAIL-RECORD
               ADD 1 TO RUNLOG-WRITTEN-COUNT

               MOVE PI-EMP-ID TO DCH-EMP-ID
               MOVE PI-CPF-NR TO DCH-CPF-NR
               MOVE PI-GROSS-SALARY TO DCH-GROSS
               MOVE WS-EMP-INSS TO DCH-INSS
               MOVE WS-EMP-IRRF TO DCH-IRRF
               MOVE WS-EMP-NET TO DCH-NET
               MOVE ZEROS TO DCH-EMP-COUNT
               PERFORM KEEP-DECLARATION-HISTORY

               ADD 1 TO WS-EMP-COUNT
               ADD PI-GROSS-SALARY TO WS-GROSS-TOTAL
               ADD WS-EMP-INSS TO WS-INSS-TOTAL
               ADD WS-EMP-IRRF TO WS-IRRF-TOTAL
               ADD WS-EMP-NET TO WS-NET-TOTAL
               ADD 1 TO WS-SEC-EMP-COUNT
               ADD PI-GROSS-SALARY TO WS-SEC-GROSS-TOTAL
               ADD WS-EMP-INSS TO WS-SEC-INSS-TOTAL
               ADD WS-EMP-IRRF TO WS-SEC-IRRF-TOTAL
               ADD WS-EMP-NET TO WS-SEC-NET-TOTAL
           END-IF.

       FIND-EMP-DEDUCTIONS.
               END-READ
           END-IF.

      * the section's own totals close it; they start over for the
      * next establishment
       WRITE-DECLARATION-TRAILER.
           MOVE 'T' TO DCT-REC-TYPE.
           MOVE WS-SEC-EMP-COUNT TO DCT-EMP-COUNT.
           MOVE WS-SEC-GROSS-TOTAL TO DCT-GROSS-TOTAL.
           MOVE WS-SEC-INSS-TOTAL TO DCT-INSS-TOTAL.
           MOVE WS-SEC-IRRF-TOTAL TO DCT-IRRF-TOTAL.
           MOVE WS-SEC-NET-TOTAL TO DCT-NET-TOTAL.
           WRITE DECL-RECORD FROM DECL-TRAILER-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           MOVE ZEROS TO WS-SEC-EMP-COUNT.
           MOVE ZEROS TO WS-SEC-GROSS-TOTAL.
           MOVE ZEROS TO WS-SEC-INSS-TOTAL.
           MOVE ZEROS TO WS-SEC-IRRF-TOTAL.
           MOVE ZEROS TO WS-SEC-NET-TOTAL.

      * the history's total entry carries the whole run, across
      * every establishment
       KEEP-DECLARATION-TOTALS.
           MOVE ZEROS TO DCH-EMP-ID.
           MOVE ZEROS TO DCH-CPF-NR.
           MOVE WS-GROSS-TOTAL TO DCH-GROSS.
           MOVE WS-INSS-TOTAL TO DCH-INSS.
           MOVE WS-IRRF-TOTAL TO DCH-IRRF.
           MOVE WS-NET-TOTAL TO DCH-NET.
           MOVE WS-EMP-COUNT TO DCH-EMP-COUNT.
           PERFORM KEEP-DECLARATION-HISTORY.

       KEEP-DECLARATION-HISTORY.
           IF DECLHIST-IS-OPEN
               MOVE WS-DECL-PERIOD TO DCH-PERIOD
               MOVE WS-RUN-KIND TO DCH-RUN-KIND
               MOVE BDT-BUS-DATE TO DCH-RUN-DATE
               WRITE DCH-RECORD
                   INVALID KEY
                       REWRITE DCH-RECORD
                           INVALID KEY
                               DISPLAY 'WAGE-DECLARE: DECLHIST '
                                   'WRITE FAILED FOR ' DCH-EMP-ID
                       END-REWRITE
               END-WRITE
               ADD 1 TO RUNLOG-WRITTEN-COUNT
           END-IF.

      * the extract's gross must equal the feed's own total - the
      * figure the PAYROLLRPT trailer carries - or the upload is
               MOVE 'MATCH' TO RPT-COMPARE-RESULT
           ELSE
               MOVE '** MISMATCH' TO RPT-COMPARE-RESULT
               MOVE 8 TO WS-RUN-RC
           END-IF.
           WRITE RECON-RPT-LINE FROM RPT-COMPARE-LINE.

           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY CPFCHKP.

           COPY CNPJCHKP.

           COPY BUSDTP.
