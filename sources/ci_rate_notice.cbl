      * rate-change advance notice run - CI-REPRICE-IMPACT prices a
      * PRODCAT rate change, but the customer has to be told in
      * writing before a rate decrease takes effect, and the
      * letters were going out by hand if at all.  this run takes
      * the pending change from RATENTCP - the product, its new
      * rate and the date the change is to take effect - and
      * letters every CITERMS account on that product with the
      * rate in force, the new rate and the effective date on
      * CIRATENTC, registering each letter on CONTHIST and each
      * account on the CIRATEXT extract MAIL-BUNDLE spools from.
      * CIRNREG lists the accounts notified.
      *
      * a decrease must give the depositor the full notice period
      * - 30 days, or the longer period RATENTCP asks for - so an
      * effective date inside it is refused with return code 8 and
      * nothing is sent.  every run that does send is appended to
      * the RATENOTC notice register, and PRODCAT-MAINT will not
      * apply the decrease until it finds that notice and its
      * effective date has arrived.
      *
      * the customer's name and address come from the ACCTREL
      * holders, every holder getting their own copy, or the
      * CUSTFILE master when the account has no holders on file.
      * an account whose explicit-override flag preserves
      * negotiated terms is not repriced by a catalog change and is
      * not written to, and neither is an account CICLOSED shows
      * already settled
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CI-RATE-NOTICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-NTC-PARM-FILE ASSIGN TO 'RATENTCP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNP-STATUS.

           SELECT PROD-CAT-FILE ASSIGN TO 'PRODCAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.

           SELECT CI-TERMS-FILE ASSIGN TO 'CITERMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS CIT-ACCT-NR
               FILE STATUS IS WS-TERMS-STATUS.

           SELECT CLOSED-FLAG-FILE ASSIGN TO 'CICLOSED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-STATUS.

           SELECT CUST-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY   IS CUST-ACCT-NR
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCT-REL-FILE ASSIGN TO 'ACCTREL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY   IS ACR-KEY
               FILE STATUS IS WS-REL-STATUS.

           SELECT NOTICE-EXT-FILE ASSIGN TO 'CIRATEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNX-STATUS.

           SELECT NOTICE-REG-FILE ASSIGN TO 'RATENOTC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.

           SELECT LETTER-FILE ASSIGN TO 'CIRATENTC'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-FILE ASSIGN TO 'CIRNREG'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * the pending change - the product, its new PROD-RATE, the
      * date it is to take effect, and a notice period in days
      * when one longer than the standard is wanted
       FD  RATE-NTC-PARM-FILE.
       01  RATE-NTC-PARM-RECORD.
           05 RNP-PROD-CODE            PIC X(06).
           05 RNP-NEW-RATE             PIC 9(02)V99.
           05 RNP-EFF-DATE             PIC 9(08).
           05 RNP-NOTICE-DAYS          PIC 9(03).

       FD  PROD-CAT-FILE.
           COPY PRODREC.

       FD  CI-TERMS-FILE.
           COPY CITERMRC.

      * the closed-account flag file CI-CLOSEOUT keeps
       FD  CLOSED-FLAG-FILE.
       01  CLOSED-FLAG-RECORD.
           05 CFG-ACCT-NR              PIC 9(10).
           05 CFG-CLOSE-DATE           PIC 9(08).
           05 CFG-RUN-DATE             PIC 9(08).

       FD  CUST-FILE.
           COPY CUSTREC.

       FD  ACCT-REL-FILE.
           COPY ACRELREC.

       FD  NOTICE-EXT-FILE.
           COPY RTNEXREC.

       FD  NOTICE-REG-FILE.
           COPY RTNOTREC.

       FD  LETTER-FILE.
       01  LETTER-LINE                 PIC X(80).

       FD  REGISTER-FILE.
       01  REGISTER-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RNP-STATUS               PIC XX.
       01  WS-PROD-STATUS              PIC XX.
       01  WS-TERMS-STATUS             PIC XX.
       01  WS-FLAG-STATUS              PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-REL-STATUS               PIC XX.
       01  WS-RNX-STATUS               PIC XX.
       01  WS-RTN-STATUS               PIC XX.

      * run-ledger counters reported to RUNLOG at end of job
       01  RUNLOG-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  RUNLOG-WRITTEN-COUNT        PIC 9(07) VALUE ZEROS.

           COPY RUNLOGW.

           COPY DATESRVW.

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-CHANGE-SW                PIC X(01) VALUE 'N'.
           88  CHANGE-SUPPLIED                 VALUE 'Y'.
       01  WS-REFUSED-SW               PIC X(01) VALUE 'N'.
           88  CHANGE-REFUSED                  VALUE 'Y'.
       01  WS-CUST-OPEN-SW             PIC X(01) VALUE 'N'.
           88  CUSTFILE-IS-OPEN                VALUE 'Y'.
       01  WS-CUST-FOUND-SW            PIC X(01).
           88  CUSTOMER-FOUND                  VALUE 'Y'.
       01  WS-REL-OPEN-SW              PIC X(01) VALUE 'N'.
           88  ACCTREL-IS-OPEN                 VALUE 'Y'.
       01  WS-CLOSED-SW                PIC X(01).
           88  ACCOUNT-IS-CLOSED               VALUE 'Y'.

      * the rate in force is the catalog's PROD-RATE today; a
      * decrease has to run the notice period, the standard one at
      * the least
       01  CUR-RATE                    PIC 9(02)V99.
       01  RATE-NOTICE-MIN-DAYS        PIC 9(03) VALUE 30.
       01  WS-NOTICE-DAYS              PIC 9(03).
       01  WS-EARLIEST-EFF-DATE        PIC 9(08).

       01  WS-ACCT-COUNT               PIC 9(05) VALUE ZEROS.
       01  WS-LETTER-COUNT             PIC 9(05) VALUE ZEROS.
       01  WS-OVERRIDE-COUNT           PIC 9(05) VALUE ZEROS.

      * joint accounts - every holder on the ACCTREL relationship
      * file gets their own copy of the notice, addressed to them;
      * an account with no relationship entries gets the single
      * master-addressed notice
       01  WS-HOLDER-COUNT             PIC 9(02).
       01  WS-ADDRESSEE-NAME           PIC X(30).
       01  WS-ADDRESSEE-ADDR-1         PIC X(30).
       01  WS-ADDRESSEE-ADDR-2         PIC X(30).
       01  WS-ADDRESSEE-SW             PIC X(01).
           88  ADDRESSEE-KNOWN                 VALUE 'Y'.

      * every letter issued is registered on the CONTHIST
      * contact-history ledger
           COPY CONTLGW.

       01  LTR-BREAK-LINE              PIC X(80) VALUE ALL '='.
       01  LTR-TITLE-LINE              PIC X(80) VALUE
           'NOTICE OF CHANGE TO YOUR DEPOSIT INTEREST RATE'.

       01  LTR-ACCT-LINE.
           05 FILLER                   PIC X(08) VALUE 'ACCOUNT '.
           05 LTR-ACCT-NR              PIC 9(10).
           05 FILLER                   PIC X(10) VALUE
               '  PRODUCT '.
           05 LTR-PROD-CODE            PIC X(06).
           05 FILLER                   PIC X(09) VALUE
               '  DATED  '.
           05 LTR-NOTICE-DATE          PIC 9(08).

       01  LTR-RATE-LINE.
           05 LTR-RATE-LABEL           PIC X(26).
           05 LTR-RATE                 PIC ZZ9.99.
           05 FILLER                   PIC X(12) VALUE
               '% PER ANNUM '.

       01  LTR-EFF-LINE.
           05 FILLER                   PIC X(26) VALUE
               'THE NEW RATE APPLIES FROM '.
           05 LTR-EFF-DATE             PIC 9(08).

       01  REG-HEADING-1.
           05 FILLER                   PIC X(36) VALUE
               'RATE-CHANGE NOTICE REGISTER PRODUCT '.
           05 REG-HDG-PROD-CODE        PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 REG-HDG-OLD-RATE         PIC Z9.99.
           05 FILLER                   PIC X(04) VALUE ' TO '.
           05 REG-HDG-NEW-RATE         PIC Z9.99.
           05 FILLER                   PIC X(11) VALUE
               ' EFFECTIVE '.
           05 REG-HDG-EFF-DATE         PIC 9(08).

       01  REG-HEADING-2 PIC X(80) VALUE
           'ACCOUNT     LETTERS  ADDRESSEE'.

       01  REG-DETAIL-LINE.
           05 REG-ACCT-NR              PIC 9(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 REG-LETTERS              PIC Z9.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 REG-CUST-NAME            PIC X(30).

       01  REG-TRAILER-LINE.
           05 REG-TRL-LABEL            PIC X(28).
           05 REG-TRL-COUNT            PIC Z(4)9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'CI-RATE-NOTICE' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           IF CHANGE-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           PERFORM GET-PENDING-CHANGE.
           IF NOT CHANGE-SUPPLIED
               DISPLAY 'CI-RATE-NOTICE: NO RATENTCP PENDING RATE '
                   'CHANGE SUPPLIED'
               SET CHANGE-REFUSED TO TRUE
           ELSE
               PERFORM LOOKUP-CURRENT-RATE
               IF NOT CHANGE-REFUSED
                   PERFORM VALIDATE-PENDING-CHANGE
               END-IF
               IF NOT CHANGE-REFUSED
                   PERFORM NOTIFY-THE-BOOK
               END-IF
           END-IF.

       GET-PENDING-CHANGE.
           OPEN INPUT RATE-NTC-PARM-FILE.
           IF WS-RNP-STATUS = '00'
               READ RATE-NTC-PARM-FILE
                   NOT AT END
                       ADD 1 TO RUNLOG-READ-COUNT
                       IF RNP-NEW-RATE IS NUMERIC
                           SET CHANGE-SUPPLIED TO TRUE
                       END-IF
               END-READ
               CLOSE RATE-NTC-PARM-FILE
           END-IF.

      * the old side of the letter is whatever the catalog holds
      * for the product today - a product not on the catalog has
      * no rate in force to change
       LOOKUP-CURRENT-RATE.
           OPEN INPUT PROD-CAT-FILE.
           IF WS-PROD-STATUS NOT = '00'
               DISPLAY 'CI-RATE-NOTICE: NO PRODCAT CATALOG '
                   'AVAILABLE'
               SET CHANGE-REFUSED TO TRUE
           ELSE
               MOVE RNP-PROD-CODE TO PROD-CODE
               READ PROD-CAT-FILE
                   INVALID KEY
                       DISPLAY 'CI-RATE-NOTICE: PRODUCT '
                           RNP-PROD-CODE ' IS NOT ON PRODCAT - NO '
                           'NOTICES SENT'
                       SET CHANGE-REFUSED TO TRUE
                   NOT INVALID KEY
                       MOVE PROD-RATE TO CUR-RATE
               END-READ
               CLOSE PROD-CAT-FILE
           END-IF.

      * the change must actually change the rate and take effect
      * after today; a decrease must leave the depositor the whole
      * notice period between today's letter and the effective
      * date
       VALIDATE-PENDING-CHANGE.
           IF RNP-NOTICE-DAYS IS NUMERIC
                   AND RNP-NOTICE-DAYS > RATE-NOTICE-MIN-DAYS
               MOVE RNP-NOTICE-DAYS TO WS-NOTICE-DAYS
           ELSE
               MOVE RATE-NOTICE-MIN-DAYS TO WS-NOTICE-DAYS
           END-IF.

           IF RNP-NEW-RATE = CUR-RATE
               DISPLAY 'CI-RATE-NOTICE: PRODUCT ' RNP-PROD-CODE
                   ' NEW RATE EQUALS THE RATE IN FORCE - NOTHING '
                   'TO NOTIFY'
               SET CHANGE-REFUSED TO TRUE
           ELSE
               IF RNP-EFF-DATE IS NOT NUMERIC
                       OR RNP-EFF-DATE NOT > WS-RUN-DATE
                   DISPLAY 'CI-RATE-NOTICE: PRODUCT ' RNP-PROD-CODE
                       ' EFFECTIVE DATE MUST FALL AFTER THE '
                       'BUSINESS DATE - NO NOTICES SENT'
                   SET CHANGE-REFUSED TO TRUE
               ELSE
                   IF RNP-NEW-RATE < CUR-RATE
                       PERFORM CHECK-NOTICE-PERIOD
                   END-IF
               END-IF
           END-IF.

       CHECK-NOTICE-PERIOD.
           SET DSV-FUNC-ADD-DAYS TO TRUE.
           MOVE WS-RUN-DATE TO DSV-DATE-1.
           MOVE WS-NOTICE-DAYS TO DSV-DAYS.
           CALL 'DATE-SERVICE' USING DATE-SERVICE-PARMS.
           IF NOT DSV-STAT-OK
               DISPLAY 'CI-RATE-NOTICE: BUSINESS DATE '
                   WS-RUN-DATE ' REJECTED BY DATE-SERVICE - NO '
                   'NOTICES SENT'
               SET CHANGE-REFUSED TO TRUE
           ELSE
               MOVE DSV-DATE-OUT TO WS-EARLIEST-EFF-DATE
               IF RNP-EFF-DATE < WS-EARLIEST-EFF-DATE
                   DISPLAY 'CI-RATE-NOTICE: PRODUCT '
                       RNP-PROD-CODE ' DECREASE EFFECTIVE '
                       RNP-EFF-DATE ' FALLS INSIDE THE '
                       WS-NOTICE-DAYS '-DAY NOTICE PERIOD - '
                       'EARLIEST ' WS-EARLIEST-EFF-DATE
                       ' - NO NOTICES SENT'
                   SET CHANGE-REFUSED TO TRUE
               END-IF
           END-IF.

       NOTIFY-THE-BOOK.
           OPEN INPUT CI-TERMS-FILE.
           IF WS-TERMS-STATUS NOT = '00'
               DISPLAY 'CI-RATE-NOTICE: NO CITERMS MASTER AVAILABLE'
               SET CHANGE-REFUSED TO TRUE
           ELSE
               OPEN INPUT CUST-FILE
               IF WS-CUST-STATUS = '00'
                   SET CUSTFILE-IS-OPEN TO TRUE
               END-IF
               OPEN INPUT ACCT-REL-FILE
               IF WS-REL-STATUS = '00'
                   SET ACCTREL-IS-OPEN TO TRUE
               END-IF
               OPEN EXTEND NOTICE-EXT-FILE
               IF WS-RNX-STATUS NOT = '00'
                   OPEN OUTPUT NOTICE-EXT-FILE
               END-IF
               OPEN OUTPUT LETTER-FILE
               OPEN OUTPUT REGISTER-FILE
               MOVE RNP-PROD-CODE TO REG-HDG-PROD-CODE
               MOVE CUR-RATE TO REG-HDG-OLD-RATE
               MOVE RNP-NEW-RATE TO REG-HDG-NEW-RATE
               MOVE RNP-EFF-DATE TO REG-HDG-EFF-DATE
               WRITE REGISTER-LINE FROM REG-HEADING-1
               WRITE REGISTER-LINE FROM REG-HEADING-2
               ADD 2 TO RUNLOG-WRITTEN-COUNT

               PERFORM READ-TERMS-RECORD
               PERFORM UNTIL WS-TERMS-STATUS NOT = '00'
                   IF CIT-PRODUCT-CD = RNP-PROD-CODE
                       IF CIT-OVERRIDE-SW = 'Y'
                           ADD 1 TO WS-OVERRIDE-COUNT
                       ELSE
                           PERFORM CHECK-ACCOUNT-CLOSED
                           IF NOT ACCOUNT-IS-CLOSED
                               PERFORM NOTIFY-ONE-ACCOUNT
                           END-IF
                       END-IF
                   END-IF
                   PERFORM READ-TERMS-RECORD
               END-PERFORM

               PERFORM WRITE-REGISTER-TRAILER
               PERFORM RECORD-NOTICE-ISSUED
               CLOSE REGISTER-FILE
               CLOSE LETTER-FILE
               CLOSE NOTICE-EXT-FILE
               IF ACCTREL-IS-OPEN
                   CLOSE ACCT-REL-FILE
               END-IF
               IF CUSTFILE-IS-OPEN
                   CLOSE CUST-FILE
               END-IF
               CLOSE CI-TERMS-FILE
           END-IF.

       READ-TERMS-RECORD.
           READ CI-TERMS-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-TERMS-STATUS
               NOT AT END
                   ADD 1 TO RUNLOG-READ-COUNT
           END-READ.

      * an account CI-CLOSEOUT or CI-RENEWAL has already settled
      * earns nothing more at either rate
       CHECK-ACCOUNT-CLOSED.
           MOVE 'N' TO WS-CLOSED-SW.
           OPEN INPUT CLOSED-FLAG-FILE.
           IF WS-FLAG-STATUS = '00'
               PERFORM READ-CLOSED-FLAG
               PERFORM UNTIL WS-FLAG-STATUS NOT = '00'
                       OR ACCOUNT-IS-CLOSED
                   IF CFG-ACCT-NR = CIT-ACCT-NR
                       SET ACCOUNT-IS-CLOSED TO TRUE
                   ELSE
                       PERFORM READ-CLOSED-FLAG
                   END-IF
               END-PERFORM
               CLOSE CLOSED-FLAG-FILE
           END-IF.

       READ-CLOSED-FLAG.
           READ CLOSED-FLAG-FILE
               AT END
                   MOVE '10' TO WS-FLAG-STATUS
           END-READ.

      * one account's notice fans out to every holder the
      * relationship file knows for it; an account with no holders
      * on file gets its single master-addressed notice
       NOTIFY-ONE-ACCOUNT.
           ADD 1 TO WS-ACCT-COUNT.
           MOVE ZEROS TO WS-HOLDER-COUNT.
           MOVE SPACES TO REG-CUST-NAME.
           IF ACCTREL-IS-OPEN
               PERFORM FAN-OUT-TO-HOLDERS
           END-IF.
           IF WS-HOLDER-COUNT = ZEROS
               PERFORM LOOKUP-CUSTOMER
               MOVE 'N' TO WS-ADDRESSEE-SW
               IF CUSTOMER-FOUND
                   MOVE CUST-NAME TO WS-ADDRESSEE-NAME
                   MOVE CUST-ADDR-LINE-1 TO WS-ADDRESSEE-ADDR-1
                   MOVE CUST-ADDR-LINE-2 TO WS-ADDRESSEE-ADDR-2
                   SET ADDRESSEE-KNOWN TO TRUE
                   MOVE CUST-NAME TO REG-CUST-NAME
               END-IF
               PERFORM WRITE-ONE-LETTER
               MOVE 1 TO REG-LETTERS
           ELSE
               MOVE WS-HOLDER-COUNT TO REG-LETTERS
           END-IF.

           MOVE CIT-ACCT-NR TO REG-ACCT-NR.
           WRITE REGISTER-LINE FROM REG-DETAIL-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

           MOVE CIT-ACCT-NR TO RNX-ACCT-NR.
           MOVE WS-RUN-DATE TO RNX-RUN-DATE.
           MOVE RNP-PROD-CODE TO RNX-PROD-CODE.
           MOVE CUR-RATE TO RNX-OLD-RATE.
           MOVE RNP-NEW-RATE TO RNX-NEW-RATE.
           MOVE RNP-EFF-DATE TO RNX-EFF-DATE.
           WRITE RNX-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

       LOOKUP-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SW.
           IF CUSTFILE-IS-OPEN
               MOVE CIT-ACCT-NR TO CUST-ACCT-NR
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CUSTOMER-FOUND TO TRUE
               END-READ
           END-IF.

       FAN-OUT-TO-HOLDERS.
           MOVE CIT-ACCT-NR TO ACR-ACCT-NR.
           MOVE SPACES TO ACR-DOC-NR.
           START ACCT-REL-FILE KEY NOT < ACR-KEY
               INVALID KEY
                   MOVE '23' TO WS-REL-STATUS
           END-START.
           PERFORM UNTIL WS-REL-STATUS NOT = '00'
               READ ACCT-REL-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-REL-STATUS
                   NOT AT END
                       IF ACR-ACCT-NR NOT = CIT-ACCT-NR
                           MOVE '10' TO WS-REL-STATUS
                       ELSE
                           ADD 1 TO WS-HOLDER-COUNT
                           MOVE ACR-NAME TO WS-ADDRESSEE-NAME
                           MOVE ACR-ADDR-LINE-1 TO
                               WS-ADDRESSEE-ADDR-1
                           MOVE ACR-ADDR-LINE-2 TO
                               WS-ADDRESSEE-ADDR-2
                           SET ADDRESSEE-KNOWN TO TRUE
                           IF WS-HOLDER-COUNT = 1
                               MOVE ACR-NAME TO REG-CUST-NAME
                           END-IF
                           PERFORM WRITE-ONE-LETTER
                       END-IF
               END-READ
           END-PERFORM.
           MOVE '00' TO WS-REL-STATUS.

       WRITE-ONE-LETTER.
           ADD 1 TO WS-LETTER-COUNT.
           WRITE LETTER-LINE FROM LTR-TITLE-LINE.
           IF ADDRESSEE-KNOWN
               WRITE LETTER-LINE FROM WS-ADDRESSEE-NAME
               WRITE LETTER-LINE FROM WS-ADDRESSEE-ADDR-1
               WRITE LETTER-LINE FROM WS-ADDRESSEE-ADDR-2
           END-IF.
           MOVE CIT-ACCT-NR TO LTR-ACCT-NR.
           MOVE RNP-PROD-CODE TO LTR-PROD-CODE.
           MOVE WS-RUN-DATE TO LTR-NOTICE-DATE.
           WRITE LETTER-LINE FROM LTR-ACCT-LINE.
           MOVE 'YOUR CURRENT RATE -       ' TO LTR-RATE-LABEL.
           MOVE CUR-RATE TO LTR-RATE.
           WRITE LETTER-LINE FROM LTR-RATE-LINE.
           MOVE 'YOUR NEW RATE -           ' TO LTR-RATE-LABEL.
           MOVE RNP-NEW-RATE TO LTR-RATE.
           WRITE LETTER-LINE FROM LTR-RATE-LINE.
           MOVE RNP-EFF-DATE TO LTR-EFF-DATE.
           WRITE LETTER-LINE FROM LTR-EFF-LINE.
           WRITE LETTER-LINE FROM LTR-BREAK-LINE.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.

           MOVE CIT-ACCT-NR TO CLOG-ACCT-NR.
           MOVE 'RATENOTICE' TO CLOG-DOC-TYPE.
           MOVE 'CIRATENTC ' TO CLOG-STREAM.
           MOVE SPACES TO CLOG-REFERENCE.
           MOVE RNP-PROD-CODE TO CLOG-REFERENCE(1:6).
           MOVE RNP-EFF-DATE TO CLOG-REFERENCE(7:8).
           CALL 'CONTACTLOG' USING CONTACT-LOG-PARMS.

       WRITE-REGISTER-TRAILER.
           MOVE 'ACCOUNTS NOTIFIED -         ' TO REG-TRL-LABEL.
           MOVE WS-ACCT-COUNT TO REG-TRL-COUNT.
           WRITE REGISTER-LINE FROM REG-TRAILER-LINE.
           MOVE 'LETTERS ISSUED -            ' TO REG-TRL-LABEL.
           MOVE WS-LETTER-COUNT TO REG-TRL-COUNT.
           WRITE REGISTER-LINE FROM REG-TRAILER-LINE.
           MOVE 'OVERRIDE ACCOUNTS PASSED -  ' TO REG-TRL-LABEL.
           MOVE WS-OVERRIDE-COUNT TO REG-TRL-COUNT.
           WRITE REGISTER-LINE FROM REG-TRAILER-LINE.
           ADD 3 TO RUNLOG-WRITTEN-COUNT.

      * the notice run goes on the RATENOTC register PRODCAT-MAINT
      * checks before it lets a decrease take effect - written
      * even when no account was on the product, so the catalog
      * change is not held up by an empty book
       RECORD-NOTICE-ISSUED.
           OPEN EXTEND NOTICE-REG-FILE.
           IF WS-RTN-STATUS NOT = '00'
               OPEN OUTPUT NOTICE-REG-FILE
           END-IF.
           MOVE RNP-PROD-CODE TO RTN-PROD-CODE.
           MOVE CUR-RATE TO RTN-OLD-RATE.
           MOVE RNP-NEW-RATE TO RTN-NEW-RATE.
           MOVE WS-RUN-DATE TO RTN-NOTICE-DATE.
           MOVE RNP-EFF-DATE TO RTN-EFF-DATE.
           MOVE WS-NOTICE-DAYS TO RTN-NOTICE-DAYS.
           MOVE WS-ACCT-COUNT TO RTN-ACCT-COUNT.
           MOVE WS-LETTER-COUNT TO RTN-LETTER-COUNT.
           WRITE RTN-RECORD.
           ADD 1 TO RUNLOG-WRITTEN-COUNT.
           CLOSE NOTICE-REG-FILE.

       WRITE-RUNLOG-START.
           MOVE 'CI-RATE-NOTICE' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-START TO TRUE.
           MOVE ZEROS TO RLOG-RECORDS-READ.
           MOVE ZEROS TO RLOG-RECORDS-WRITTEN.
           MOVE 'STARTED' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

       WRITE-RUNLOG-END.
           MOVE 'CI-RATE-NOTICE' TO RLOG-PROGRAM-ID.
           SET RLOG-EVENT-END TO TRUE.
           MOVE RUNLOG-READ-COUNT TO RLOG-RECORDS-READ.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
