      * COAREC - record layout for COAFILE, the chart of accounts
      * keyed by the ten-character ledger account every GLPOST
      * layout posting carries.  the entry names the account, its
      * type and the side its balance normally sits on, whether it
      * is open for posting, and the posting streams allowed to
      * post to it - the stream ids GLSTRMW lists - so a posting a
      * stream has no business making to an account is caught on
      * the way in.  an inactive account keeps its entry and its
      * balances but takes no new postings.  shared by every
      * program that opens COAFILE so the layout only has to change
      * in one place.
       01  COA-RECORD.
           05  COA-ACCOUNT                 PIC  X(10).
           05  COA-NAME                    PIC  X(30).
           05  COA-TYPE                    PIC  X(01).
               88  COA-TYPE-ASSET                  VALUE 'A'.
               88  COA-TYPE-LIABILITY              VALUE 'L'.
               88  COA-TYPE-EQUITY                 VALUE 'Q'.
               88  COA-TYPE-REVENUE                VALUE 'R'.
               88  COA-TYPE-EXPENSE                VALUE 'E'.
               88  COA-TYPE-IS-KNOWN               VALUES 'A' 'L'
                                                   'Q' 'R' 'E'.
           05  COA-NORMAL-BAL              PIC  X(01).
               88  COA-NORMAL-DEBIT                VALUE 'D'.
               88  COA-NORMAL-CREDIT               VALUE 'C'.
           05  COA-STATUS-CD               PIC  X(01).
               88  COA-STATUS-ACTIVE               VALUE 'A'.
               88  COA-STATUS-INACTIVE             VALUE 'I'.
           05  COA-STREAM OCCURS 6 TIMES   PIC  X(04).
           05  COA-CHANGED-BY              PIC  X(08).
           05  COA-CHANGED-DATE            PIC  9(08).
           05  FILLER                      PIC  X(10).
