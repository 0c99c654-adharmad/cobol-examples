      * gross and net into the employee's record and counts the
      * month paid, replacing the spreadsheet someone maintained by
      * hand, and the year-end 13th-salary run reads it back.
      * YTD-LEAVE-MONTHS counts the months paid that a leave of
      * absence took out of the 13th-salary accrual.
      * YTD-LAST-MONTH is the year-month of the last period folded
      * in, so a group paid weekly or biweekly counts each calendar
      * month once however many periods fall in it.
      * shared by every program that opens YTDFILE so the layout
      * only has to change in one place.
       01  YTD-RECORD.
           05  YTD-GROSS                   PIC  9(09)V99.
           05  YTD-NET                     PIC  9(09)V99.
           05  YTD-MONTHS-PAID             PIC  9(02).
           05  YTD-LEAVE-MONTHS            PIC  9(02).
           05  YTD-LAST-MONTH              PIC  9(06).
           05  FILLER                      PIC  X(02).
