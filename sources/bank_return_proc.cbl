           COPY EMPMREC.

      * payment history carried run to run - issued, paid,
      * rejected, staged for re-issue, or voided with its period,
      * with the bank details a rejected item failed against
       FD  PAY-HIST-FILE.
       01  PAY-HIST-RECORD.
           05 PH-EMP-ID                PIC 9(06).
           05 FILLER                   PIC X(11) VALUE '  REISSUE -'.
           05 RPT-REISSUE-COUNT        PIC Z(4)9.

           COPY BUSDTW.

       PROCEDURE DIVISION.
           MOVE 'BANK-RETURN-PROC' TO BDT-CALLER-ID.
           PERFORM TAKE-BUSINESS-DATE.
           PERFORM WRITE-RUNLOG-START.
           PERFORM MAIN-PROCEDURE.
           PERFORM WRITE-RUNLOG-END.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE BDT-BUS-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD.
           PERFORM LOAD-PAYMENT-HISTORY.
           PERFORM LOAD-EMPLOYEE-BANKS.

      * every '1' detail on the transmitted file registers as an
      * issued payment for this period unless the history already
      * carries it - a voided entry belongs to the run that was
      * backed out, so the corrected run registers afresh
       REGISTER-ISSUED-PAYMENTS.
           OPEN INPUT BANK-FILE.
           IF WS-BANK-STATUS = '00'
                       AND PHT-PERIOD(WS-HIST-IDX) = WS-RUN-PERIOD
                       AND PHT-AMOUNT(WS-HIST-IDX) =
                           BNK-NET-AMOUNT
                       AND PHT-STATUS(WS-HIST-IDX) NOT = 'V'
                   SET HIST-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM.
           MOVE RUNLOG-WRITTEN-COUNT TO RLOG-RECORDS-WRITTEN.
           MOVE 'COMPLETE' TO RLOG-STATUS.
           CALL 'RUNLOGGER' USING RUNLOG-PARMS.

           COPY BUSDTP.
