      * year-end 13th-salary run - reads the YTDFILE accumulator the
      * monthly payroll runs maintain and computes each employee's
      * Brazilian 13th-salary entitlement from the months actually
      * paid: the average monthly gross times months-paid twelfths,
      * leaving out the months a leave of absence took out of the
      * accrual (YTD-LEAVE-MONTHS).
      * the entitlement is written to PAYROLL13 in the PAYROLLIN
      * employee-record shape so the regular report and bank
      * payment programs can process it as a payroll run of its own
      * the 13th is the average monthly gross earned over the year
      * scaled by the months actually paid - an employee paid all
      * twelve months receives a full average month, one paid six
      * months receives half.  a month a leave of absence took out
      * of the accrual is paid but not counted
       COMPUTE-ENTITLEMENT.
           IF YTD-LEAVE-MONTHS NOT NUMERIC
               MOVE ZEROS TO YTD-LEAVE-MONTHS
           END-IF.
           IF YTD-LEAVE-MONTHS > YTD-MONTHS-PAID
               MOVE YTD-MONTHS-PAID TO YTD-LEAVE-MONTHS
           END-IF.
           IF YTD-MONTHS-PAID = ZEROS
               DISPLAY 'PAYROLL-13TH: NO MONTHS PAID FOR '
                   YTD-EMP-ID ' - SKIPPED'
               COMPUTE WS-AVG-MONTHLY ROUNDED =
                   YTD-GROSS / YTD-MONTHS-PAID
               COMPUTE WS-ENTITLEMENT ROUNDED =
                   WS-AVG-MONTHLY
                   * (YTD-MONTHS-PAID - YTD-LEAVE-MONTHS) / 12
               MOVE YTD-EMP-ID TO PI-EMP-ID
               MOVE YTD-EMP-NAME TO PI-EMP-NAME
               MOVE WS-ENTITLEMENT TO PI-GROSS-SALARY
