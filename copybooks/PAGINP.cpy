      * routine only keeps the count and formats the page heading -
      * the caller owns its report file and writes the lines, the
      * same division of labor as the CLRRECW/CLRRECP utility.
      * run once at start-up - stamps the business date as the run
      * date and honors the REPORTLINES environment variable (the
      * same environment switch style GCD's trace uses) as the
      * configurable lines-per-page
       INITIALIZE-PAGINATION.
           CALL 'BUSDATE-SERVICE' USING PAG-BUSDATE-PARMS.
           MOVE PAG-BUS-DATE TO PAG-RUN-DATE.
           ACCEPT PAG-LINES-WORK FROM ENVIRONMENT 'REPORTLINES'.
           IF PAG-LINES-WORK IS NUMERIC
                   AND PAG-LINES-WORK NOT = '000'
