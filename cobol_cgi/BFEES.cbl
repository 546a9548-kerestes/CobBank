      *                         the postings here are the bank's own
      *                         and carry the reserved operator
      *                         SYSTEM.
      * 26/08/24  KERESTES      WHT withholding-tax debits excluded
      *                         from the per-movement count -- the
      *                         bank taking the tax off its own
      *                         interest credit is not a movement the
      *                         customer should pay a charge on.
      *
      * Run month-end from cron/JCL, no CGI input -- DBNAME/USERNAME/
      * PASSWD come from the environment the same way every other
                    AND reference NOT LIKE "MAINTENANCE FEE%"
                    AND reference NOT LIKE "REV OF %"
                    AND reference NOT LIKE "LOAN %"
                    AND reference NOT LIKE "WHT %"
           END-EXEC

           COMPUTE FEE-AMOUNT = SCHEDULE-MONTHLY-FEE +
