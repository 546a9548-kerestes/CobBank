      *                         the nightly BNOTIFY batch reads to
      *                         tell the customer their account went
      *                         dormant.
      * 26/08/24  KERESTES      WHT withholding-tax debits no longer
      *                         count as customer activity -- the tax
      *                         rides on every interest credit, so it
      *                         would have kept every dormant savings
      *                         account "active" just as the accrual
      *                         itself once did.
      *
      * Run monthly from cron/JCL, no CGI input -- DBNAME/USERNAME/
      * PASSWD come from the environment the same way every other
                   AND l.reference NOT LIKE "MAINTENANCE FEE%"
                   AND l.reference NOT LIKE "REV OF %"
                   AND l.reference NOT LIKE "LOAN %"
                   AND l.reference NOT LIKE "WHT %"
                   WHERE a.status = "OPEN"
                   AND a.account_type <> "TERM"
                   GROUP BY a.account_id, a.account_number,
