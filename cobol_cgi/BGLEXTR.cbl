      *                         count and the amount hash total so the
      *                         finance system can prove the file
      *                         balanced before loading it.
      * 07/09/24  KERESTES      BFEES' MAINTENANCE FEE references
      *                         bucket as FEES, so fee income is a
      *                         line of its own -- the same buckets
      *                         the new BPERCLOSE month-end trial
      *                         balance maps to the chart of accounts.
      * 26/08/24  KERESTES      WHT references -- the withholding tax
      *                         WHTPOST takes off customer interest
      *                         and owes the authority -- bucket as
      *                         WHTAX, so the tax payable is a line
      *                         of its own and not netted into
      *                         CUSTOMER.
      * 25/08/24  KERESTES      BLOANDLQ's postings bucket apart: LOAN
      *                         LATE FEE references land in LOANFEE
      *                         and the month-end LOAN PROVISION
      *                         true-up in LOANPROV, so finance sees
      *                         late-payment income and the loan-loss
      *                         provision as lines of their own.
      * 08/08/24  KERESTES      FX REVALUATION references bucket as
      *                         FXREVAL -- the month-end gain/loss
      *                         BFXREVAL posts reaches finance as its
                   THEN "LOANINT"
                   WHEN l.reference LIKE "FX REVALUATION%"
                   THEN "FXREVAL"
                   WHEN l.reference LIKE "LOAN LATE FEE%"
                   THEN "LOANFEE"
                   WHEN l.reference LIKE "LOAN PROVISION%"
                   THEN "LOANPROV"
                   WHEN l.reference LIKE "WHT %"
                   THEN "WHTAX"
                   WHEN l.reference LIKE "MAINTENANCE FEE%"
                   THEN "FEES"
                   ELSE "CUSTOMER" END,
                   COUNT(*), SUM(l.amount)
                   FROM ledger l JOIN account a
