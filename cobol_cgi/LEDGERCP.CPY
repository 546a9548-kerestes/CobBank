      *                         posting, stamped by LEDGPOST; the
      *                         bank's own batch postings carry the
      *                         reserved operator SYSTEM.
      * 06/09/24  KERESTES      LEDGER_PREV_HASH / LEDGER_ROW_HASH --
      *                         the row's place in its account's
      *                         tamper-evident hash chain, stamped by
      *                         LEDGPOST and checked by BLEDGCHK.
      *****************************************************************
       01  LEDGER_ENTRY.
         02  LEDGER_ID            PIC 9(9).
         02  LEDGER_BUSINESS_DATE PIC 9(8).
         02  LEDGER_OPERATOR_ID   PIC X(8).
         02  LEDGER_REFERENCE     PIC X(30).
         02  LEDGER_PREV_HASH     PIC X(64).
         02  LEDGER_ROW_HASH      PIC X(64).
