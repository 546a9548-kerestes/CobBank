      *                         the postings here are the bank's own
      *                         and carry the reserved operator
      *                         SYSTEM.
      * 29/08/24  KERESTES      An order LEDGPOST refuses because its
      *                         account is frozen for a deceased
      *                         holder (return code 05) counts as
      *                         bounced, not in error -- NDECEASE
      *                         cancels such orders, so this only
      *                         catches one keyed in since.
      *
      * Run daily from cron/JCL, no CGI input -- DBNAME/USERNAME/
      * PASSWD come from the environment the same way every other
           88 MVMT-ACCOUNT-NOT-FOUND VALUE "02".
           88 MVMT-INVALID-DIRECTION VALUE "03".
           88 MVMT-TERM-NOT-MATURED  VALUE "04".
           88 MVMT-DEBIT-BLOCKED     VALUE "05".
           88 MVMT-SQL-ERROR         VALUE "99".
       01  MVMT-COMMIT-FLAG          PIC X VALUE "N".
       01  MVMT-OPERATOR-ID          PIC X(8) VALUE "SYSTEM".
              WHEN MVMT-TERM-NOT-MATURED
                 ADD 1 TO ORDERS-BOUNCED
                 PERFORM 2200-WRITE-ORDER-LINE
              WHEN MVMT-DEBIT-BLOCKED
                 ADD 1 TO ORDERS-BOUNCED
                 PERFORM 2200-WRITE-ORDER-LINE
              WHEN OTHER
                 ADD 1 TO ORDERS-IN-ERROR
                 PERFORM 2200-WRITE-ORDER-LINE
                       SO_ACCOUNT_ID " " ORDER-AMOUNT-ED
                       " BOUNCED - TERM NOT MATURED - CANCEL ORDER"
                       DELIMITED BY SIZE INTO ORDER-LINE
              WHEN MVMT-DEBIT-BLOCKED
                 STRING "ORDER " ORDER-ID-ED " ACCOUNT "
                       SO_ACCOUNT_ID " " ORDER-AMOUNT-ED
                       " BOUNCED - HOLDER DECEASED - CANCEL ORDER"
                       DELIMITED BY SIZE INTO ORDER-LINE
              WHEN OTHER
                 STRING "ORDER " ORDER-ID-ED " ACCOUNT "
                       SO_ACCOUNT_ID " " ORDER-AMOUNT-ED
