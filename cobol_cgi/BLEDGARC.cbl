      *                         rerun, and archived accounts leave the
      *                         cursor's scope. Historical inquiries
      *                         go through GLEDGARC.
      * 06/09/24  KERESTES      The ledger hash chain survives the
      *                         archive: prev_hash and row_hash go to
      *                         ledger_archive with the rows, and the
      *                         carry-forward row takes the archived
      *                         tail's chain link as its prev_hash
      *                         (new 2115-GET-ARCHIVE-LINK) -- the
      *                         rows left behind still chain to it
      *                         exactly as they did -- and is sealed
      *                         with its own row_hash (new
      *                         2125-STAMP-CARRY-FORWARD-HASH) in the
      *                         same unit of work.
      *
      * Run at year-end from cron/JCL (not on the nightly BSCHED
      * chain), no CGI input -- DBNAME/USERNAME/PASSWD come from the
       01  CF-DIRECTION            PIC X(6).
       01  CF-REFERENCE            PIC X(30).
       01  CF-OPERATOR             PIC X(8).
       01  CF-PREV-HASH            PIC X(64).

       EXEC SQL END DECLARE SECTION END-EXEC.

              PERFORM 2110-PURGE-OLD-ROWS
           END-IF

           IF SQLCODE EQUAL ZERO
              PERFORM 2115-GET-ARCHIVE-LINK
           END-IF

           IF SQLCODE EQUAL ZERO
              PERFORM 2120-WRITE-CARRY-FORWARD
           END-IF

           IF SQLCODE EQUAL ZERO
              PERFORM 2125-STAMP-CARRY-FORWARD-HASH
           END-IF

           IF SQLCODE EQUAL ZERO
              EXEC SQL COMMIT WORK END-EXEC
              ADD 1 TO ACCOUNTS-ARCHIVED
           EXEC SQL
              INSERT INTO ledger_archive (ledger_id, account_id,
                    amount, direction, balance, ledger_timestamp,
                    business_date, operator_id, reference,
                    prev_hash, row_hash)
                    SELECT ledger_id, account_id, amount, direction,
                    balance, ledger_timestamp, business_date,
                    operator_id, reference, prev_hash, row_hash
                    FROM ledger
                    WHERE account_id = :ARC-ACCOUNT-ID
                    AND ledger_timestamp < :CUTOFF-TS
                    AND ledger_timestamp < :CUTOFF-TS
           END-EXEC.

      ******************************************************************
       2115-GET-ARCHIVE-LINK.
      ******************************************************************
      *    The chain link of the newest archived row -- its row_hash,
      *    or the link it carried itself if it was last year's
      *    carry-forward. The first row left behind chains to exactly
      *    this, so the carry-forward standing in front of it passes
      *    it on.
           EXEC SQL
              SELECT COALESCE((SELECT CASE
                    WHEN reference LIKE "CARRY FORWARD %"
                    THEN prev_hash ELSE row_hash END
                    FROM ledger_archive
                    WHERE account_id = :ARC-ACCOUNT-ID
                    ORDER BY ledger_id DESC
                    LIMIT 1), repeat("0", 64))
                    INTO :CF-PREV-HASH
           END-EXEC.

      ******************************************************************
       2120-WRITE-CARRY-FORWARD.
      ******************************************************************
           EXEC SQL
              INSERT INTO ledger (ledger_id, account_id, amount,
                    direction, balance, ledger_timestamp,
                    business_date, operator_id, reference, prev_hash)
                    VALUES (:ARC-MIN-LEDGER-ID, :ARC-ACCOUNT-ID,
                    :CF-AMOUNT, :CF-DIRECTION, :ARC-NET-AMOUNT,
                    :CUTOFF-TS, to_date(:CUTOFF-DATE, 'YYYYMMDD'),
                    :CF-OPERATOR, :CF-REFERENCE, :CF-PREV-HASH)
           END-EXEC.

      ******************************************************************
       2125-STAMP-CARRY-FORWARD-HASH.
      ******************************************************************
      *    Sealed from the row as stored, the way LEDGPOST seals its
      *    rows, so BLEDGCHK can tell an altered carry-forward too.
           EXEC SQL
              UPDATE ledger SET row_hash = ledger_row_hash(ledger_id,
                    account_id, amount, direction, balance,
                    ledger_timestamp, business_date, operator_id,
                    reference, prev_hash)
                    WHERE ledger_id = :ARC-MIN-LEDGER-ID
           END-EXEC.

      ******************************************************************
