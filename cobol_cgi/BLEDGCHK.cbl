      *                         Exceptions found are this job's normal
      *                         product, not an abort -- a run that
      *                         completes its sweep exits zero.
      * 06/09/24  KERESTES      Tamper check on the ledger hash chain
      *                         LEDGPOST now stamps: over the same
      *                         window (from the account's newest
      *                         snapshot point) every row's row_hash
      *                         is recomputed with ledger_row_hash and
      *                         its prev_hash checked against the
      *                         chain link of the row before it (new
      *                         2105-GET-CHAIN-ANCHOR for the row just
      *                         ahead of the window, new 2130-CHECK-
      *                         HASH-CHAIN). Every break is its own
      *                         TAMPER line -- a row altered, or a row
      *                         deleted or slipped in ahead of it --
      *                         a careful edit to amount and balance
      *                         together still chains on the balances
      *                         but can't keep its hash. Unlike a
      *                         balance exception, a tamper exception
      *                         ends the run with RETURN-CODE 4, so
      *                         BSCHED stops the night there: no
      *                         cutover and no snapshot taken over a
      *                         tampered ledger.
      *
      * Run nightly from cron/JCL, no CGI input -- DBNAME/USERNAME/
      * PASSWD come from the environment the same way every other

       01  ACCOUNTS-EXAMINED         PIC 9(7) VALUE ZERO.
       01  ACCOUNTS-IN-EXCEPTION     PIC 9(7) VALUE ZERO.
       01  TAMPER-EXCEPTIONS         PIC 9(7) VALUE ZERO.

       01  CURRENT-DATE-WS           PIC 9(8).

       01  CHAINED-BALANCE           PIC S9(13)V99.
       01  FIRST-BREAK-LEDGER-ID     PIC 9(9).

      *****************************************************************
      *                    HASH-CHAIN WORK AREAS
      *****************************************************************

       01  PREVIOUS-LINK             PIC X(64).
       01  TAMPER-REASON             PIC X(40).

      *****************************************************************
      *                    PRINT-LINE WORK AREAS
      *****************************************************************
       01  STORED-BALANCE-ED         PIC -(11)9.99.
       01  RECOMPUTED-BALANCE-ED     PIC -(11)9.99.
       01  BREAK-LEDGER-ID-ED        PIC Z(8)9.
       01  TAMPER-LEDGER-ID-ED       PIC Z(8)9.

      *----------------------------------------------------------------
      *                        SQL DECLARATION
       01  SNAP-HAVE               PIC X(1).
       01  SNAP-DATE               PIC 9(8).
       01  SNAP-BALANCE            PIC S9(13)V99.
       01  COMPUTED-HASH           PIC X(64).
       01  ANCHOR-LINK             PIC X(64).

       EXEC SQL END DECLARE SECTION END-EXEC.

      *    included.
       EXEC SQL
          DECLARE LEDGER_CURSOR CURSOR FOR
             SELECT ledger_id, amount, direction, balance,
                   reference, prev_hash, row_hash,
                   ledger_row_hash(ledger_id, account_id, amount,
                   direction, balance, ledger_timestamp,
                   business_date, operator_id, reference, prev_hash)
                   FROM ledger
                   WHERE account_id = :ACCOUNT_ID
                   AND (:SNAP-HAVE = 'N'
                   OR COALESCE(business_date,
           END-EXEC
           MOVE "N" TO LEDGER-DONE-SWITCH
           PERFORM 2110-FETCH-LEDGER-ENTRY
           IF NOT END-OF-LEDGER
              PERFORM 2105-GET-CHAIN-ANCHOR
           END-IF
           PERFORM 2120-CHECK-LEDGER-ENTRY UNTIL END-OF-LEDGER
           EXEC SQL
              CLOSE LEDGER_CURSOR
              MOVE ZERO TO SNAP-BALANCE
           END-IF.

      ******************************************************************
       2105-GET-CHAIN-ANCHOR.
      ******************************************************************
      *    The window's first row must chain to the row just ahead of
      *    it -- its row_hash, or the archived link a carry-forward
      *    carries. Nothing ahead of it: the account's first row,
      *    chained to 64 zeros. A lookup error takes the first row's
      *    own prev_hash on trust; the rest of the window is still
      *    proven.
           EXEC SQL
              SELECT COALESCE((SELECT CASE
                    WHEN reference LIKE "CARRY FORWARD %"
                    THEN prev_hash ELSE row_hash END
                    FROM ledger
                    WHERE account_id = :ACCOUNT_ID
                    AND ledger_id < :LEDGER_ID
                    ORDER BY ledger_id DESC
                    LIMIT 1), repeat("0", 64))
                    INTO :ANCHOR-LINK
           END-EXEC

           IF SQLCODE EQUAL ZERO
              MOVE ANCHOR-LINK TO PREVIOUS-LINK
           ELSE
              MOVE LEDGER_PREV_HASH TO PREVIOUS-LINK
           END-IF.

      ******************************************************************
       2110-FETCH-LEDGER-ENTRY.
      ******************************************************************
           EXEC SQL
              FETCH LEDGER_CURSOR
                    INTO :LEDGER_ID, :LEDGER_AMOUNT, :LEDGER_DIRECTION,
                    :LEDGER_BALANCE, :LEDGER_REFERENCE,
                    :LEDGER_PREV_HASH, :LEDGER_ROW_HASH, :COMPUTED-HASH
           END-EXEC

           IF SQLCODE EQUAL 100

           MOVE LEDGER_BALANCE TO PREVIOUS-BALANCE

           PERFORM 2130-CHECK-HASH-CHAIN

           PERFORM 2110-FETCH-LEDGER-ENTRY.

      ******************************************************************
       2130-CHECK-HASH-CHAIN.
      ******************************************************************
      *    A row whose contents no longer hash to its row_hash was
      *    altered; a row whose prev_hash isn't the link of the row
      *    before it has had a row deleted or slipped in ahead of it.
      *    A carry-forward's prev_hash points into ledger_archive, so
      *    only its own hash is checked here, and the link it passes
      *    on is the archived one it carries.
           IF LEDGER_ROW_HASH NOT EQUAL COMPUTED-HASH
              MOVE "ROW CONTENTS ALTERED" TO TAMPER-REASON
              PERFORM 2210-WRITE-TAMPER-LINE
           END-IF

           IF LEDGER_REFERENCE(1:14) EQUAL "CARRY FORWARD "
              MOVE LEDGER_PREV_HASH TO PREVIOUS-LINK
           ELSE
              IF LEDGER_PREV_HASH NOT EQUAL PREVIOUS-LINK
                 MOVE "CHAIN BROKEN - ROW DELETED OR INSERTED"
                       TO TAMPER-REASON
                 PERFORM 2210-WRITE-TAMPER-LINE
              END-IF
              MOVE LEDGER_ROW_HASH TO PREVIOUS-LINK
           END-IF.

      ******************************************************************
       2200-WRITE-EXCEPTION-LINE.
      ******************************************************************
           END-IF
           WRITE CHECK-LINE.

      ******************************************************************
       2210-WRITE-TAMPER-LINE.
      ******************************************************************

           ADD 1 TO TAMPER-EXCEPTIONS
           MOVE LEDGER_ID TO TAMPER-LEDGER-ID-ED

           MOVE SPACES TO CHECK-LINE
           STRING ACCOUNT_NUMBER " TAMPER AT LEDGER_ID "
                 TAMPER-LEDGER-ID-ED " " TAMPER-REASON
                 DELIMITED BY SIZE INTO CHECK-LINE
           WRITE CHECK-LINE.

      ******************************************************************
       2030-CLOSE-ACCOUNT-CURSOR.
      ******************************************************************
           MOVE SPACES TO CHECK-LINE
           STRING "ACCOUNTS EXAMINED: " ACCOUNTS-EXAMINED
                 "  EXCEPTIONS: " ACCOUNTS-IN-EXCEPTION
                 "  TAMPER EXCEPTIONS: " TAMPER-EXCEPTIONS
                 DELIMITED BY SIZE INTO CHECK-LINE
           WRITE CHECK-LINE

           DISPLAY "BLEDGCHK - ACCOUNTS EXAMINED: " ACCOUNTS-EXAMINED
           DISPLAY "BLEDGCHK - EXCEPTIONS:        "
                 ACCOUNTS-IN-EXCEPTION
           DISPLAY "BLEDGCHK - TAMPER EXCEPTIONS: " TAMPER-EXCEPTIONS

      *    A tampered ledger is not a normal night's product -- 4, so
      *    BSCHED stops the chain; a mid-run failure's 8 stands.
           IF TAMPER-EXCEPTIONS GREATER THAN ZERO
                 AND RETURN-CODE LESS THAN 4
              MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
       9800-CLOSE-OUTPUT.
