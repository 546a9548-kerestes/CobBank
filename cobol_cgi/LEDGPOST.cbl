      *                         the BMATURITY batch -- pass, and they
      *                         don't reactivate a dormant account
      *                         either.
      * 19/08/24  KERESTES      A RET OF re-credit written by the new
      *                         BPAYRET returns batch doesn't
      *                         reactivate a DORMANT account -- the
      *                         clearing house sending a payment back
      *                         is not the customer coming back.
      * 26/08/24  KERESTES      A WHT withholding-tax debit (posted by
      *                         the new WHTPOST straight after an
      *                         interest credit, same unit of work)
      *                         skips the held-funds floor -- the tax
      *                         is a statutory cut of interest the
      *                         posting before just added, so a card
      *                         hold must not bounce it and undo the
      *                         credit -- and doesn't reactivate a
      *                         DORMANT account either.
      * 29/08/24  KERESTES      An account frozen on its holder's
      *                         death (account.debit_block DECEASED,
      *                         set by the new NDECEASE) refuses a
      *                         customer debit with the new return
      *                         code "05" (new 1014-CHECK-DEBIT-
      *                         BLOCK). Credits still land, and the
      *                         bank's own postings -- fees, interest,
      *                         tax, reversals, loan collections,
      *                         maturities, court seizures, dispute
      *                         adjustments, card authorizations
      *                         already held -- pass, as does the
      *                         ESTATE SETTLEMENT payout DACCOUNT
      *                         makes when the estate is wound up.
      * 06/09/24  KERESTES      Every ledger row now joins its
      *                         account's tamper-evident hash chain:
      *                         new 1032-GET-CHAIN-LINK reads the link
      *                         of the account's latest row (the
      *                         account is already locked, so nothing
      *                         can post in between) into prev_hash,
      *                         and new 1034-STAMP-ROW-HASH seals the
      *                         inserted row with ledger_row_hash over
      *                         its stored contents, in the same unit
      *                         of work. BLEDGCHK verifies the chain
      *                         nightly.
      * 07/09/24  KERESTES      A posting whose business date falls
      *                         inside an accounting period the
      *                         month-end BPERCLOSE run has CLOSED is
      *                         refused with the new return code "06"
      *                         (new 1018-CHECK-PERIOD-OPEN), before
      *                         anything is written -- the trial
      *                         balance finance signed off must not
      *                         move under them. Only a REOPEN
      *                         approved through NAPPROVE lets
      *                         postings back into the month.
      *
      * Callers must already have an open database connection -- this
      * subprogram posts against it and commits or rolls back the
       01  LOCKED-ACCOUNT-TYPE      PIC X(10).
       01  LOCKED-ACCOUNT-STATUS    PIC X(10).
       01  LOCKED-MATURITY-DATE     PIC 9(8).
       01  LOCKED-DEBIT-BLOCK       PIC X(10).
       01  OVERDRAFT-LIMIT          PIC S9(13)V99.
       01  DEBIT-FLOOR              PIC S9(13)V99.
       01  CLOSED-PERIOD-COUNT      PIC 9(7).

       EXEC SQL END DECLARE SECTION END-EXEC.

           88 MVMT-ACCOUNT-NOT-FOUND VALUE "02".
           88 MVMT-INVALID-DIRECTION VALUE "03".
           88 MVMT-TERM-NOT-MATURED  VALUE "04".
           88 MVMT-DEBIT-BLOCKED     VALUE "05".
           88 MVMT-PERIOD-CLOSED     VALUE "06".
           88 MVMT-SQL-ERROR         VALUE "99".
       01  MVMT-COMMIT-FLAG          PIC X.
           88 MVMT-COMMIT-HERE       VALUE "Y".
              PERFORM 1010-COMPUTE-BALANCE
           END-IF

           IF MVMT-OK
              PERFORM 1018-CHECK-PERIOD-OPEN
           END-IF

           IF MVMT-OK
              PERFORM 1020-UPDATE-ACCOUNT
           END-IF
           EXEC SQL
              SELECT balance, account_type, status, overdraft_limit,
                    COALESCE(to_char(maturity_date, 'YYYYMMDD'),
                    '00000000'), debit_block
                    INTO :CURRENT-BALANCE, :LOCKED-ACCOUNT-TYPE,
                    :LOCKED-ACCOUNT-STATUS, :OVERDRAFT-LIMIT,
                    :LOCKED-MATURITY-DATE, :LOCKED-DEBIT-BLOCK
                    FROM account
                    WHERE account_id = :P_ACCOUNT_ID
                    AND status IN ("OPEN", "DORMANT")
                 COMPUTE MVMT-NEW-BALANCE =
                       CURRENT-BALANCE + MVMT-AMOUNT
              WHEN MVMT-DIRECTION EQUAL "DEBIT "
                 IF LOCKED-DEBIT-BLOCK NOT EQUAL SPACES
                    PERFORM 1014-CHECK-DEBIT-BLOCK
                 END-IF
                 IF MVMT-OK AND LOCKED-ACCOUNT-TYPE EQUAL "TERM"
                    PERFORM 1012-CHECK-TERM-LOCK
                 END-IF
                 IF MVMT-OK
                          CURRENT-BALANCE - MVMT-AMOUNT
                    IF MVMT-NEW-BALANCE < DEBIT-FLOOR
                          AND NOT INTERNAL-NO-FLOOR
                          AND MVMT-REFERENCE(1:4) NOT EQUAL "WHT "
                       SET MVMT-INSUFFICIENT-FUNDS TO TRUE
                    END-IF
                 END-IF
              SET INTERNAL-NO-FLOOR TO TRUE
           END-IF.

      ******************************************************************
       1014-CHECK-DEBIT-BLOCK.
      ******************************************************************
      *    A blocked account (today only DECEASED, set by NDECEASE)
      *    takes no customer debit -- nobody may draw on a dead
      *    client's money until the estate is settled. The bank's own
      *    postings still pass, so fees, interest, tax and loan
      *    collections keep the books straight, and DACCOUNT's
      *    ESTATE SETTLEMENT payout is what finally empties it.
           EVALUATE TRUE
              WHEN MVMT-REFERENCE(1:17) EQUAL "ESTATE SETTLEMENT"
                 CONTINUE
              WHEN MVMT-REFERENCE(1:15) EQUAL "MAINTENANCE FEE"
                 CONTINUE
              WHEN MVMT-REFERENCE EQUAL "OVERDRAFT INTEREST"
                 CONTINUE
              WHEN MVMT-REFERENCE(1:4) EQUAL "WHT "
                 CONTINUE
              WHEN MVMT-REFERENCE(1:7) EQUAL "REV OF "
                 CONTINUE
              WHEN MVMT-REFERENCE(1:5) EQUAL "LOAN "
                 CONTINUE
              WHEN MVMT-REFERENCE(1:13) EQUAL "TERM MATURITY"
                 CONTINUE
              WHEN MVMT-REFERENCE(1:4) EQUAL "ATT "
                 CONTINUE
              WHEN MVMT-REFERENCE(1:4) EQUAL "DSP "
                 CONTINUE
              WHEN MVMT-REFERENCE(1:5) EQUAL "CARD "
                 CONTINUE
              WHEN OTHER
                 SET MVMT-DEBIT-BLOCKED TO TRUE
           END-EVALUATE.

      ******************************************************************
       1015-SUM-ACTIVE-HOLDS.
      ******************************************************************
              SET MVMT-SQL-ERROR TO TRUE
           END-IF.

      ******************************************************************
       1018-CHECK-PERIOD-OPEN.
      ******************************************************************
      *    Judged on the business date the row would be stamped with,
      *    the same one 1030 stamps. Still a business reject ahead of
      *    1020 -- nothing written, nothing rolled back. A month no
      *    close has run over yet has no accounting_period row and
      *    posts as before.
           ACCEPT CURRENT-DATE-WS FROM DATE YYYYMMDD
           PERFORM 1028-GET-BUSINESS-DATE

           IF MVMT-OK
              EXEC SQL
                 SELECT COUNT(*) INTO :CLOSED-PERIOD-COUNT
                       FROM accounting_period
                       WHERE status = "CLOSED"
                       AND to_date(:LEDGER_BUSINESS_DATE, 'YYYYMMDD')
                       BETWEEN period_start AND period_end
              END-EXEC

              IF SQLCODE NOT EQUAL ZERO
                 SET MVMT-SQL-ERROR TO TRUE
              ELSE IF CLOSED-PERIOD-COUNT GREATER THAN ZERO
                 SET MVMT-PERIOD-CLOSED TO TRUE
              END-IF
           END-IF.

      ******************************************************************
       1020-UPDATE-ACCOUNT.
      ******************************************************************
                 CONTINUE
              WHEN MVMT-REFERENCE(1:7) EQUAL "REV OF "
                 CONTINUE
              WHEN MVMT-REFERENCE(1:7) EQUAL "RET OF "
                 CONTINUE
              WHEN MVMT-REFERENCE(1:13) EQUAL "TERM MATURITY"
                 CONTINUE
              WHEN MVMT-REFERENCE(1:5) EQUAL "LOAN "
                 CONTINUE
              WHEN MVMT-REFERENCE(1:4) EQUAL "WHT "
                 CONTINUE
              WHEN OTHER
                 EXEC SQL
                    UPDATE account SET status = "OPEN"
           MOVE MVMT-REFERENCE TO LEDGER_REFERENCE
           MOVE MVMT-OPERATOR-ID TO LEDGER_OPERATOR_ID

           IF MVMT-OK
              PERFORM 1032-GET-CHAIN-LINK
           END-IF

           IF MVMT-OK
              EXEC SQL
                 INSERT INTO ledger (account_id, amount, direction,
                       balance, ledger_timestamp, business_date,
                       operator_id, reference, prev_hash)
                       VALUES (:P_ACCOUNT_ID, :LEDGER_AMOUNT,
                       :LEDGER_DIRECTION, :LEDGER_BALANCE,
                       :LEDGER_TIMESTAMP, :LEDGER_BUSINESS_DATE,
                       :LEDGER_OPERATOR_ID, :LEDGER_REFERENCE,
                       :LEDGER_PREV_HASH)
              END-EXEC

              IF SQLCODE NOT EQUAL ZERO
                 SET MVMT-SQL-ERROR TO TRUE
              END-IF
           END-IF

           IF MVMT-OK
              PERFORM 1034-STAMP-ROW-HASH
           END-IF.

      ******************************************************************
       1032-GET-CHAIN-LINK.
      ******************************************************************
      *    The new row chains to the account's latest row -- to its
      *    row_hash, or, when that row is a BLEDGARC carry-forward, to
      *    the archived tail's link it carries. An account's first
      *    row chains to 64 zeros.
           EXEC SQL
              SELECT COALESCE((SELECT CASE
                    WHEN reference LIKE "CARRY FORWARD %"
                    THEN prev_hash ELSE row_hash END
                    FROM ledger
                    WHERE account_id = :P_ACCOUNT_ID
                    ORDER BY ledger_id DESC
                    LIMIT 1), repeat("0", 64))
                    INTO :LEDGER_PREV_HASH
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              SET MVMT-SQL-ERROR TO TRUE
           END-IF.

      ******************************************************************
       1034-STAMP-ROW-HASH.
      ******************************************************************
      *    Hashed from the row as stored, not from the host variables
      *    -- BLEDGCHK recomputes it from the same columns with the
      *    same function, so the two can only disagree if the row
      *    changed.
           EXEC SQL
              UPDATE ledger SET row_hash = ledger_row_hash(ledger_id,
                    account_id, amount, direction, balance,
                    ledger_timestamp, business_date, operator_id,
                    reference, prev_hash)
                    WHERE ledger_id =
                       currval(pg_get_serial_sequence("ledger",
                       "ledger_id"))
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              SET MVMT-SQL-ERROR TO TRUE
           END-IF.
