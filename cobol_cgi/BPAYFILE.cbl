      *                         for the compliance officer to
      *                         disposition -- refused, but never
      *                         silently.
      * 20/08/24  KERESTES      A CREDIT line naming an account number
      *                         we can't find no longer bounces back
      *                         to the originator (the employee went
      *                         unpaid and the originator rang us):
      *                         new 3040-POST-TO-SUSPENSE credits the
      *                         INTERNAL SUSPENSE account instead and
      *                         records a suspense_item row for the
      *                         line, both committed with the line's
      *                         checkpoint advance. Operations
      *                         redirects or returns the item through
      *                         NSUSPENSE; BSUSPAGE lists what sits
      *                         there too long. DEBIT lines on an
      *                         unknown account still reject, and
      *                         with no SUSPENSE account on the book
      *                         the CREDIT lines reject as before.
      * 21/08/24  KERESTES      DEBIT lines now need a mandate: new
      *                         3034-CHECK-MANDATE finds the ACTIVE
      *                         mandate (maintained through NMANDATE)
      *                         whose creditor reference opens the
      *                         line's originator reference on the
      *                         debited account, and rejects the line
      *                         with NO ACTIVE MANDATE, OVER MANDATE
      *                         LIMIT or MANDATE FREQ EXCEEDED when
      *                         it can't be honoured. A debit that
      *                         posts stamps the mandate's last use
      *                         and, the first time, its first use
      *                         (file, line, ledger row) in the same
      *                         unit of work -- so "who authorised
      *                         this debit" has an answer.
      * 09/09/24  KERESTES      A line LEDGPOST refuses because the
      *                         account is debit-blocked (code 05,
      *                         a deceased holder) or because the
      *                         business date sits in a CLOSED
      *                         accounting period (code 06) now
      *                         rejects as DEBIT BLOCKED or PERIOD
      *                         CLOSED, not SQL ERROR ON POSTING (or
      *                         ON SUSPENSE). A
      *                         line whose originator reference opens
      *                         with a prefix the bank's own postings
      *                         use (WHT, DSP, CARD, LOAN, ATT, SUSP,
      *                         REV OF, RET OF, TERM MATURITY, ESTATE
      *                         SETTLEMENT, MAINTENANCE FEE, OVERDRAFT
      *                         INTEREST, CARRY FORWARD and the GL
      *                         bucket names) rejects as RESERVED
      *                         REFERENCE before anything posts --
      *                         LEDGPOST, the hash chain and the GL
      *                         buckets all read those prefixes.
      *
      * Run from cron/JCL against the PAYIN file; rejects go to
      * PAYREJ (suspended lines don't -- their money is already
      * here, and a resubmitted line would pay twice).
      * DBNAME/USERNAME/PASSWD come from the environment the same way
      * every other program in this system picks them up.
      *
      * Record layout (80 bytes):
      *   CTL record: "CTL", count 9(7), total 9(13)V99

       01  PAYMENTS-POSTED           PIC 9(7) VALUE ZERO.
       01  PAYMENTS-REJECTED         PIC 9(7) VALUE ZERO.
       01  PAYMENTS-SUSPENDED        PIC 9(7) VALUE ZERO.
       01  LINES-RESUMED-PAST        PIC 9(7) VALUE ZERO.

       01  RERUN-REFUSED-SWITCH      PIC X VALUE "N".
           88 MVMT-ACCOUNT-NOT-FOUND VALUE "02".
           88 MVMT-INVALID-DIRECTION VALUE "03".
           88 MVMT-TERM-NOT-MATURED  VALUE "04".
           88 MVMT-DEBIT-BLOCKED     VALUE "05".
           88 MVMT-PERIOD-CLOSED     VALUE "06".
           88 MVMT-SQL-ERROR         VALUE "99".
      *    Commit-flag "N" -- the posting stays uncommitted until the
      *    checkpoint advance lands beside it in 3200.
       01  PF-DECLARED-TOTAL       PIC S9(13)V99.
       01  CHECKPOINT-LINE         PIC 9(7).

       01  SUSPENSE-ACCOUNT-ID     PIC 9(9) VALUE ZERO.
       01  SUSP-LINE-NUMBER        PIC 9(7).
       01  SUSP-AMOUNT             PIC S9(13)V99.
       01  SUSP-REFERENCE          PIC X(30).

       01  MD-MANDATE-ID           PIC 9(9).
       01  MD-MAX-AMOUNT           PIC S9(13)V99.
       01  MD-FREQUENCY-OK         PIC X(1).
       01  MD-LINE-REFERENCE       PIC X(30).
       01  MD-LINE-NUMBER          PIC 9(7).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

           PERFORM 1000-DB-CONNECT
           PERFORM 1010-OPEN-REJECT-FILE
           PERFORM 1020-FIND-SUSPENSE-ACCOUNT
           PERFORM 2000-VERIFY-CONTROL-PASS

           IF CONTROL-IS-VALID

           OPEN OUTPUT REJECT-FILE.

      ******************************************************************
       1020-FIND-SUSPENSE-ACCOUNT.
      ******************************************************************
      *    Unresolvable CREDIT lines land here rather than bounce --
      *    no SUSPENSE account on the book just means they reject the
      *    way they always did, so the run carries on without it.
           EXEC SQL
              SELECT account_id INTO :SUSPENSE-ACCOUNT-ID FROM account
                    WHERE account_number = "SUSPENSE"
                    AND account_type = "INTERNAL"
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              MOVE ZERO TO SUSPENSE-ACCOUNT-ID
              DISPLAY "BPAYFILE - NO SUSPENSE INTERNAL ACCOUNT - "
                    "UNKNOWN ACCOUNTS WILL REJECT"
           END-IF.

      ******************************************************************
       2000-VERIFY-CONTROL-PASS.
      ******************************************************************
              ADD 1 TO PAYMENTS-REJECTED
              PERFORM 3100-WRITE-REJECT-LINE
           ELSE
              PERFORM 3022-CHECK-REFERENCE
              IF REJECT-REASON EQUAL SPACES
                 PERFORM 3025-SCREEN-ORIGINATOR
              END-IF
              IF REJECT-REASON EQUAL SPACES
                 PERFORM 3030-RESOLVE-AND-POST
              END-IF
           END-IF.

      ******************************************************************
       3022-CHECK-REFERENCE.
      ******************************************************************
      *    These prefixes are the bank's own postings. LEDGPOST lets
      *    some of them past the debit floor and the deceased block,
      *    a CARRY FORWARD row is transparent to the hash chain, and
      *    BGLEXTR and BPERCLOSE bucket the rest -- an originator's
      *    reference may not pass for one.
           MOVE SPACES TO REJECT-REASON
           EVALUATE TRUE
              WHEN DTL-REFERENCE(1:4) EQUAL "WHT "
              WHEN DTL-REFERENCE(1:4) EQUAL "DSP "
              WHEN DTL-REFERENCE(1:5) EQUAL "CARD "
              WHEN DTL-REFERENCE(1:5) EQUAL "LOAN "
              WHEN DTL-REFERENCE(1:4) EQUAL "ATT "
              WHEN DTL-REFERENCE(1:5) EQUAL "SUSP "
              WHEN DTL-REFERENCE(1:6) EQUAL "REV OF"
              WHEN DTL-REFERENCE(1:6) EQUAL "RET OF"
              WHEN DTL-REFERENCE(1:13) EQUAL "TERM MATURITY"
              WHEN DTL-REFERENCE(1:17) EQUAL "ESTATE SETTLEMENT"
              WHEN DTL-REFERENCE(1:15) EQUAL "MAINTENANCE FEE"
              WHEN DTL-REFERENCE(1:18) EQUAL "OVERDRAFT INTEREST"
              WHEN DTL-REFERENCE(1:13) EQUAL "CARRY FORWARD"
              WHEN DTL-REFERENCE(1:16) EQUAL "INTEREST ACCRUAL"
              WHEN DTL-REFERENCE(1:16) EQUAL "CLOSING INTEREST"
              WHEN DTL-REFERENCE(1:14) EQUAL "FX REVALUATION"
                 MOVE "RESERVED REFERENCE" TO REJECT-REASON
                 ADD 1 TO PAYMENTS-REJECTED
                 PERFORM 3100-WRITE-REJECT-LINE
           END-EVALUATE.

      ******************************************************************
       3025-SCREEN-ORIGINATOR.
      ******************************************************************
           END-EXEC

           IF SQLCODE EQUAL 100
              IF DTL-DIRECTION EQUAL "CREDIT"
                    AND SUSPENSE-ACCOUNT-ID NOT EQUAL ZERO
                 PERFORM 3040-POST-TO-SUSPENSE
              ELSE
                 MOVE "UNKNOWN ACCOUNT" TO REJECT-REASON
                 ADD 1 TO PAYMENTS-REJECTED
                 PERFORM 3100-WRITE-REJECT-LINE
              END-IF
           ELSE IF SQLCODE NOT EQUAL ZERO
              MOVE "SQL ERROR ON LOOKUP" TO REJECT-REASON
              ADD 1 TO PAYMENTS-REJECTED
              PERFORM 3100-WRITE-REJECT-LINE
           ELSE
              MOVE ZERO TO MD-MANDATE-ID
              IF DTL-DIRECTION EQUAL "DEBIT "
                 PERFORM 3034-CHECK-MANDATE
              END-IF
              IF REJECT-REASON EQUAL SPACES
                 PERFORM 3035-POST-TO-ACCOUNT
              END-IF
           END-IF.

      ******************************************************************
       3034-CHECK-MANDATE.
      ******************************************************************
      *    A creditor's reference is the head of the originator
      *    reference its lines carry (the tail is its own invoice or
      *    period number), so the longest matching creditor reference
      *    wins. The frequency allows a few days' slack for a
      *    collection date rolled over a weekend or holiday; a ONEOFF
      *    mandate honours exactly one debit.
           MOVE DTL-REFERENCE TO MD-LINE-REFERENCE

           EXEC SQL
              SELECT mandate_id, max_amount,
                    CASE WHEN last_used_date IS NULL THEN "Y"
                    WHEN frequency = "ONEOFF" THEN "N"
                    WHEN COALESCE((SELECT current_business_date
                       FROM business_date), CURRENT_DATE)
                       - last_used_date <
                       CASE frequency WHEN "WEEKLY" THEN 6
                       WHEN "MONTHLY" THEN 27
                       WHEN "QUARTERLY" THEN 85
                       ELSE 360 END THEN "N"
                    ELSE "Y" END
                    INTO :MD-MANDATE-ID, :MD-MAX-AMOUNT,
                    :MD-FREQUENCY-OK
                    FROM mandate
                    WHERE account_id = :PAY_ACCOUNT_ID
                    AND status = "ACTIVE"
                    AND SUBSTR(:MD-LINE-REFERENCE, 1,
                       LENGTH(TRIM(creditor_reference)))
                       = TRIM(creditor_reference)
                    ORDER BY LENGTH(TRIM(creditor_reference)) DESC
                    LIMIT 1
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE EQUAL 100
                 MOVE ZERO TO MD-MANDATE-ID
                 MOVE "NO ACTIVE MANDATE" TO REJECT-REASON
              WHEN SQLCODE NOT EQUAL ZERO
                 MOVE ZERO TO MD-MANDATE-ID
                 MOVE "SQL ERROR ON MANDATE" TO REJECT-REASON
              WHEN DTL-AMOUNT GREATER THAN MD-MAX-AMOUNT
                 MOVE "OVER MANDATE LIMIT" TO REJECT-REASON
              WHEN MD-FREQUENCY-OK NOT EQUAL "Y"
                 MOVE "MANDATE FREQ EXCEEDED" TO REJECT-REASON
           END-EVALUATE

           IF REJECT-REASON NOT EQUAL SPACES
              ADD 1 TO PAYMENTS-REJECTED
              PERFORM 3100-WRITE-REJECT-LINE
           END-IF.

      ******************************************************************
       3035-POST-TO-ACCOUNT.
      ******************************************************************

           MOVE PAY_ACCOUNT_ID TO MVMT-ACCOUNT-ID
           MOVE DTL-AMOUNT TO MVMT-AMOUNT
           MOVE DTL-DIRECTION TO MVMT-DIRECTION
           MOVE DTL-REFERENCE TO MVMT-REFERENCE

           CALL "LEDGPOST" USING MVMT-ACCOUNT-ID, MVMT-AMOUNT,
                 MVMT-DIRECTION, MVMT-REFERENCE, MVMT-NEW-BALANCE,
                 MVMT-RETURN-CODE, MVMT-COMMIT-FLAG,
                 MVMT-OPERATOR-ID

           EVALUATE TRUE
              WHEN MVMT-OK AND MD-MANDATE-ID NOT EQUAL ZERO
                 PERFORM 3036-RECORD-MANDATE-USE
              WHEN MVMT-OK
                 ADD 1 TO PAYMENTS-POSTED
              WHEN MVMT-INSUFFICIENT-FUNDS
                 MOVE "INSUFFICIENT FUNDS" TO REJECT-REASON
                 ADD 1 TO PAYMENTS-REJECTED
                 PERFORM 3100-WRITE-REJECT-LINE
              WHEN MVMT-ACCOUNT-NOT-FOUND
                 MOVE "CLOSED ACCOUNT" TO REJECT-REASON
                 ADD 1 TO PAYMENTS-REJECTED
                 PERFORM 3100-WRITE-REJECT-LINE
              WHEN MVMT-INVALID-DIRECTION
                 MOVE "INVALID DIRECTION" TO REJECT-REASON
                 ADD 1 TO PAYMENTS-REJECTED
                 PERFORM 3100-WRITE-REJECT-LINE
              WHEN MVMT-DEBIT-BLOCKED
                 MOVE "DEBIT BLOCKED" TO REJECT-REASON
                 ADD 1 TO PAYMENTS-REJECTED
                 PERFORM 3100-WRITE-REJECT-LINE
              WHEN MVMT-PERIOD-CLOSED
                 MOVE "PERIOD CLOSED" TO REJECT-REASON
                 ADD 1 TO PAYMENTS-REJECTED
                 PERFORM 3100-WRITE-REJECT-LINE
              WHEN OTHER
                 MOVE "SQL ERROR ON POSTING" TO REJECT-REASON
                 ADD 1 TO PAYMENTS-REJECTED
                 PERFORM 3100-WRITE-REJECT-LINE
           END-EVALUATE.

      ******************************************************************
       3036-RECORD-MANDATE-USE.
      ******************************************************************
      *    Runs straight after the debit posted, so lastval() is its
      *    ledger row. The first-use columns are only ever filled
      *    once; the last-use date drives the frequency check. A
      *    failed stamp takes the debit back with it and the line
      *    rejects -- a mandated debit never posts unrecorded.
           MOVE LINE-NUMBER TO MD-LINE-NUMBER

           EXEC SQL
              UPDATE mandate
                    SET last_used_date =
                       COALESCE((SELECT current_business_date
                       FROM business_date), CURRENT_DATE),
                    first_used_at =
                       COALESCE(first_used_at, CURRENT_TIMESTAMP),
                    first_used_file_id =
                       COALESCE(first_used_file_id, :PAY-FILE-IDENT),
                    first_used_line =
                       COALESCE(first_used_line, :MD-LINE-NUMBER),
                    first_used_ledger_id =
                       COALESCE(first_used_ledger_id, lastval())
                    WHERE mandate_id = :MD-MANDATE-ID
           END-EXEC

           IF SQLCODE EQUAL ZERO
              ADD 1 TO PAYMENTS-POSTED
           ELSE
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "SQL ERROR ON MANDATE" TO REJECT-REASON
              ADD 1 TO PAYMENTS-REJECTED
              PERFORM 3100-WRITE-REJECT-LINE
           END-IF.

      ******************************************************************
       3040-POST-TO-SUSPENSE.
      ******************************************************************
      *    The credit lands on SUSPENSE under the originator's own
      *    reference, and the suspense_item row keeps the line as sent
      *    (file, line, account number) beside the ledger row it
      *    posted -- both ride this line's checkpoint commit. A failed
      *    item write takes the suspense credit back with it and the
      *    line rejects, so money never sits in suspense untracked.
           MOVE SUSPENSE-ACCOUNT-ID TO MVMT-ACCOUNT-ID
           MOVE DTL-AMOUNT TO MVMT-AMOUNT
           MOVE "CREDIT" TO MVMT-DIRECTION
           MOVE DTL-REFERENCE TO MVMT-REFERENCE

           CALL "LEDGPOST" USING MVMT-ACCOUNT-ID, MVMT-AMOUNT,
                 MVMT-DIRECTION, MVMT-REFERENCE, MVMT-NEW-BALANCE,
                 MVMT-RETURN-CODE, MVMT-COMMIT-FLAG,
                 MVMT-OPERATOR-ID

           IF NOT MVMT-OK
              IF MVMT-PERIOD-CLOSED
                 MOVE "PERIOD CLOSED" TO REJECT-REASON
              ELSE
                 MOVE "SQL ERROR ON SUSPENSE" TO REJECT-REASON
              END-IF
              ADD 1 TO PAYMENTS-REJECTED
              PERFORM 3100-WRITE-REJECT-LINE
           ELSE
              MOVE LINE-NUMBER TO SUSP-LINE-NUMBER
              MOVE DTL-AMOUNT TO SUSP-AMOUNT
              MOVE DTL-REFERENCE TO SUSP-REFERENCE

              EXEC SQL
                 INSERT INTO suspense_item (file_id, line_number,
                       account_number, amount, reference, ledger_id,
                       posted_date)
                       SELECT :PAY-FILE-IDENT, :SUSP-LINE-NUMBER,
                       :PAY_ACCOUNT_NUMBER, :SUSP-AMOUNT,
                       :SUSP-REFERENCE, ledger_id, business_date
                       FROM ledger WHERE ledger_id = lastval()
              END-EXEC

              IF SQLCODE EQUAL ZERO
                 ADD 1 TO PAYMENTS-SUSPENDED
              ELSE
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE "SQL ERROR ON SUSPENSE" TO REJECT-REASON
                 ADD 1 TO PAYMENTS-REJECTED
                 PERFORM 3100-WRITE-REJECT-LINE
              END-IF
           END-IF.

      ******************************************************************
           DISPLAY "BPAYFILE - DETAILS READ:     " READ-COUNT
           DISPLAY "BPAYFILE - PAYMENTS POSTED:  " PAYMENTS-POSTED
           DISPLAY "BPAYFILE - PAYMENTS REJECTED: " PAYMENTS-REJECTED
           DISPLAY "BPAYFILE - PAYMENTS TO SUSPENSE: "
                 PAYMENTS-SUSPENDED
           DISPLAY "BPAYFILE - RESUMED PAST:     " LINES-RESUMED-PAST.

      ******************************************************************
