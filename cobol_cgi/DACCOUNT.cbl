      *                         an attorney can move money, not shut
      *                         the relationship down.
      *
      * 09/09/24  KERESTES      A closure LEDGPOST refuses because the
      *                         business date is inside a CLOSED
      *                         accounting period (code "06") --
      *                         closing interest, settlement or
      *                         payout -- now answers 409 PERIOD
      *                         CLOSED instead of a 500.
      * 29/08/24  KERESTES      An account frozen for a deceased
      *                         holder (debit_block DECEASED, set by
      *                         the new NDECEASE) closes only once the
      *                         estate's settlement account has been
      *                         nominated (new 1039-LOAD-ESTATE) and
      *                         only pays out to it -- a request
      *                         naming any other payout account, or
      *                         none before nomination, answers 409.
      *                         Both legs post as ESTATE SETTLEMENT,
      *                         the reference LEDGPOST lets past the
      *                         block, and closing the last frozen
      *                         account flips the bereavement row to
      *                         SETTLED in the same unit of work (new
      *                         1044-SETTLE-ESTATE).
      * 26/08/24  KERESTES      Closing interest is now followed, in
      *                         the closure's unit of work, by the
      *                         new WHTPOST withholding-tax debit, and
      *                         the balance settled out is the one
      *                         left after the tax; a failed
      *                         withholding answers 500 and rolls the
      *                         closure back.
      * 12/08/24  KERESTES      An early closure of a TERM deposit
      *                         now answers 409 TERM DEPOSIT NOT
      *                         MATURED -- LEDGPOST's return code 04
       01  CLOSING-INTEREST          PIC S9(13)V99.
       01  SETTLED-AMOUNT            PIC S9(13)V99.

       01  ESTATE-CLOSURE-SWITCH     PIC X VALUE "N".
           88 ESTATE-CLOSURE         VALUE "Y".

      *****************************************************************
      *                LEDGPOST CALL INTERFACE VARIABLES
      *****************************************************************
           88 MVMT-ACCOUNT-NOT-FOUND VALUE "02".
           88 MVMT-INVALID-DIRECTION VALUE "03".
           88 MVMT-TERM-NOT-MATURED  VALUE "04".
           88 MVMT-PERIOD-CLOSED     VALUE "06".
           88 MVMT-SQL-ERROR         VALUE "99".
       01  MVMT-COMMIT-FLAG          PIC X VALUE "N".
       01  MVMT-OPERATOR-ID          PIC X(8) VALUE "SYSTEM".

      *****************************************************************
      *                 WHTPOST CALL INTERFACE VARIABLES
      *****************************************************************

       01  WHT-TAX-AMOUNT            PIC S9(13)V99.
       01  WHT-RETURN-CODE           PIC X(2).
           88 WHT-OK                 VALUE "00".

      *****************************************************************
      *                AUTHCHK CALL INTERFACE VARIABLES
      *****************************************************************
       01  LAST-ACCRUAL-DATE       PIC 9(8).
       01  CLOSURE-DATE            PIC 9(8).
       01  ATTACHMENT-COUNT        PIC 9(7).
       01  ACCOUNT-DEBIT-BLOCK     PIC X(10).
       01  ESTATE-CLIENT-ID        PIC 9(9).
       01  ESTATE-ACCOUNT-ID       PIC 9(9).
       01  ESTATE-STATUS           PIC X(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL
              SELECT a.account_type, a.rate, a.balance,
                    COALESCE(to_char(a.last_accrual_date, 'YYYYMMDD'),
                    '00000000'), a.debit_block, a.client_id
                    INTO :ACCOUNT_TYPE, :ACCOUNT_RATE,
                    :ACCOUNT_BALANCE, :LAST-ACCRUAL-DATE,
                    :ACCOUNT-DEBIT-BLOCK, :ESTATE-CLIENT-ID
                    FROM account a
                    WHERE a.account_id = :ACCOUNT_ID
                    AND (a.client_id = :ACCOUNT_CLIENT_ID
                    AND status = "ACTIVE"
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT EQUAL ZERO
                 MOVE "STATUS: 500 INTERNAL SERVER ERROR - SELECT"
                                                        TO SQL-ERROR
                 MOVE "account_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN ATTACHMENT-COUNT GREATER THAN ZERO
                 MOVE "STATUS: 409 CONFLICT - ATTACHMENT STANDS"
                                                        TO SQL-ERROR
                 MOVE "account_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
           END-EVALUATE

           IF ACCOUNT-DEBIT-BLOCK EQUAL "DECEASED"
              PERFORM 1039-LOAD-ESTATE
           END-IF.

      ******************************************************************
       1039-LOAD-ESTATE.
      ******************************************************************
      *    A deceased holder's money goes to the estate and nowhere
      *    else: the closure waits for NDECEASE SETTLE to nominate the
      *    settlement account, then pays out only to it. The registered
      *    owner is the deceased -- NDECEASE passed every account that
      *    had a surviving holder, so a frozen one has none.
           EXEC SQL
              SELECT settlement_account_id, status
                    INTO :ESTATE-ACCOUNT-ID, :ESTATE-STATUS
                    FROM bereavement
                    WHERE client_id = :ESTATE-CLIENT-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
                 MOVE "STATUS: 500 INTERNAL SERVER ERROR - SELECT"
                                                        TO SQL-ERROR
                 MOVE "account_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN SQLCODE EQUAL 100
                    OR ESTATE-STATUS NOT EQUAL "SETTLING"
                 MOVE "STATUS: 409 CONFLICT - NO ESTATE ACCT NOMINATED"
                                                        TO SQL-ERROR
                 MOVE "account_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN PAYOUT-ACCOUNT-ID NOT EQUAL ZERO
                    AND PAYOUT-ACCOUNT-ID NOT EQUAL ESTATE-ACCOUNT-ID
                 MOVE "STATUS: 409 CONFLICT - PAYOUT MUST BE THE ESTATE"
                                                        TO SQL-ERROR
                 MOVE "payout_account_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
           END-EVALUATE

           MOVE ESTATE-ACCOUNT-ID TO PAYOUT-ACCOUNT-ID
           SET ESTATE-CLOSURE TO TRUE.

      ******************************************************************
       1040-SETTLE-AND-CLOSE.
      ******************************************************************
                    MVMT-OPERATOR-ID

              IF MVMT-OK
      *          The tax comes off before the balance pays out, so
      *          CLOSING-BALANCE is what is left after it.
                 CALL "WHTPOST" USING MVMT-ACCOUNT-ID, MVMT-AMOUNT,
                       MVMT-REFERENCE, MVMT-OPERATOR-ID,
                       WHT-TAX-AMOUNT, WHT-RETURN-CODE
                 IF WHT-OK
                    COMPUTE CLOSING-BALANCE =
                          MVMT-NEW-BALANCE - WHT-TAX-AMOUNT
                    EXEC SQL
                       UPDATE account
                             SET last_accrual_date = :CLOSURE-DATE
                             WHERE account_id = :ACCOUNT_ID
                    END-EXEC
                    IF SQLCODE NOT EQUAL ZERO
                       EXEC SQL ROLLBACK WORK END-EXEC
                       MOVE "STATUS: 500 INTERNAL SERVER ERROR - STAMP"
                                                        TO SQL-ERROR
                       MOVE "account_id" TO RESPONSE-FIELD
                    END-IF
                 ELSE
                    EXEC SQL ROLLBACK WORK END-EXEC
                    MOVE "STATUS: 500 INTERNAL SERVER ERROR - TAX"
                                                        TO SQL-ERROR
                    MOVE "account_id" TO RESPONSE-FIELD
                 END-IF
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE "STATUS: 500 INTERNAL SERVER ERROR - INTEREST"
                                                        TO SQL-ERROR
                 IF MVMT-PERIOD-CLOSED
                    MOVE "STATUS: 409 CONFLICT - PERIOD CLOSED"
                                                        TO SQL-ERROR
                 END-IF
                 MOVE "account_id" TO RESPONSE-FIELD
              END-IF
           END-IF.
           MOVE ACCOUNT_ID TO MVMT-ACCOUNT-ID
           MOVE CLOSING-BALANCE TO MVMT-AMOUNT
           MOVE "DEBIT " TO MVMT-DIRECTION
           EVALUATE TRUE
              WHEN ESTATE-CLOSURE
                 MOVE "ESTATE SETTLEMENT" TO MVMT-REFERENCE
              WHEN PAYOUT-ACCOUNT-ID EQUAL ZERO
                 MOVE "CLOSURE PAYOUT" TO MVMT-REFERENCE
              WHEN OTHER
                 MOVE "CLOSURE TRANSFER" TO MVMT-REFERENCE
           END-EVALUATE

           CALL "LEDGPOST" USING MVMT-ACCOUNT-ID, MVMT-AMOUNT,
                 MVMT-DIRECTION, MVMT-REFERENCE, MVMT-NEW-BALANCE,
                 MOVE "STATUS: 500 INTERNAL SERVER ERROR - SETTLEMENT"
                                                        TO SQL-ERROR
              END-IF
              IF MVMT-PERIOD-CLOSED
                 MOVE "STATUS: 409 CONFLICT - PERIOD CLOSED"
                                                        TO SQL-ERROR
              END-IF
              MOVE "account_id" TO RESPONSE-FIELD
           END-IF

              MOVE PAYOUT-ACCOUNT-ID TO MVMT-ACCOUNT-ID
              MOVE SETTLED-AMOUNT TO MVMT-AMOUNT
              MOVE "CREDIT" TO MVMT-DIRECTION
              IF ESTATE-CLOSURE
                 MOVE "ESTATE SETTLEMENT" TO MVMT-REFERENCE
              ELSE
                 MOVE "CLOSURE TRANSFER" TO MVMT-REFERENCE
              END-IF

              CALL "LEDGPOST" USING MVMT-ACCOUNT-ID, MVMT-AMOUNT,
                    MVMT-DIRECTION, MVMT-REFERENCE, MVMT-NEW-BALANCE,
                    MOVE "STATUS: 500 INTERNAL SERVER ERROR - PAYOUT"
                                                        TO SQL-ERROR
                 END-IF
                 IF MVMT-PERIOD-CLOSED
                    MOVE "STATUS: 409 CONFLICT - PERIOD CLOSED"
                                                        TO SQL-ERROR
                 END-IF
                 MOVE "payout_account_id" TO RESPONSE-FIELD
              END-IF
           END-IF.
                    WHERE account_id = :ACCOUNT_ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT EQUAL ZERO
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE "STATUS: 500 INTERNAL SERVER ERROR - CLOSE ACCT"
                                                        TO SQL-ERROR
                 MOVE "account_id" TO RESPONSE-FIELD
              WHEN ESTATE-CLOSURE
                 PERFORM 1044-SETTLE-ESTATE
           END-EVALUATE

           IF SQL-ERROR EQUAL SPACES
              EXEC SQL COMMIT WORK END-EXEC
           END-IF.

      ******************************************************************
       1044-SETTLE-ESTATE.
      ******************************************************************
      *    The account just closed is already CLOSED inside this unit
      *    of work, so the NOT EXISTS sees only the frozen accounts
      *    still open -- none left means this was the last, and the
      *    estate is settled with it.
           EXEC SQL
              UPDATE bereavement SET status = "SETTLED",
                    settled_at = CURRENT_TIMESTAMP
                    WHERE client_id = :ESTATE-CLIENT-ID
                    AND NOT EXISTS (SELECT 1 FROM account a
                    WHERE a.client_id = :ESTATE-CLIENT-ID
                    AND a.debit_block = "DECEASED"
                    AND a.status IN ("OPEN", "DORMANT"))
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - ESTATE"
                                                        TO SQL-ERROR
              MOVE "account_id" TO RESPONSE-FIELD
           END-IF.
