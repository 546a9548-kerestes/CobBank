      *                         through the shared AUTHCHK
      *                         subprogram; refusals are logged to
      *                         auth_failure and answered 401/403.
      * 07/09/24  KERESTES      New REOPEN action queued by MPERIOD:
      *                         approval sets a CLOSED accounting
      *                         period back to REOPENED (new
      *                         2400-APPLY-REOPEN), stamping the maker
      *                         and the reopen count, so LEDGPOST
      *                         accepts postings dated inside it
      *                         again until the next month-end
      *                         BPERCLOSE run closes it. A reversal
      *                         refused because its business date is
      *                         in a closed period answers 409.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 NAPPROVE.
           88 MVMT-ACCOUNT-NOT-FOUND VALUE "02".
           88 MVMT-INVALID-DIRECTION VALUE "03".
           88 MVMT-TERM-NOT-MATURED  VALUE "04".
           88 MVMT-PERIOD-CLOSED     VALUE "06".
           88 MVMT-SQL-ERROR         VALUE "99".
       01  MVMT-COMMIT-FLAG          PIC X VALUE "N".
       01  MVMT-OPERATOR-ID          PIC X(8) VALUE SPACES.
       01  PA-RATE-SENT            PIC X(1).
       01  PA-STATUS-SENT          PIC X(1).
       01  PA-REQUESTED-BY         PIC X(8).
       01  PA-PERIOD-ID            PIC X(6).

       01  OPERATOR-ID-SQL         PIC X(8).
       01  DECIDED-STATUS          PIC X(10).
                    PERFORM 2200-APPLY-RATECHG
                 WHEN "REVERSAL  "
                    PERFORM 2300-APPLY-REVERSAL
                 WHEN "REOPEN    "
                    PERFORM 2400-APPLY-REOPEN
                 WHEN OTHER
                    EXEC SQL ROLLBACK WORK END-EXEC
                    MOVE "STATUS: 500 INTERNAL ERROR - ACTION TYPE"
              SELECT action_type, COALESCE(account_id, 0),
                    COALESCE(ledger_id, 0), COALESCE(new_limit, 0),
                    COALESCE(new_rate, 0), COALESCE(new_status, ' '),
                    rate_sent, status_sent, requested_by,
                    COALESCE(period_id, ' ')
                    INTO :PA-ACTION-TYPE, :PA-ACCOUNT-ID,
                    :PA-LEDGER-ID, :PA-NEW-LIMIT, :PA-NEW-RATE,
                    :PA-NEW-STATUS, :PA-RATE-SENT, :PA-STATUS-SENT,
                    :PA-REQUESTED-BY, :PA-PERIOD-ID
                    FROM pending_approval
                    WHERE approval_id = :APPROVAL-ID
                    AND status = "PENDING"
                 WHEN MVMT-ACCOUNT-NOT-FOUND
                    MOVE "STATUS: 404 NOT FOUND - UNKNOWN OR CLOSED"
                                                        TO SQL-ERROR
                 WHEN MVMT-PERIOD-CLOSED
                    MOVE "STATUS: 409 CONFLICT - PERIOD CLOSED"
                                                        TO SQL-ERROR
                 WHEN OTHER
                    MOVE "STATUS: 500 INTERNAL SERVER ERROR - POST"
                                                        TO SQL-ERROR
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       2400-APPLY-REOPEN.
      ******************************************************************
      *    Only a period still CLOSED reopens -- proved again here in
      *    the UPDATE itself. REOPENED, not OPEN: the next month-end
      *    BPERCLOSE run proves the month's trial balance again and
      *    closes it. reopened_by is the maker; the queue row says
      *    who authorized it.
           EXEC SQL
              UPDATE accounting_period SET status = "REOPENED",
                    reopened_by = :PA-REQUESTED-BY,
                    reopened_at = CURRENT_TIMESTAMP,
                    reopen_count = reopen_count + 1
                    WHERE period_id = :PA-PERIOD-ID
                    AND status = "CLOSED"
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - REOPEN"
                                                        TO SQL-ERROR
              MOVE "approval_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           ELSE IF SQLERRD(3) EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 409 CONFLICT - PERIOD IS NOT CLOSED"
                                                        TO SQL-ERROR
              MOVE "approval_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1060-CLOSE-DB.
      ******************************************************************
