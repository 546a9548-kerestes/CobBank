      *                         through the shared AUTHCHK
      *                         subprogram; refusals are logged to
      *                         auth_failure and answered 401/403.
      * 29/08/24  KERESTES      A debit LEDGPOST refuses on an account
      *                         frozen for a deceased holder (new
      *                         return code 05) answers 409 ACCT
      *                         BLOCKED - DECEASED instead of falling
      *                         through to the 500 path.
      * 30/08/24  KERESTES      Pays only a registered payee (payee
      *                         table, maintained through the new
      *                         NPAYEE): the request names a payee_id,
      *                         or a beneficiary bank and account that
      *                         must match an ACTIVE payee of the
      *                         account's owner or a PRIMARY/JOINT
      *                         holder -- anything else is refused 409
      *                         PAYEE NOT REGISTERED. The beneficiary
      *                         details now come off the register, not
      *                         the request. For COOLING-OFF-HOURS
      *                         after a payee is added a payment over
      *                         COOLING-OFF-LIMIT is refused, and the
      *                         payee_id goes on the outbound_payment
      *                         row so BPAYOUT can hold the item until
      *                         it has run once since the payee was
      *                         added. account_id and payee_id are
      *                         read by name now there are two ints.
      * 31/08/24  KERESTES      Held to the account's daily external
      *                         payment and total debit limits through
      *                         the new LIMITCHK subprogram before the
      *                         debit; a refusal answers 409 DAILY
      *                         LIMIT EXCEEDED naming the limit in the
      *                         field and is logged to limit_breach.
      * 01/09/24  KERESTES      Every payment must now carry a
      *                         request_key. IDEMKEY claims it before
      *                         anything posts, so a retried request
      *                         gets its first answer back again and
      *                         posts nothing. The response is built in
      *                         RESPONSE-BODY so that it can be kept
      *                         against the key.
      * 07/09/24  KERESTES      A posting LEDGPOST refuses because its
      *                         business date is inside a CLOSED
      *                         accounting period (return code "06")
      *                         now answers 409 PERIOD CLOSED instead
      *                         of a 500.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 NEXTPAY.

       01  STRING-SLOT          PIC 999.

      *    A payee is "new" for COOLING-OFF-HOURS (declared with the
      *    host variables -- the SQL does the clock arithmetic) after
      *    NPAYEE ADD, and no one payment to it may exceed this cap
      *    meanwhile.
       77  COOLING-OFF-LIMIT    PIC S9(13)V99 VALUE 1000.00.

       01  ACCOUNT-ID-ED        PIC Z(8)9.
       01  PAYMENT-ID-ED        PIC Z(8)9.
       01  PAYEE-ID-ED          PIC Z(8)9.
       01  NEW-BALANCE-ED       PIC -(11)9.99.

      *****************************************************************
           88 MVMT-ACCOUNT-NOT-FOUND VALUE "02".
           88 MVMT-INVALID-DIRECTION VALUE "03".
           88 MVMT-TERM-NOT-MATURED  VALUE "04".
           88 MVMT-DEBIT-BLOCKED     VALUE "05".
           88 MVMT-PERIOD-CLOSED     VALUE "06".
           88 MVMT-SQL-ERROR         VALUE "99".
       01  MVMT-COMMIT-FLAG          PIC X VALUE "N".
       01  MVMT-OPERATOR-ID          PIC X(8) VALUE SPACES.

      *****************************************************************
      *                LIMITCHK CALL INTERFACE VARIABLES
      *****************************************************************

       01  LIM-ACCOUNT-ID            PIC 9(9).
       01  LIM-CATEGORY              PIC X(8).
       01  LIM-AMOUNT                PIC S9(13)V99.
       01  LIM-OPERATOR-ID           PIC X(8).
       01  LIM-RETURN-CODE           PIC X(2).
           88 LIM-OK                 VALUE "00".
           88 LIM-CASH-EXCEEDED      VALUE "01".
           88 LIM-EXTERNAL-EXCEEDED  VALUE "02".
           88 LIM-TOTAL-EXCEEDED     VALUE "03".
           88 LIM-SQL-ERROR          VALUE "99".

      *****************************************************************
      *                IDEMKEY CALL INTERFACE VARIABLES
      *****************************************************************

       01  IDEM-FUNCTION             PIC X(6).
       01  IDEM-REQUEST-KEY          PIC X(40) VALUE SPACES.
       01  IDEM-OUTCOME              PIC X(10) VALUE SPACES.
       01  IDEM-RETURN-CODE          PIC X(2).
           88 IDEM-OK                VALUE "00".
           88 IDEM-REPLAY            VALUE "01".
           88 IDEM-CONFLICT          VALUE "02".
           88 IDEM-IN-PROGRESS       VALUE "03".
           88 IDEM-SQL-ERROR         VALUE "99".
       01  KEY-CLAIMED-SWITCH        PIC X VALUE "N".
           88 KEY-IS-CLAIMED         VALUE "Y".
      *    The response is built here before it is sent, so the exact
      *    answer can be kept against the request key.
       01  RESPONSE-BODY             PIC X(32000) VALUE SPACES.

      *****************************************************************
      *                AUTHCHK CALL INTERFACE VARIABLES
      *****************************************************************
       01  EP-REFERENCE            PIC X(30).
       01  EP-LEDGER-ID            PIC 9(9).
       01  EP-PAYMENT-ID           PIC 9(9).
       01  EP-PAYEE-ID             PIC 9(9).
       01  EP-PAYEE-NEW            PIC X(1).
           88 PAYEE-IS-NEW         VALUE "Y".
       01  COOLING-OFF-HOURS       PIC 9(3) VALUE 24.

       01  OPERATOR-ID-SQL         PIC X(8).
       01  OPERATOR-POSTING-LIMIT  PIC S9(13)V99.
           PERFORM 1031-ROUTE-BRANCH
           PERFORM 1032-VERIFY-CALLER
           PERFORM 1033-VERIFY-OPERATOR
           PERFORM 1039-CLAIM-REQUEST-KEY
           PERFORM 1035-VERIFY-PAYEE
           PERFORM 1036-CHECK-DAILY-LIMIT
           PERFORM 1040-DEBIT-AND-QUEUE
           PERFORM 1070-SEND-RESPONSE

           GOBACK.
      ******************************************************************
      *    Everything rides a name scan -- the way MACCOUNT reads its
      *    fields, so nothing here depends on what order the caller
      *    spelled the body in. The amount is the only decimal.
           MOVE ZERO TO EP-ACCOUNT-ID
           MOVE ZERO TO EP-PAYEE-ID
           MOVE ITEM-LONG-VALUE(1 1) TO EP-AMOUNT

           PERFORM VARYING STRING-SLOT FROM 1 BY 1
                 UNTIL STRING-SLOT > 8
              EVALUATE ITEM-INT-NAME(1 STRING-SLOT)
                 WHEN "account_id"
                    MOVE ITEM-INT-VALUE(1 STRING-SLOT)
                          TO EP-ACCOUNT-ID
                 WHEN "payee_id"
                    MOVE ITEM-INT-VALUE(1 STRING-SLOT) TO EP-PAYEE-ID
              END-EVALUATE

              EVALUATE ITEM-STRING-NAME(1 STRING-SLOT)
                 WHEN "beneficiary_bank"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                 WHEN "operator_id"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO MVMT-OPERATOR-ID
                 WHEN "request_key"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO IDEM-REQUEST-KEY
                 WHEN "branch_code"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO BRANCH_CODE
              MOVE "N" TO FIELD-VALID-SWITCH
           END-IF

           IF FIELDS-VALID AND EP-PAYEE-ID EQUAL ZERO
                 AND (EP-BENEF-BANK EQUAL SPACES
                 OR EP-BENEF-ACCOUNT EQUAL SPACES)
              MOVE "MISSING PAYEE_ID OR BENEFICIARY BANK AND ACCOUNT"
                                                        TO SQL-ERROR
              MOVE "beneficiary" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           END-IF
              MOVE "MISSING OPERATOR_ID" TO SQL-ERROR
              MOVE "operator_id" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           END-IF

           IF FIELDS-VALID AND IDEM-REQUEST-KEY EQUAL SPACES
              MOVE "MISSING REQUEST_KEY" TO SQL-ERROR
              MOVE "request_key" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           END-IF.

      ******************************************************************
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1035-VERIFY-PAYEE.
      ******************************************************************
      *    The payee must be on the register, ACTIVE, and belong to
      *    someone entitled to debit this account -- the registered
      *    owner or a PRIMARY/JOINT holder, the same test DACCOUNT
      *    applies. Named by bank and account rather than id, the
      *    oldest matching payee is the one paid. What goes out is
      *    what the register holds, whatever the request spelled.
           EXEC SQL
              SELECT p.payee_id, p.beneficiary_bank,
                    p.beneficiary_account,
                    COALESCE(p.beneficiary_name, " "),
                    CASE WHEN p.created_at > CURRENT_TIMESTAMP
                          - :COOLING-OFF-HOURS * INTERVAL '1 hour'
                          THEN "Y" ELSE "N" END
                    INTO :EP-PAYEE-ID, :EP-BENEF-BANK,
                    :EP-BENEF-ACCOUNT, :EP-BENEF-NAME,
                    :EP-PAYEE-NEW
                    FROM payee p, account a
                    WHERE a.account_id = :EP-ACCOUNT-ID
                    AND p.status = "ACTIVE"
                    AND ((:EP-PAYEE-ID > 0
                    AND p.payee_id = :EP-PAYEE-ID)
                    OR (:EP-PAYEE-ID = 0
                    AND p.beneficiary_bank = :EP-BENEF-BANK
                    AND p.beneficiary_account = :EP-BENEF-ACCOUNT))
                    AND (p.client_id = a.client_id
                    OR EXISTS (SELECT 1 FROM account_holder h
                    WHERE h.account_id = a.account_id
                    AND h.client_id = p.client_id
                    AND h.holder_role IN ("PRIMARY", "JOINT")))
                    ORDER BY p.payee_id
                    LIMIT 1
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE EQUAL 100
                 MOVE "STATUS: 409 CONFLICT - PAYEE NOT REGISTERED"
                                                        TO SQL-ERROR
                 MOVE "payee_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN SQLCODE NOT EQUAL ZERO
                 MOVE "STATUS: 500 INTERNAL SERVER ERROR - SELECT PAYEE"
                                                        TO SQL-ERROR
                 MOVE "payee_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
           END-EVALUATE

           IF PAYEE-IS-NEW AND EP-AMOUNT GREATER THAN COOLING-OFF-LIMIT
              MOVE "STATUS: 409 CONFLICT - NEW PAYEE LIMIT EXCEEDED"
                                                        TO SQL-ERROR
              MOVE "amount" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1036-CHECK-DAILY-LIMIT.
      ******************************************************************
      *    The account's daily limits, checked by LIMITCHK before the
      *    debit's unit of work writes anything. A refusal is already
      *    logged and committed for BSURVEIL; the field names the
      *    limit that was hit.
           MOVE EP-ACCOUNT-ID TO LIM-ACCOUNT-ID
           MOVE "EXTERNAL" TO LIM-CATEGORY
           MOVE EP-AMOUNT TO LIM-AMOUNT
           MOVE MVMT-OPERATOR-ID TO LIM-OPERATOR-ID

           CALL "LIMITCHK" USING LIM-ACCOUNT-ID, LIM-CATEGORY,
                 LIM-AMOUNT, AUTH-TRANSACTION, LIM-OPERATOR-ID,
                 LIM-RETURN-CODE

           EVALUATE TRUE
              WHEN LIM-OK
                 CONTINUE
              WHEN LIM-CASH-EXCEEDED
                 MOVE "STATUS: 409 CONFLICT - DAILY LIMIT EXCEEDED"
                                                        TO SQL-ERROR
                 MOVE "daily_cash_limit" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN LIM-EXTERNAL-EXCEEDED
                 MOVE "STATUS: 409 CONFLICT - DAILY LIMIT EXCEEDED"
                                                        TO SQL-ERROR
                 MOVE "daily_external_limit" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN LIM-TOTAL-EXCEEDED
                 MOVE "STATUS: 409 CONFLICT - DAILY LIMIT EXCEEDED"
                                                        TO SQL-ERROR
                 MOVE "daily_total_limit" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN OTHER
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE "STATUS: 500 INTERNAL SERVER ERROR - LIMIT CHECK"
                                                        TO SQL-ERROR
                 MOVE "amount" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
           END-EVALUATE.

      ******************************************************************
       1040-DEBIT-AND-QUEUE.
      ******************************************************************
                                                        TO SQL-ERROR
                 MOVE "account_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN MVMT-DEBIT-BLOCKED
                 MOVE "STATUS: 409 CONFLICT - ACCT BLOCKED - DECEASED"
                                                        TO SQL-ERROR
                 MOVE "account_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN MVMT-PERIOD-CLOSED
                 MOVE "STATUS: 409 CONFLICT - PERIOD CLOSED"
                                                        TO SQL-ERROR
                 MOVE "account_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN OTHER
                 MOVE "STATUS: 500 INTERNAL SERVER ERROR - POST MVMT"
                                                        TO SQL-ERROR
              INSERT INTO outbound_payment (account_id,
                    beneficiary_bank, beneficiary_account,
                    beneficiary_name, amount, reference, ledger_id,
                    operator_id, payee_id)
                    VALUES (:EP-ACCOUNT-ID, :EP-BENEF-BANK,
                    :EP-BENEF-ACCOUNT, :EP-BENEF-NAME, :EP-AMOUNT,
                    :EP-REFERENCE, :EP-LEDGER-ID, :OPERATOR-ID-SQL,
                    :EP-PAYEE-ID)
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO

           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       1039-CLAIM-REQUEST-KEY.
      ******************************************************************
      *    A retry of a request already answered gets the same answer
      *    again and posts nothing; the same key on a different body
      *    is refused. The claim joins this request's unit of work --
      *    see IDEMKEY.
           MOVE "CLAIM " TO IDEM-FUNCTION
           CALL "IDEMKEY" USING IDEM-FUNCTION, AUTH-TRANSACTION,
                 IDEM-REQUEST-KEY, JSON-STRING, IDEM-OUTCOME,
                 RESPONSE-BODY, IDEM-RETURN-CODE

           EVALUATE TRUE
              WHEN IDEM-OK
                 SET KEY-IS-CLAIMED TO TRUE
              WHEN IDEM-REPLAY
                 DISPLAY "Content-Type: application/json"
                       NEWLINE NEWLINE
                 DISPLAY FUNCTION TRIM(RESPONSE-BODY TRAILING)
                 PERFORM 1060-CLOSE-DB
                 GOBACK
              WHEN IDEM-CONFLICT
                 MOVE "STATUS: 409 CONFLICT - REQUEST KEY ALREADY USED"
                                                        TO SQL-ERROR
                 MOVE "request_key" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN IDEM-IN-PROGRESS
                 MOVE "STATUS: 409 CONFLICT - REQUEST KEY IN PROGRESS"
                                                        TO SQL-ERROR
                 MOVE "request_key" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN OTHER
                 MOVE "STATUS: 500 INTERNAL SERVER ERROR - REQUEST KEY"
                                                        TO SQL-ERROR
                 MOVE "request_key" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
           END-EVALUATE.

      ******************************************************************
       1065-RECORD-REQUEST-KEY.
      ******************************************************************
      *    What the caller is about to be answered is what every retry
      *    of the key will be answered. 5xx is FAILED, any other
      *    error REJECTED.
           IF KEY-IS-CLAIMED AND DB-IS-CONNECTED
              EVALUATE TRUE
                 WHEN SQL-ERROR EQUAL SPACES
                    MOVE "SUCCESS" TO IDEM-OUTCOME
                 WHEN SQL-ERROR(1:9) EQUAL "STATUS: 5"
                    MOVE "FAILED" TO IDEM-OUTCOME
                 WHEN OTHER
                    MOVE "REJECTED" TO IDEM-OUTCOME
              END-EVALUATE

              MOVE "RECORD" TO IDEM-FUNCTION
              CALL "IDEMKEY" USING IDEM-FUNCTION, AUTH-TRANSACTION,
                    IDEM-REQUEST-KEY, JSON-STRING, IDEM-OUTCOME,
                    RESPONSE-BODY, IDEM-RETURN-CODE
              MOVE "N" TO KEY-CLAIMED-SWITCH
           END-IF.

      ******************************************************************
       1060-CLOSE-DB.
      ******************************************************************
       1070-SEND-RESPONSE.
      ******************************************************************

           MOVE SPACES TO RESPONSE-BODY
           IF SQL-ERROR NOT EQUAL SPACES
              STRING '{"status": "error", "field": "'
                      FUNCTION TRIM(RESPONSE-FIELD)
                      '", "reason": "'
                      FUNCTION TRIM(SQL-ERROR)
                      '"}'
                      DELIMITED BY SIZE INTO RESPONSE-BODY
           ELSE
              MOVE EP-ACCOUNT-ID TO ACCOUNT-ID-ED
              MOVE EP-PAYMENT-ID TO PAYMENT-ID-ED
              MOVE EP-PAYEE-ID TO PAYEE-ID-ED
              MOVE MVMT-NEW-BALANCE TO NEW-BALANCE-ED
              STRING '{"status": "success", "account_id": '
                     ACCOUNT-ID-ED
                     ', "payment_id": ' PAYMENT-ID-ED
                     ', "payee_id": ' PAYEE-ID-ED
                     ', "payment_status": "QUEUED"'
                     ', "new_balance": '
                     FUNCTION TRIM(NEW-BALANCE-ED) '}'
                     DELIMITED BY SIZE INTO RESPONSE-BODY
           END-IF
           PERFORM 1065-RECORD-REQUEST-KEY
           DISPLAY "Content-Type: application/json" NEWLINE NEWLINE
           DISPLAY FUNCTION TRIM(RESPONSE-BODY TRAILING)
           PERFORM 1060-CLOSE-DB
           GOBACK.
