      *                         through the shared AUTHCHK
      *                         subprogram; refusals are logged to
      *                         auth_failure and answered 401/403.
      * 29/08/24  KERESTES      A debit LEDGPOST refuses on an account
      *                         frozen for a deceased holder (new
      *                         return code 05) answers 409 ACCT
      *                         BLOCKED - DECEASED instead of falling
      *                         through to the 500 path.
      * 31/08/24  KERESTES      A WITHDRAW is held to the customer
      *                         account's daily cash and total debit
      *                         limits through the new LIMITCHK
      *                         subprogram before either leg posts;
      *                         a refusal answers 409 DAILY LIMIT
      *                         EXCEEDED naming the limit in the field
      *                         and is logged to limit_breach.
      * 01/09/24  KERESTES      A deposit, withdrawal or vault transfer
      *                         must now carry a request_key. IDEMKEY
      *                         claims it before anything posts, so a
      *                         retried request gets its first answer
      *                         back again and posts nothing. The key
      *                         may be left off for day open and close.
      *                         The response is built in RESPONSE-BODY
      *                         so that it can be kept against the key.
      * 07/09/24  KERESTES      A posting LEDGPOST refuses because its
      *                         business date is inside a CLOSED
      *                         accounting period (return code "06")
      *                         now answers 409 PERIOD CLOSED instead
      *                         of a 500.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 NCASH.
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
           PERFORM 1031-ROUTE-BRANCH
           PERFORM 1032-VERIFY-CALLER
           PERFORM 1033-VERIFY-OPERATOR
           IF IDEM-REQUEST-KEY NOT EQUAL SPACES
              PERFORM 1039-CLAIM-REQUEST-KEY
           END-IF
           PERFORM 1035-LOAD-TILL

           EVALUATE TRUE
                 PERFORM 2500-CLOSE-TILL-DAY
           END-EVALUATE

           PERFORM 1070-SEND-RESPONSE

           GOBACK.
                 WHEN "operator_id"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO MVMT-OPERATOR-ID
                 WHEN "request_key"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO IDEM-REQUEST-KEY
                 WHEN "branch_code"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO BRANCH_CODE
              MOVE "MISSING OPERATOR_ID" TO SQL-ERROR
              MOVE "operator_id" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           END-IF

      *    Day open and close move no money and may leave the key out.
           IF FIELDS-VALID AND ACTION-MOVES-MONEY
                 AND IDEM-REQUEST-KEY EQUAL SPACES
              MOVE "MISSING REQUEST_KEY" TO SQL-ERROR
              MOVE "request_key" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           END-IF.

      ******************************************************************
      *    Cash out of the counter: customer and till both fall --
      *    and the till leg can itself bounce when the drawer doesn't
      *    hold enough, which rolls the customer debit back with it.
           PERFORM 2210-CHECK-DAILY-LIMIT

           MOVE CSH-CUSTOMER-ID TO MVMT-ACCOUNT-ID
           MOVE CSH-AMOUNT TO MVMT-AMOUNT
           MOVE "DEBIT " TO MVMT-DIRECTION
              PERFORM 2900-MAP-POST-ERROR
           END-IF.

      ******************************************************************
       2210-CHECK-DAILY-LIMIT.
      ******************************************************************
      *    The account's daily limits, checked by LIMITCHK before the
      *    debit's unit of work writes anything. A refusal is already
      *    logged and committed for BSURVEIL; the field names the
      *    limit that was hit.
           MOVE CSH-CUSTOMER-ID TO LIM-ACCOUNT-ID
           MOVE "CASH" TO LIM-CATEGORY
           MOVE CSH-AMOUNT TO LIM-AMOUNT
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
       2300-POST-TILL-TO-VAULT.
      ******************************************************************
              WHEN MVMT-TERM-NOT-MATURED
                 MOVE "STATUS: 409 CONFLICT - TERM DEPOSIT NOT MATURED"
                                                        TO SQL-ERROR
              WHEN MVMT-DEBIT-BLOCKED
                 MOVE "STATUS: 409 CONFLICT - ACCT BLOCKED - DECEASED"
                                                        TO SQL-ERROR
              WHEN MVMT-PERIOD-CLOSED
                 MOVE "STATUS: 409 CONFLICT - PERIOD CLOSED"
                                                        TO SQL-ERROR
              WHEN OTHER
                 MOVE "STATUS: 500 INTERNAL SERVER ERROR - POST MVMT"
                                                        TO SQL-ERROR
           MOVE "amount" TO RESPONSE-FIELD
           PERFORM 1070-SEND-RESPONSE.

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
              STRING '{"status": "success", "action": "'
                     FUNCTION TRIM(REQUEST-ACTION)
                     '", "till_code": "' FUNCTION TRIM(CSH-TILL-CODE)
                     '"}'
                     DELIMITED BY SIZE INTO RESPONSE-BODY
           END-IF
           PERFORM 1065-RECORD-REQUEST-KEY
           DISPLAY "Content-Type: application/json" NEWLINE NEWLINE
           DISPLAY FUNCTION TRIM(RESPONSE-BODY TRAILING)
           PERFORM 1060-CLOSE-DB
           GOBACK.
