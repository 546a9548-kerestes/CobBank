      *                         through the shared AUTHCHK
      *                         subprogram; refusals are logged to
      *                         auth_failure and answered 401/403.
      * 29/08/24  KERESTES      A debit LEDGPOST refuses on an account
      *                         frozen for a deceased holder (new
      *                         return code 05) answers 409 ACCT
      *                         BLOCKED - DECEASED instead of falling
      *                         through to the 500 path.
      * 31/08/24  KERESTES      A DEBIT, single or array element, is
      *                         held to the account's daily total
      *                         debit limit through the new LIMITCHK
      *                         subprogram before LEDGPOST; a refusal
      *                         answers 409 DAILY LIMIT EXCEEDED
      *                         naming the limit in the field (DAILY
      *                         LIMIT EXCEEDED as an element's reason)
      *                         and is logged to limit_breach.
      * 01/09/24  KERESTES      Every movement, and every movements
      *                         array, must now carry a request_key
      *                         (one key covers a whole array). IDEMKEY
      *                         claims it before anything posts, so a
      *                         retried request gets its first answer
      *                         back again and posts nothing. Both
      *                         response paths now build in RESPONSE-
      *                         BODY so that the answer can be kept
      *                         against the key. An array element that
      *                         failed validation also now reports its
      *                         result; before, it silently dropped out
      *                         of the results array.
      * 07/09/24  KERESTES      A posting LEDGPOST refuses because its
      *                         business date is inside a CLOSED
      *                         accounting period (return code "06")
      *                         now answers 409 PERIOD CLOSED instead
      *                         of a 500.
      * 09/09/24  KERESTES      A reference that opens with a prefix
      *                         the bank's own postings use (WHT, DSP,
      *                         CARD, LOAN, ATT, SUSP, REV OF, RET OF,
      *                         TERM MATURITY, ESTATE SETTLEMENT,
      *                         MAINTENANCE FEE, OVERDRAFT INTEREST,
      *                         CARRY FORWARD and the GL bucket names)
      *                         is now refused -- 400 on a single
      *                         movement, an element error in an
      *                         array. LEDGPOST's exemptions, the hash
      *                         chain and the GL buckets all read
      *                         those prefixes, so a caller could
      *                         otherwise pass for the bank.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 NMOVEMENT.
       01  DB-CONNECTED-SWITCH  PIC X VALUE "N".
           88 DB-IS-CONNECTED   VALUE "Y" FALSE "N".

       01  RESERVED-REF-SWITCH  PIC X VALUE "N".
           88 REFERENCE-RESERVED VALUE "Y" FALSE "N".

       01  MVMT-ACCOUNT-ID-ED   PIC Z(8)9.
       01  NEW-BALANCE-ED       PIC -(11)9.99.

           88 MVMT-ACCOUNT-NOT-FOUND VALUE "02".
           88 MVMT-INVALID-DIRECTION VALUE "03".
           88 MVMT-TERM-NOT-MATURED  VALUE "04".
           88 MVMT-DEBIT-BLOCKED     VALUE "05".
           88 MVMT-PERIOD-CLOSED     VALUE "06".
           88 MVMT-SQL-ERROR         VALUE "99".
       01  MVMT-COMMIT-FLAG          PIC X VALUE "Y".
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
       01  RESPONSE-POINTER          PIC 9(5) VALUE 1.

      *****************************************************************
      *                AUTHCHK CALL INTERFACE VARIABLES
      *****************************************************************
              PERFORM 1031-ROUTE-BRANCH
              PERFORM 1032-VERIFY-CALLER
              PERFORM 1033-VERIFY-OPERATOR
              PERFORM 1039-CLAIM-REQUEST-KEY
              PERFORM 2000-POST-MOVEMENT-ARRAY
           END-IF

           PERFORM 1031-ROUTE-BRANCH
           PERFORM 1032-VERIFY-CALLER
           PERFORM 1033-VERIFY-OPERATOR
           PERFORM 1039-CLAIM-REQUEST-KEY
           PERFORM 1034-CHECK-OPERATOR-LIMIT
           IF MVMT-DIRECTION EQUAL "DEBIT "
              PERFORM 1035-CHECK-DAILY-LIMIT
           END-IF
           PERFORM 1040-POST-MOVEMENT
           PERFORM 1070-SEND-RESPONSE

           GOBACK.
      ******************************************************************
      *    The top-level fields an array body carries besides the
      *    array itself are the optional branch_code and the required
      *    operator_id and request_key -- picked out by name, not
      *    position, so their slots don't depend on what else the
      *    caller sent. One key covers the whole array.
           PERFORM VARYING STRING-SLOT FROM 1 BY 1
                 UNTIL STRING-SLOT > 8
              IF ITEM-STRING-NAME(1 STRING-SLOT) EQUAL "branch_code"
                 MOVE ITEM-STRING-VALUE(1 STRING-SLOT) TO BRANCH_CODE
              END-IF
                 MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                       TO MVMT-OPERATOR-ID
              END-IF
              IF ITEM-STRING-NAME(1 STRING-SLOT) EQUAL "request_key"
                 MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                       TO IDEM-REQUEST-KEY
              END-IF
           END-PERFORM

           IF IDEM-REQUEST-KEY EQUAL SPACES
              MOVE "MISSING REQUEST_KEY" TO SQL-ERROR
              MOVE "request_key" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1020-PREPARE-SQL-VAR.
           MOVE ITEM-STRING-VALUE(1 2) TO MVMT-REFERENCE
           MOVE ITEM-STRING-VALUE(1 3) TO BRANCH_CODE

      *    operator_id and request_key ride a name scan, not a
      *    position -- the body shapes already in the field can't all
      *    agree on where they land.
           PERFORM VARYING STRING-SLOT FROM 1 BY 1
                 UNTIL STRING-SLOT > 8
              IF ITEM-STRING-NAME(1 STRING-SLOT) EQUAL "operator_id"
                 MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                       TO MVMT-OPERATOR-ID
              END-IF
              IF ITEM-STRING-NAME(1 STRING-SLOT) EQUAL "request_key"
                 MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                       TO IDEM-REQUEST-KEY
              END-IF
           END-PERFORM.

      ******************************************************************
                                                        TO SQL-ERROR
              MOVE "direction" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           END-IF

           IF FIELDS-VALID AND IDEM-REQUEST-KEY EQUAL SPACES
              MOVE "MISSING REQUEST_KEY" TO SQL-ERROR
              MOVE "request_key" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           END-IF

           IF FIELDS-VALID
              PERFORM 1026-CHECK-REFERENCE
              IF REFERENCE-RESERVED
                 MOVE "INVALID REFERENCE - RESERVED PREFIX"
                                                        TO SQL-ERROR
                 MOVE "reference" TO RESPONSE-FIELD
                 MOVE "N" TO FIELD-VALID-SWITCH
              END-IF
           END-IF.

      ******************************************************************
       1026-CHECK-REFERENCE.
      ******************************************************************
      *    These prefixes are the bank's own postings. LEDGPOST lets
      *    some of them past the debit floor and the deceased block,
      *    a CARRY FORWARD row is transparent to the hash chain, and
      *    BGLEXTR and BPERCLOSE bucket the rest -- none of that may
      *    be had by typing the prefix into a movement.
           SET REFERENCE-RESERVED TO FALSE
           EVALUATE TRUE
              WHEN MVMT-REFERENCE(1:4) EQUAL "WHT "
              WHEN MVMT-REFERENCE(1:4) EQUAL "DSP "
              WHEN MVMT-REFERENCE(1:5) EQUAL "CARD "
              WHEN MVMT-REFERENCE(1:5) EQUAL "LOAN "
              WHEN MVMT-REFERENCE(1:4) EQUAL "ATT "
              WHEN MVMT-REFERENCE(1:5) EQUAL "SUSP "
              WHEN MVMT-REFERENCE(1:6) EQUAL "REV OF"
              WHEN MVMT-REFERENCE(1:6) EQUAL "RET OF"
              WHEN MVMT-REFERENCE(1:13) EQUAL "TERM MATURITY"
              WHEN MVMT-REFERENCE(1:17) EQUAL "ESTATE SETTLEMENT"
              WHEN MVMT-REFERENCE(1:15) EQUAL "MAINTENANCE FEE"
              WHEN MVMT-REFERENCE(1:18) EQUAL "OVERDRAFT INTEREST"
              WHEN MVMT-REFERENCE(1:13) EQUAL "CARRY FORWARD"
              WHEN MVMT-REFERENCE(1:16) EQUAL "INTEREST ACCRUAL"
              WHEN MVMT-REFERENCE(1:16) EQUAL "CLOSING INTEREST"
              WHEN MVMT-REFERENCE(1:14) EQUAL "FX REVALUATION"
                 SET REFERENCE-RESERVED TO TRUE
           END-EVALUATE.

      ******************************************************************
       1030-DB-CONNECT.
      ******************************************************************
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1035-CHECK-DAILY-LIMIT.
      ******************************************************************
      *    The account's daily limits, checked by LIMITCHK before the
      *    debit's unit of work writes anything. A refusal is already
      *    logged and committed for BSURVEIL; the field names the
      *    limit that was hit.
           MOVE MVMT-ACCOUNT-ID TO LIM-ACCOUNT-ID
           MOVE "DEBIT" TO LIM-CATEGORY
           MOVE MVMT-AMOUNT TO LIM-AMOUNT
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
       1040-POST-MOVEMENT.
      ******************************************************************
                 MOVE "STATUS: 409 CONFLICT - TERM DEPOSIT NOT MATURED"
                                                        TO SQL-ERROR
                 MOVE "account_id" TO RESPONSE-FIELD
              WHEN MVMT-DEBIT-BLOCKED
                 MOVE "STATUS: 409 CONFLICT - ACCT BLOCKED - DECEASED"
                                                        TO SQL-ERROR
                 MOVE "account_id" TO RESPONSE-FIELD
              WHEN MVMT-PERIOD-CLOSED
                 MOVE "STATUS: 409 CONFLICT - PERIOD CLOSED"
                                                        TO SQL-ERROR
                 MOVE "account_id" TO RESPONSE-FIELD
              WHEN OTHER
                 MOVE "STATUS: 500 INTERNAL SERVER ERROR - POST MVMT"
                                                        TO SQL-ERROR
      *    One connection, one response -- every element posts through
      *    LEDGPOST as its own unit of work and reports its own
      *    outcome in the results array, so one bounced movement
      *    doesn't take the rest of the batch with it. The response
      *    is built up in RESPONSE-BODY so it can be kept against the
      *    request key.
           MOVE SPACES TO RESPONSE-BODY
           MOVE 1 TO RESPONSE-POINTER
           STRING '{"status": "success", "results": [' NEWLINE
                 DELIMITED BY SIZE
                 INTO RESPONSE-BODY WITH POINTER RESPONSE-POINTER

           PERFORM VARYING MOVEMENT-ROW FROM 2 BY 1
                 UNTIL MOVEMENT-ROW > 200
              END-IF
           END-PERFORM

           STRING ']}' DELIMITED BY SIZE
                 INTO RESPONSE-BODY WITH POINTER RESPONSE-POINTER

           PERFORM 1065-RECORD-REQUEST-KEY
           DISPLAY "Content-Type: application/json" NEWLINE NEWLINE
           DISPLAY FUNCTION TRIM(RESPONSE-BODY TRAILING)
           PERFORM 1060-CLOSE-DB
           GOBACK.

           MOVE ITEM-LONG-VALUE(MOVEMENT-ROW 1) TO MVMT-AMOUNT
           MOVE ITEM-STRING-VALUE(MOVEMENT-ROW 1) TO MVMT-DIRECTION
           MOVE ITEM-STRING-VALUE(MOVEMENT-ROW 2) TO MVMT-REFERENCE
           PERFORM 1026-CHECK-REFERENCE

           MOVE SPACES TO ELEMENT-REASON
           EVALUATE TRUE
              WHEN REFERENCE-RESERVED
                 MOVE "INVALID REFERENCE - RESERVED PREFIX"
                       TO ELEMENT-REASON
              WHEN MVMT-AMOUNT NOT GREATER THAN ZERO
                 MOVE "INVALID AMOUNT - MUST BE GREATER THAN ZERO"
                       TO ELEMENT-REASON
              WHEN MVMT-DIRECTION NOT EQUAL "CREDIT"
                    AND MVMT-DIRECTION NOT EQUAL "DEBIT "
                 MOVE "INVALID DIRECTION - USE CREDIT OR DEBIT"
                       TO ELEMENT-REASON
              WHEN MVMT-AMOUNT GREATER THAN OPERATOR-POSTING-LIMIT
                 MOVE "OPERATOR LIMIT EXCEEDED" TO ELEMENT-REASON
              WHEN OTHER
                 IF MVMT-DIRECTION EQUAL "DEBIT "
                    PERFORM 2020-CHECK-ELEMENT-LIMIT
                 END-IF
                 IF ELEMENT-REASON EQUAL SPACES
                    PERFORM 2030-POST-ELEMENT
                 END-IF
           END-EVALUATE

           ADD 1 TO RESULTS-SENT
           IF RESULTS-SENT > 1
              STRING ',' NEWLINE DELIMITED BY SIZE
                    INTO RESPONSE-BODY WITH POINTER RESPONSE-POINTER
           END-IF

           MOVE ITEM-ID(MOVEMENT-ROW) TO ELEMENT-ID-ED

           IF ELEMENT-REASON EQUAL SPACES
              MOVE MVMT-NEW-BALANCE TO NEW-BALANCE-ED
              STRING '{"element": ' ELEMENT-ID-ED
                    ', "account_id": ' MVMT-ACCOUNT-ID-ED
                    ', "status": "ok", "new_balance": '
                    FUNCTION TRIM(NEW-BALANCE-ED) '}' NEWLINE
                    DELIMITED BY SIZE
                    INTO RESPONSE-BODY WITH POINTER RESPONSE-POINTER
           ELSE
              STRING '{"element": ' ELEMENT-ID-ED
                    ', "account_id": ' MVMT-ACCOUNT-ID-ED
                    ', "status": "error", "reason": "'
                    FUNCTION TRIM(ELEMENT-REASON) '"}' NEWLINE
                    DELIMITED BY SIZE
                    INTO RESPONSE-BODY WITH POINTER RESPONSE-POINTER
           END-IF.

      ******************************************************************
       2020-CHECK-ELEMENT-LIMIT.
      ******************************************************************
      *    The single-movement check, answered as an element reason so
      *    one refused debit doesn't stop the rest of the array.
           MOVE MVMT-ACCOUNT-ID TO LIM-ACCOUNT-ID
           MOVE "DEBIT" TO LIM-CATEGORY
           MOVE MVMT-AMOUNT TO LIM-AMOUNT
           MOVE MVMT-OPERATOR-ID TO LIM-OPERATOR-ID

           CALL "LIMITCHK" USING LIM-ACCOUNT-ID, LIM-CATEGORY,
                 LIM-AMOUNT, AUTH-TRANSACTION, LIM-OPERATOR-ID,
                 LIM-RETURN-CODE

           EVALUATE TRUE
              WHEN LIM-OK
                 CONTINUE
              WHEN LIM-SQL-ERROR
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE "SQL ERROR ON LIMIT CHECK" TO ELEMENT-REASON
              WHEN OTHER
                 MOVE "DAILY LIMIT EXCEEDED" TO ELEMENT-REASON
           END-EVALUATE.

      ******************************************************************
       2030-POST-ELEMENT.
      ******************************************************************

           CALL "LEDGPOST" USING MVMT-ACCOUNT-ID, MVMT-AMOUNT,
                 MVMT-DIRECTION, MVMT-REFERENCE,
                 MVMT-NEW-BALANCE, MVMT-RETURN-CODE,
                 MVMT-COMMIT-FLAG, MVMT-OPERATOR-ID

           EVALUATE TRUE
              WHEN MVMT-OK
                 CONTINUE
              WHEN MVMT-INSUFFICIENT-FUNDS
                 MOVE "INSUFFICIENT FUNDS" TO ELEMENT-REASON
              WHEN MVMT-ACCOUNT-NOT-FOUND
                 MOVE "UNKNOWN OR CLOSED ACCOUNT" TO ELEMENT-REASON
              WHEN MVMT-INVALID-DIRECTION
                 MOVE "INVALID DIRECTION - USE CREDIT OR DEBIT"
                       TO ELEMENT-REASON
              WHEN MVMT-TERM-NOT-MATURED
                 MOVE "TERM DEPOSIT NOT MATURED" TO ELEMENT-REASON
              WHEN MVMT-DEBIT-BLOCKED
                 MOVE "ACCOUNT BLOCKED - DECEASED" TO ELEMENT-REASON
              WHEN MVMT-PERIOD-CLOSED
                 MOVE "ACCOUNTING PERIOD CLOSED" TO ELEMENT-REASON
              WHEN OTHER
                 MOVE "SQL ERROR ON POSTING" TO ELEMENT-REASON
           END-EVALUATE.

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
              MOVE MVMT-ACCOUNT-ID TO MVMT-ACCOUNT-ID-ED
              MOVE MVMT-NEW-BALANCE TO NEW-BALANCE-ED
              STRING '{"status": "success", "account_id": '
                     MVMT-ACCOUNT-ID-ED
                     ', "new_balance": '
                     FUNCTION TRIM(NEW-BALANCE-ED) '}'
                     DELIMITED BY SIZE INTO RESPONSE-BODY
           END-IF
           PERFORM 1065-RECORD-REQUEST-KEY
           DISPLAY "Content-Type: application/json" NEWLINE NEWLINE
           DISPLAY FUNCTION TRIM(RESPONSE-BODY TRAILING)
           PERFORM 1060-CLOSE-DB
           GOBACK.
