      *****************************************************************
      * Program name:    NDISPUTE
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 24/08/24  KERESTES      Created as the dispute and chargeback
      *                         case register -- disputes were tracked
      *                         on a spreadsheet and the only tool was
      *                         NREVERSE, which is final. OPEN ties a
      *                         case to the disputed customer DEBIT
      *                         ledger row with a reason code from
      *                         dispute_reason, which sets the
      *                         regulatory response due date; with
      *                         provisional "Y" it also credits the
      *                         customer off the DISPUTES internal
      *                         account (DSP <case> PROVISIONAL) and
      *                         the case goes PROVISIONAL-CREDIT.
      *                         RESOLVE closes it: outcome CUSTOMER
      *                         makes a provisional credit final (or
      *                         pays the credit now when none was
      *                         given), outcome BANK claws a
      *                         provisional credit back to DISPUTES
      *                         (DSP <case> CLAWBACK). Every posting
      *                         goes through LEDGPOST in the same unit
      *                         of work as the case row. Staff only --
      *                         operator identity and posting limit
      *                         apply exactly as on NMOVEMENT.
      * 09/09/24  KERESTES      A posting LEDGPOST refuses because the
      *                         account is debit-blocked for a
      *                         deceased holder (code "05") or its
      *                         business date is inside a CLOSED
      *                         accounting period (code "06") now
      *                         answers 409 ACCT BLOCKED - DECEASED or
      *                         409 PERIOD CLOSED instead of a 500.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 NDISPUTE.
       AUTHOR.                     ALEXANDRE KERESTES.
       DATE-WRITTEN.               2024-08-24.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEBINPUT ASSIGN TO KEYBOARD
                 FILE STATUS IS POST-STATUS.
      *****************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------

       FILE SECTION.

       FD  WEBINPUT.
       01  POSTCHUNK PIC X(2048).
      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.

           COPY JSONCPYBK.

      *****************************************************************
      *                  HTTP VARIABLES
      *****************************************************************

       01  REQ_METHOD           PIC X(4).
       77  NEWLINE              PIC X VALUE x"0a".

      *****************************************************************
      *                    POST BODY VARIABLES
      *****************************************************************

       01  POST-STATUS          PIC 99.
           88 OK                VALUE 00.
           88 END-OF-POST       VALUE 10.
       01  JSON-STRING          PIC X(8192).
       01  CONTENT-LENGTH       PIC 9(7) VALUE ZERO.
       01  BYTES-READ-SO-FAR    PIC 9(7) VALUE ZERO.
       01  JSON-STRING-POINTER  PIC 9(7) VALUE 1.
       77  MAX-POST-BYTES       PIC 9(7) VALUE 8192.

      *****************************************************************
      *              FIELD FORMAT VALIDATION VARIABLES
      *****************************************************************

       01  FIELD-VALID-SWITCH   PIC X VALUE "Y".
           88 FIELDS-VALID      VALUE "Y".

       01  DB-CONNECTED-SWITCH  PIC X VALUE "N".
           88 DB-IS-CONNECTED   VALUE "Y" FALSE "N".

       01  DISPUTE-ACTION       PIC X(7) VALUE SPACES.
           88 ACTION-IS-OPEN    VALUE "OPEN   ".
           88 ACTION-IS-RESOLVE VALUE "RESOLVE".

       01  PROVISIONAL-FLAG     PIC X VALUE "N".
           88 PROVISIONAL-WANTED VALUE "Y".

       01  RESOLVE-OUTCOME      PIC X(8) VALUE SPACES.
           88 OUTCOME-CUSTOMER  VALUE "CUSTOMER".
           88 OUTCOME-BANK      VALUE "BANK    ".

       01  STRING-SLOT          PIC 999.

       01  CASE-ID-ED           PIC Z(8)9.
       01  LEDGER-ID-ED         PIC Z(8)9.

      *****************************************************************
      *                LEDGPOST CALL INTERFACE VARIABLES
      *****************************************************************

       01  MVMT-ACCOUNT-ID           PIC 9(9).
       01  MVMT-AMOUNT               PIC S9(13)V99.
       01  MVMT-DIRECTION            PIC X(6).
       01  MVMT-REFERENCE            PIC X(30).
       01  MVMT-NEW-BALANCE          PIC S9(13)V99.
       01  MVMT-RETURN-CODE          PIC X(2).
           88 MVMT-OK                VALUE "00".
           88 MVMT-INSUFFICIENT-FUNDS VALUE "01".
           88 MVMT-ACCOUNT-NOT-FOUND VALUE "02".
           88 MVMT-INVALID-DIRECTION VALUE "03".
           88 MVMT-TERM-NOT-MATURED  VALUE "04".
           88 MVMT-DEBIT-BLOCKED     VALUE "05".
           88 MVMT-PERIOD-CLOSED     VALUE "06".
           88 MVMT-SQL-ERROR         VALUE "99".
      *    Commit-flag "N" -- both legs and the case row land in one
      *    COMMIT in 1055-COMMIT-CASE.
       01  MVMT-COMMIT-FLAG          PIC X VALUE "N".
       01  MVMT-OPERATOR-ID          PIC X(8) VALUE SPACES.

      *****************************************************************
      *                AUTHCHK CALL INTERFACE VARIABLES
      *****************************************************************

       01  AUTH-TRANSACTION     PIC X(10) VALUE "NDISPUTE  ".
       01  AUTH-RETURN-CODE     PIC X(2).
           88 AUTH-OK           VALUE "00".
           88 AUTH-NO-CREDS     VALUE "01".
           88 AUTH-BAD-KEY      VALUE "02".
           88 AUTH-NOT-ENTITLED VALUE "03".
           88 AUTH-SQL-ERROR    VALUE "99".

      *----------------------------------------------------------------
      *                        SQL DECLARATION
      *----------------------------------------------------------------

       01  SQL-ERROR               PIC X(80) VALUE SPACES.
       01  RESPONSE-FIELD          PIC X(20) VALUE SPACES.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  BRANCH_CODE             PIC  X(6)  VALUE SPACE.
       01  BRANCH_SCHEMA           PIC  X(30) VALUE SPACE.

       01  CALLER-ID-SQL           PIC X(10).
       01  OPERATOR-ID-SQL         PIC X(8).
       01  OPERATOR-POSTING-LIMIT  PIC S9(13)V99.

       01  DISPUTES-ACCOUNT-ID     PIC 9(9).

       01  DC-CASE-ID              PIC 9(9).
       01  DC-LEDGER-ID            PIC 9(9).
       01  DC-ACCOUNT-ID           PIC 9(9).
       01  DC-AMOUNT               PIC S9(13)V99.
       01  DC-REASON-CODE          PIC X(4).
       01  DC-STATUS               PIC X(20).
       01  DC-RESPONSE-DAYS        PIC 9(4).
       01  DC-RESOLUTION-LEDGER-ID PIC 9(9).

       01  LG-AMOUNT               PIC S9(13)V99.
       01  LG-DIRECTION            PIC X(6).
       01  LG-ACCOUNT-TYPE         PIC X(10).
       01  OPEN-CASE-COUNT         PIC 9(7).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *****************************************************************
       PROCEDURE DIVISION.

           ACCEPT
             REQ_METHOD FROM ENVIRONMENT "REQUEST_METHOD"
           END-ACCEPT.

           IF REQ_METHOD NOT EQUAL "POST"
              DISPLAY "STATUS: 405 METHOD NOT ALLOWED"
              GOBACK
           END-IF

           PERFORM 1000-JSON-STRING
           PERFORM 1010-EXTRAIT-JSON
           PERFORM 1020-PREPARE-SQL-VAR
           PERFORM 1025-VALIDATE-FIELDS

           IF NOT FIELDS-VALID
              PERFORM 1070-SEND-RESPONSE
           END-IF

           PERFORM 1030-DB-CONNECT
           PERFORM 1031-ROUTE-BRANCH
           PERFORM 1032-VERIFY-CALLER
           PERFORM 1033-VERIFY-OPERATOR
           PERFORM 1034-FIND-DISPUTES-ACCOUNT

           MOVE ZERO TO DC-RESOLUTION-LEDGER-ID

           IF ACTION-IS-OPEN
              PERFORM 1035-LOAD-LEDGER
              PERFORM 1036-LOAD-REASON
              PERFORM 1040-OPEN-CASE
              IF PROVISIONAL-WANTED
                 PERFORM 1041-POST-PROVISIONAL
              END-IF
           ELSE
              PERFORM 1037-LOAD-CASE
              PERFORM 1045-RESOLVE-CASE
           END-IF

           PERFORM 1055-COMMIT-CASE
           PERFORM 1060-CLOSE-DB
           PERFORM 1070-SEND-RESPONSE

           GOBACK.

      ******************************************************************
       1000-JSON-STRING.
      ******************************************************************
      *    Reads the whole POST body, not just the first chunk -- same
      *    loop NMOVEMENT uses, with the same 413 on a body bigger
      *    than MAX-POST-BYTES can hold.
           OPEN INPUT WEBINPUT
           IF NOT OK
              DISPLAY "STATUS: 500 INTERNAL SERVER ERROR"
              GOBACK
           END-IF

           ACCEPT CONTENT-LENGTH FROM ENVIRONMENT "CONTENT_LENGTH"
           IF CONTENT-LENGTH EQUAL ZERO
              MOVE LENGTH OF POSTCHUNK TO CONTENT-LENGTH
           END-IF

           IF CONTENT-LENGTH > MAX-POST-BYTES
              CLOSE WEBINPUT
              MOVE "STATUS: 413 PAYLOAD TOO LARGE - REQUEST BODY"
                    TO SQL-ERROR
              MOVE "content_length" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           MOVE SPACES TO JSON-STRING
           MOVE 1 TO JSON-STRING-POINTER
           MOVE ZERO TO BYTES-READ-SO-FAR

           PERFORM 1001-READ-POST-CHUNK
              UNTIL BYTES-READ-SO-FAR >= CONTENT-LENGTH
                 OR END-OF-POST

           CLOSE WEBINPUT.

      ******************************************************************
       1001-READ-POST-CHUNK.
      ******************************************************************
           READ WEBINPUT
           IF OK
              STRING POSTCHUNK DELIMITED BY SIZE
                    INTO JSON-STRING WITH POINTER JSON-STRING-POINTER
              ADD LENGTH OF POSTCHUNK TO BYTES-READ-SO-FAR
           END-IF.

      ******************************************************************
       1010-EXTRAIT-JSON.
      ******************************************************************
           CALL "PARSEJ" USING BY REFERENCE JSON-CP-STRING JSON-STRING.

      ******************************************************************
       1020-PREPARE-SQL-VAR.
      ******************************************************************
      *    The disputed amount rides the parse table's decimal slot
      *    the way NHOLD's amount does -- left out, the whole ledger
      *    amount is disputed. Everything else is a name scan.
           MOVE ZERO TO DC-CASE-ID
           MOVE ZERO TO DC-LEDGER-ID
           MOVE SPACES TO DC-REASON-CODE
           MOVE SPACES TO OPERATOR-ID-SQL
           MOVE ITEM-LONG-VALUE(1 1) TO DC-AMOUNT

           PERFORM VARYING STRING-SLOT FROM 1 BY 1
                 UNTIL STRING-SLOT > 8
              EVALUATE ITEM-INT-NAME(1 STRING-SLOT)
                 WHEN "case_id"
                    MOVE ITEM-INT-VALUE(1 STRING-SLOT) TO DC-CASE-ID
                 WHEN "ledger_id"
                    MOVE ITEM-INT-VALUE(1 STRING-SLOT) TO DC-LEDGER-ID
              END-EVALUATE

              EVALUATE ITEM-STRING-NAME(1 STRING-SLOT)
                 WHEN "action"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO DISPUTE-ACTION
                 WHEN "reason_code"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO DC-REASON-CODE
                 WHEN "provisional"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO PROVISIONAL-FLAG
                 WHEN "outcome"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO RESOLVE-OUTCOME
                 WHEN "operator_id"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO MVMT-OPERATOR-ID
                 WHEN "branch_code"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO BRANCH_CODE
              END-EVALUATE
           END-PERFORM.

      ******************************************************************
       1025-VALIDATE-FIELDS.
      ******************************************************************
           SET FIELDS-VALID TO TRUE

           EVALUATE TRUE
              WHEN NOT ACTION-IS-OPEN AND NOT ACTION-IS-RESOLVE
                 MOVE "INVALID ACTION - USE OPEN OR RESOLVE"
                                                        TO SQL-ERROR
                 MOVE "action" TO RESPONSE-FIELD
                 MOVE "N" TO FIELD-VALID-SWITCH
              WHEN MVMT-OPERATOR-ID EQUAL SPACES
                 MOVE "MISSING OPERATOR_ID" TO SQL-ERROR
                 MOVE "operator_id" TO RESPONSE-FIELD
                 MOVE "N" TO FIELD-VALID-SWITCH
              WHEN DC-AMOUNT LESS THAN ZERO
                 MOVE "INVALID AMOUNT - MUST NOT BE NEGATIVE"
                                                        TO SQL-ERROR
                 MOVE "amount" TO RESPONSE-FIELD
                 MOVE "N" TO FIELD-VALID-SWITCH
           END-EVALUATE

           IF FIELDS-VALID AND ACTION-IS-OPEN
              EVALUATE TRUE
                 WHEN DC-LEDGER-ID EQUAL ZERO
                    MOVE "MISSING LEDGER_ID" TO SQL-ERROR
                    MOVE "ledger_id" TO RESPONSE-FIELD
                    MOVE "N" TO FIELD-VALID-SWITCH
                 WHEN DC-REASON-CODE EQUAL SPACES
                    MOVE "MISSING REASON_CODE" TO SQL-ERROR
                    MOVE "reason_code" TO RESPONSE-FIELD
                    MOVE "N" TO FIELD-VALID-SWITCH
                 WHEN PROVISIONAL-FLAG NOT EQUAL "Y"
                       AND PROVISIONAL-FLAG NOT EQUAL "N"
                    MOVE "INVALID PROVISIONAL - USE Y OR N" TO SQL-ERROR
                    MOVE "provisional" TO RESPONSE-FIELD
                    MOVE "N" TO FIELD-VALID-SWITCH
              END-EVALUATE
           END-IF

           IF FIELDS-VALID AND ACTION-IS-RESOLVE
              IF DC-CASE-ID EQUAL ZERO
                 MOVE "MISSING CASE_ID" TO SQL-ERROR
                 MOVE "case_id" TO RESPONSE-FIELD
                 MOVE "N" TO FIELD-VALID-SWITCH
              ELSE IF NOT OUTCOME-CUSTOMER AND NOT OUTCOME-BANK
                 MOVE "INVALID OUTCOME - USE CUSTOMER OR BANK"
                                                        TO SQL-ERROR
                 MOVE "outcome" TO RESPONSE-FIELD
                 MOVE "N" TO FIELD-VALID-SWITCH
              END-IF
           END-IF.

      ******************************************************************
       1030-DB-CONNECT.
      ******************************************************************

           ACCEPT DBNAME FROM ENVIRONMENT "DB_DATABASE"
           ACCEPT USERNAME FROM ENVIRONMENT "DB_USER"
           ACCEPT PASSWD FROM ENVIRONMENT "DB_PASSWORD"

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF  SQLCODE NOT = ZERO
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - CONNECTION"
                                                        TO SQL-ERROR
              MOVE "connection" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           ELSE
              SET DB-IS-CONNECTED TO TRUE
           END-IF.

      ******************************************************************
       1031-ROUTE-BRANCH.
      ******************************************************************
      *    BRANCH_CODE is optional -- a request that doesn't name one
      *    stays on the connection's default search_path.
           IF BRANCH_CODE NOT EQUAL SPACES
              EXEC SQL
                 SELECT branch_schema INTO :BRANCH_SCHEMA FROM branch
                       WHERE branch_code = :BRANCH_CODE
              END-EXEC

              IF SQLCODE EQUAL ZERO
                 EXEC SQL
                    SET search_path TO :BRANCH_SCHEMA
                 END-EXEC
              ELSE
                 MOVE "STATUS: 400 BAD REQUEST - UNKNOWN BRANCH_CODE"
                                                        TO SQL-ERROR
                 MOVE "branch_code" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              END-IF
           END-IF.

      ******************************************************************
       1032-VERIFY-CALLER.
      ******************************************************************
      *    Who is calling, and may they call THIS transaction -- the
      *    credential and entitlement proof AUTHCHK runs against
      *    api_credential/api_entitlement, with every refusal logged
      *    to auth_failure.
           CALL "AUTHCHK" USING AUTH-TRANSACTION, AUTH-RETURN-CODE

           EVALUATE TRUE
              WHEN AUTH-OK
                 ACCEPT CALLER-ID-SQL FROM ENVIRONMENT
                       "HTTP_X_CALLER_ID"
              WHEN AUTH-NOT-ENTITLED
                 MOVE "STATUS: 403 FORBIDDEN - NOT ENTITLED"
                                                        TO SQL-ERROR
                 MOVE "caller" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN AUTH-SQL-ERROR
                 MOVE "STATUS: 500 INTERNAL SERVER ERROR - AUTH"
                                                        TO SQL-ERROR
                 MOVE "caller" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN OTHER
                 MOVE "STATUS: 401 UNAUTHORIZED - BAD CREDENTIALS"
                                                        TO SQL-ERROR
                 MOVE "caller" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
           END-EVALUATE.

      ******************************************************************
       1033-VERIFY-OPERATOR.
      ******************************************************************
      *    The same check NMOVEMENT runs -- the posting limit itself is
      *    proved once the amount that would post is known.
           MOVE MVMT-OPERATOR-ID TO OPERATOR-ID-SQL

           EXEC SQL
              SELECT posting_limit INTO :OPERATOR-POSTING-LIMIT
                    FROM operator
                    WHERE operator_id = :OPERATOR-ID-SQL
                    AND active = "Y"
           END-EXEC

           IF SQLCODE EQUAL 100
              MOVE "STATUS: 403 FORBIDDEN - UNKNOWN OR INACTIVE OPER"
                                                        TO SQL-ERROR
              MOVE "operator_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           ELSE IF SQLCODE NOT EQUAL ZERO
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - SELECT OPER"
                                                        TO SQL-ERROR
              MOVE "operator_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1034-FIND-DISPUTES-ACCOUNT.
      ******************************************************************

           EXEC SQL
              SELECT account_id INTO :DISPUTES-ACCOUNT-ID FROM account
                    WHERE account_number = "DISPUTES"
                    AND account_type = "INTERNAL"
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - NO DISPUTES"
                                                        TO SQL-ERROR
              MOVE "case_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1035-LOAD-LEDGER.
      ******************************************************************
      *    Only money that left a customer account can be disputed,
      *    and one ledger row carries one live case -- a second would
      *    risk paying the same provisional credit twice.
           EXEC SQL
              SELECT l.account_id, l.amount, l.direction,
                    a.account_type
                    INTO :DC-ACCOUNT-ID, :LG-AMOUNT, :LG-DIRECTION,
                    :LG-ACCOUNT-TYPE
                    FROM ledger l
                    JOIN account a ON a.account_id = l.account_id
                    WHERE l.ledger_id = :DC-LEDGER-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE EQUAL 100
                 MOVE "STATUS: 404 NOT FOUND - UNKNOWN LEDGER_ID"
                                                        TO SQL-ERROR
                 MOVE "ledger_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN SQLCODE NOT EQUAL ZERO
                 MOVE "STATUS: 500 INTERNAL SERVER ERROR - SELECT"
                                                        TO SQL-ERROR
                 MOVE "ledger_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
           END-EVALUATE

           IF LG-DIRECTION NOT EQUAL "DEBIT "
                 OR LG-ACCOUNT-TYPE EQUAL "INTERNAL"
              MOVE "STATUS: 409 CONFLICT - NOT A CUSTOMER DEBIT"
                                                        TO SQL-ERROR
              MOVE "ledger_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           IF DC-AMOUNT EQUAL ZERO
              MOVE LG-AMOUNT TO DC-AMOUNT
           END-IF

           IF DC-AMOUNT GREATER THAN LG-AMOUNT
              MOVE "STATUS: 409 CONFLICT - MORE THAN THE DEBIT"
                                                        TO SQL-ERROR
              MOVE "amount" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           EXEC SQL
              SELECT COUNT(*) INTO :OPEN-CASE-COUNT FROM dispute_case
                    WHERE ledger_id = :DC-LEDGER-ID
                    AND status IN ("OPEN", "PROVISIONAL-CREDIT")
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT EQUAL ZERO
                 MOVE "STATUS: 500 INTERNAL SERVER ERROR - SELECT"
                                                        TO SQL-ERROR
                 MOVE "ledger_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN OPEN-CASE-COUNT GREATER THAN ZERO
                 MOVE "STATUS: 409 CONFLICT - CASE ALREADY OPEN"
                                                        TO SQL-ERROR
                 MOVE "ledger_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
           END-EVALUATE

           IF PROVISIONAL-WANTED
                 AND DC-AMOUNT GREATER THAN OPERATOR-POSTING-LIMIT
              MOVE "STATUS: 403 FORBIDDEN - OPERATOR LIMIT EXCEEDED"
                                                        TO SQL-ERROR
              MOVE "amount" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1036-LOAD-REASON.
      ******************************************************************

           EXEC SQL
              SELECT response_days INTO :DC-RESPONSE-DAYS
                    FROM dispute_reason
                    WHERE reason_code = :DC-REASON-CODE
           END-EXEC

           IF SQLCODE EQUAL 100
              MOVE "STATUS: 400 BAD REQUEST - UNKNOWN REASON_CODE"
                                                        TO SQL-ERROR
              MOVE "reason_code" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           ELSE IF SQLCODE NOT EQUAL ZERO
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - SELECT"
                                                        TO SQL-ERROR
              MOVE "reason_code" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1037-LOAD-CASE.
      ******************************************************************
      *    FOR UPDATE holds the case against a second operator
      *    resolving it at the same time -- the loser finds it
      *    resolved and posts nothing.
           EXEC SQL
              SELECT account_id, amount, status
                    INTO :DC-ACCOUNT-ID, :DC-AMOUNT, :DC-STATUS
                    FROM dispute_case
                    WHERE case_id = :DC-CASE-ID
                    FOR UPDATE
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE EQUAL 100
                 MOVE "STATUS: 404 NOT FOUND - UNKNOWN CASE_ID"
                                                        TO SQL-ERROR
                 MOVE "case_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN SQLCODE NOT EQUAL ZERO
                 MOVE "STATUS: 500 INTERNAL SERVER ERROR - SELECT"
                                                        TO SQL-ERROR
                 MOVE "case_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
           END-EVALUATE

           IF DC-STATUS NOT EQUAL "OPEN"
                 AND DC-STATUS NOT EQUAL "PROVISIONAL-CREDIT"
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 409 CONFLICT - CASE ALREADY RESOLVED"
                                                        TO SQL-ERROR
              MOVE "case_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           IF DC-AMOUNT GREATER THAN OPERATOR-POSTING-LIMIT
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 403 FORBIDDEN - OPERATOR LIMIT EXCEEDED"
                                                        TO SQL-ERROR
              MOVE "case_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1040-OPEN-CASE.
      ******************************************************************
      *    The response clock starts on the business date the case is
      *    opened, running the reason code's response_days.
           MOVE "OPEN" TO DC-STATUS

           EXEC SQL
              INSERT INTO dispute_case (ledger_id, account_id, amount,
                    reason_code, status, opened_date,
                    response_due_date, opened_by, opened_operator)
                    SELECT :DC-LEDGER-ID, :DC-ACCOUNT-ID, :DC-AMOUNT,
                    :DC-REASON-CODE, :DC-STATUS, d.biz_date,
                    d.biz_date + :DC-RESPONSE-DAYS,
                    :CALLER-ID-SQL, :OPERATOR-ID-SQL
                    FROM (SELECT COALESCE((SELECT current_business_date
                       FROM business_date), CURRENT_DATE) AS biz_date)
                       d
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - INSERT"
                                                        TO SQL-ERROR
              MOVE "ledger_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           EXEC SQL
              SELECT lastval() INTO :DC-CASE-ID
           END-EXEC.

      ******************************************************************
       1041-POST-PROVISIONAL.
      ******************************************************************
      *    Off DISPUTES, onto the customer -- both legs carry the same
      *    DSP reference so they pair off the statement.
           MOVE DC-CASE-ID TO CASE-ID-ED
           MOVE SPACES TO MVMT-REFERENCE
           STRING "DSP " FUNCTION TRIM(CASE-ID-ED) " PROVISIONAL"
                 DELIMITED BY SIZE INTO MVMT-REFERENCE

           PERFORM 1050-CREDIT-CUSTOMER

           MOVE "PROVISIONAL-CREDIT" TO DC-STATUS

           EXEC SQL
              UPDATE dispute_case SET status = :DC-STATUS,
                    provisional_ledger_id = lastval(),
                    provisional_at = CURRENT_TIMESTAMP
                    WHERE case_id = :DC-CASE-ID
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - UPDATE"
                                                        TO SQL-ERROR
              MOVE "case_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1045-RESOLVE-CASE.
      ******************************************************************
      *    For the customer: a provisional credit simply stands, a
      *    case that never had one is paid now. For the bank: a
      *    provisional credit is clawed back, a case that never had
      *    one posts nothing.
           MOVE DC-CASE-ID TO CASE-ID-ED
           MOVE SPACES TO MVMT-REFERENCE

           IF OUTCOME-CUSTOMER
              IF DC-STATUS EQUAL "OPEN"
                 STRING "DSP " FUNCTION TRIM(CASE-ID-ED) " FINAL"
                       DELIMITED BY SIZE INTO MVMT-REFERENCE
                 PERFORM 1050-CREDIT-CUSTOMER
                 EXEC SQL
                    SELECT lastval() INTO :DC-RESOLUTION-LEDGER-ID
                 END-EXEC
              END-IF
              MOVE "RESOLVED-CUSTOMER" TO DC-STATUS
           ELSE
              IF DC-STATUS EQUAL "PROVISIONAL-CREDIT"
                 STRING "DSP " FUNCTION TRIM(CASE-ID-ED) " CLAWBACK"
                       DELIMITED BY SIZE INTO MVMT-REFERENCE
                 PERFORM 1051-CLAW-BACK
                 EXEC SQL
                    SELECT lastval() INTO :DC-RESOLUTION-LEDGER-ID
                 END-EXEC
              END-IF
              MOVE "RESOLVED-BANK" TO DC-STATUS
           END-IF

           EXEC SQL
              UPDATE dispute_case SET status = :DC-STATUS,
                    resolution_ledger_id = :DC-RESOLUTION-LEDGER-ID,
                    resolved_by = :CALLER-ID-SQL,
                    resolved_operator = :OPERATOR-ID-SQL,
                    resolved_at = CURRENT_TIMESTAMP
                    WHERE case_id = :DC-CASE-ID
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - UPDATE"
                                                        TO SQL-ERROR
              MOVE "case_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1050-CREDIT-CUSTOMER.
      ******************************************************************

           MOVE DISPUTES-ACCOUNT-ID TO MVMT-ACCOUNT-ID
           MOVE DC-AMOUNT TO MVMT-AMOUNT
           MOVE "DEBIT " TO MVMT-DIRECTION

           CALL "LEDGPOST" USING MVMT-ACCOUNT-ID, MVMT-AMOUNT,
                 MVMT-DIRECTION, MVMT-REFERENCE, MVMT-NEW-BALANCE,
                 MVMT-RETURN-CODE, MVMT-COMMIT-FLAG,
                 MVMT-OPERATOR-ID

           IF NOT MVMT-OK
              MOVE "case_id" TO RESPONSE-FIELD
              PERFORM 1052-MAP-POST-ERROR
           END-IF

           MOVE DC-ACCOUNT-ID TO MVMT-ACCOUNT-ID
           MOVE "CREDIT" TO MVMT-DIRECTION

           CALL "LEDGPOST" USING MVMT-ACCOUNT-ID, MVMT-AMOUNT,
                 MVMT-DIRECTION, MVMT-REFERENCE, MVMT-NEW-BALANCE,
                 MVMT-RETURN-CODE, MVMT-COMMIT-FLAG,
                 MVMT-OPERATOR-ID

           IF NOT MVMT-OK
              MOVE "case_id" TO RESPONSE-FIELD
              PERFORM 1052-MAP-POST-ERROR
           END-IF.

      ******************************************************************
       1051-CLAW-BACK.
      ******************************************************************
      *    Customer leg first -- if the provisional money has been
      *    spent LEDGPOST refuses it and nothing moves; the case stays
      *    PROVISIONAL-CREDIT until the account is funded.
           MOVE DC-ACCOUNT-ID TO MVMT-ACCOUNT-ID
           MOVE DC-AMOUNT TO MVMT-AMOUNT
           MOVE "DEBIT " TO MVMT-DIRECTION

           CALL "LEDGPOST" USING MVMT-ACCOUNT-ID, MVMT-AMOUNT,
                 MVMT-DIRECTION, MVMT-REFERENCE, MVMT-NEW-BALANCE,
                 MVMT-RETURN-CODE, MVMT-COMMIT-FLAG,
                 MVMT-OPERATOR-ID

           IF NOT MVMT-OK
              MOVE "case_id" TO RESPONSE-FIELD
              PERFORM 1052-MAP-POST-ERROR
           END-IF

           MOVE DISPUTES-ACCOUNT-ID TO MVMT-ACCOUNT-ID
           MOVE "CREDIT" TO MVMT-DIRECTION

           CALL "LEDGPOST" USING MVMT-ACCOUNT-ID, MVMT-AMOUNT,
                 MVMT-DIRECTION, MVMT-REFERENCE, MVMT-NEW-BALANCE,
                 MVMT-RETURN-CODE, MVMT-COMMIT-FLAG,
                 MVMT-OPERATOR-ID

           IF NOT MVMT-OK
              MOVE "case_id" TO RESPONSE-FIELD
              PERFORM 1052-MAP-POST-ERROR
           END-IF.

      ******************************************************************
       1052-MAP-POST-ERROR.
      ******************************************************************
      *    LEDGPOST only rolls back itself when it wrote or hit a
      *    real SQL error -- a business reject on the second leg
      *    leaves the first leg open, and it is this program's unit
      *    of work to take back.
           EXEC SQL ROLLBACK WORK END-EXEC

           EVALUATE TRUE
              WHEN MVMT-INSUFFICIENT-FUNDS
                 MOVE "STATUS: 409 CONFLICT - INSUFFICIENT FUNDS"
                                                        TO SQL-ERROR
              WHEN MVMT-ACCOUNT-NOT-FOUND
                 MOVE "STATUS: 404 NOT FOUND - UNKNOWN OR CLOSED ACCT"
                                                        TO SQL-ERROR
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
           END-EVALUATE

           PERFORM 1070-SEND-RESPONSE.

      ******************************************************************
       1055-COMMIT-CASE.
      ******************************************************************

           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       1060-CLOSE-DB.
      ******************************************************************

           IF DB-IS-CONNECTED
              EXEC SQL
                  DISCONNECT ALL
              END-EXEC
              SET DB-IS-CONNECTED TO FALSE
           END-IF.

      ******************************************************************
       1070-SEND-RESPONSE.
      ******************************************************************

           IF SQL-ERROR NOT EQUAL SPACES
              DISPLAY "Content-Type: application/json" NEWLINE NEWLINE
              DISPLAY '{"status": "error", "field": "'
                      FUNCTION TRIM(RESPONSE-FIELD)
                      '", "reason": "'
                      FUNCTION TRIM(SQL-ERROR)
                      '"}'
           ELSE
              MOVE DC-CASE-ID TO CASE-ID-ED
              MOVE DC-RESOLUTION-LEDGER-ID TO LEDGER-ID-ED
              DISPLAY "Content-Type: application/json" NEWLINE NEWLINE
              DISPLAY '{"status": "success", "case_id": '
                     CASE-ID-ED
                     ', "case_status": "'
                     FUNCTION TRIM(DC-STATUS)
                     '", "resolution_ledger_id": ' LEDGER-ID-ED '}'
           END-IF
           PERFORM 1060-CLOSE-DB
           GOBACK.
