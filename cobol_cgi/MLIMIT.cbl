      *****************************************************************
      * Program name:    MLIMIT
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 31/08/24  KERESTES      Created as the sanctioned way to move
      *                         one account off the daily debit limits
      *                         its product or account type gives it
      *                         (debit_limit_default), which LIMITCHK
      *                         holds NCASH, NEXTPAY, NTRANSFER and
      *                         NMOVEMENT to. SET overrides whichever
      *                         of daily_cash_limit,
      *                         daily_external_limit and
      *                         daily_total_limit the request sends
      *                         (0 = no limit) and keeps the rest;
      *                         RESET puts the account back on its
      *                         defaults. Branch staff only: every
      *                         action writes a debit_limit_audit row
      *                         with before/after values, the
      *                         authenticated caller and the operator,
      *                         in the same unit of work as the
      *                         change. The response carries the
      *                         limits now in force.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 MLIMIT.
       AUTHOR.                     ALEXANDRE KERESTES.
       DATE-WRITTEN.               2024-08-31.
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

       01  LIMIT-ACTION         PIC X(6) VALUE SPACES.
           88 ACTION-IS-SET     VALUE "SET   ".
           88 ACTION-IS-RESET   VALUE "RESET ".

      *    Whether a limit was sent at all is judged by the name slots
      *    PARSEJ filled, the MACCOUNT way -- 0 is a real request.
       01  CASH-SENT-SWITCH     PIC X VALUE "N".
           88 CASH-WAS-SENT     VALUE "Y".
       01  EXTERNAL-SENT-SWITCH PIC X VALUE "N".
           88 EXTERNAL-WAS-SENT VALUE "Y".
       01  TOTAL-SENT-SWITCH    PIC X VALUE "N".
           88 TOTAL-WAS-SENT    VALUE "Y".

       01  OVERRIDE-SWITCH      PIC X VALUE "N".
           88 OVERRIDE-EXISTS   VALUE "Y".

       01  REQUEST-CASH-LIMIT     PIC S9(13)V99 VALUE ZERO.
       01  REQUEST-EXTERNAL-LIMIT PIC S9(13)V99 VALUE ZERO.
       01  REQUEST-TOTAL-LIMIT    PIC S9(13)V99 VALUE ZERO.

       01  STRING-SLOT          PIC 999.

       01  ACCOUNT-ID-ED        PIC Z(8)9.
       01  CASH-LIMIT-ED        PIC Z(12)9.99.
       01  EXTERNAL-LIMIT-ED    PIC Z(12)9.99.
       01  TOTAL-LIMIT-ED       PIC Z(12)9.99.

      *****************************************************************
      *                AUTHCHK CALL INTERFACE VARIABLES
      *****************************************************************

       01  AUTH-TRANSACTION     PIC X(10) VALUE "MLIMIT    ".
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
       01  OPERATOR-ID-SQL         PIC X(8)  VALUE SPACES.

       01  LM-ACCOUNT-ID           PIC 9(9).
       01  LM-ACCOUNT-TYPE         PIC X(10).
       01  LM-ACCOUNT-STATUS       PIC X(10).
       01  LM-AUDIT-ACTION         PIC X(10).

      *    Override values: -1 stands for "on the default" (NULL in
      *    account_debit_limit and debit_limit_audit).
       01  BEFORE-CASH-LIMIT       PIC S9(13)V99.
       01  BEFORE-EXTERNAL-LIMIT   PIC S9(13)V99.
       01  BEFORE-TOTAL-LIMIT      PIC S9(13)V99.
       01  AFTER-CASH-LIMIT        PIC S9(13)V99.
       01  AFTER-EXTERNAL-LIMIT    PIC S9(13)V99.
       01  AFTER-TOTAL-LIMIT       PIC S9(13)V99.

       01  EFFECTIVE-CASH-LIMIT    PIC S9(13)V99.
       01  EFFECTIVE-EXT-LIMIT     PIC S9(13)V99.
       01  EFFECTIVE-TOTAL-LIMIT   PIC S9(13)V99.

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
           PERFORM 1035-VERIFY-ACCOUNT
           PERFORM 1036-LOAD-OVERRIDE

           IF ACTION-IS-SET
              PERFORM 1040-SET-OVERRIDE
           ELSE
              PERFORM 1050-RESET-OVERRIDE
           END-IF

           PERFORM 1055-WRITE-AUDIT
           PERFORM 1058-LOAD-EFFECTIVE
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
      *    A limit is looked for in both number tables: PARSEJ classes
      *    2000.00 as a decimal but a plain 2000 as an integer, and
      *    both spellings are legitimate requests.
           MOVE ZERO TO LM-ACCOUNT-ID

           PERFORM VARYING STRING-SLOT FROM 1 BY 1
                 UNTIL STRING-SLOT > 8
              EVALUATE ITEM-INT-NAME(1 STRING-SLOT)
                 WHEN "account_id"
                    MOVE ITEM-INT-VALUE(1 STRING-SLOT)
                          TO LM-ACCOUNT-ID
                 WHEN "daily_cash_limit"
                    SET CASH-WAS-SENT TO TRUE
                    MOVE ITEM-INT-VALUE(1 STRING-SLOT)
                          TO REQUEST-CASH-LIMIT
                 WHEN "daily_external_limit"
                    SET EXTERNAL-WAS-SENT TO TRUE
                    MOVE ITEM-INT-VALUE(1 STRING-SLOT)
                          TO REQUEST-EXTERNAL-LIMIT
                 WHEN "daily_total_limit"
                    SET TOTAL-WAS-SENT TO TRUE
                    MOVE ITEM-INT-VALUE(1 STRING-SLOT)
                          TO REQUEST-TOTAL-LIMIT
              END-EVALUATE

              EVALUATE ITEM-LONG-NAME(1 STRING-SLOT)
                 WHEN "daily_cash_limit"
                    SET CASH-WAS-SENT TO TRUE
                    MOVE ITEM-LONG-VALUE(1 STRING-SLOT)
                          TO REQUEST-CASH-LIMIT
                 WHEN "daily_external_limit"
                    SET EXTERNAL-WAS-SENT TO TRUE
                    MOVE ITEM-LONG-VALUE(1 STRING-SLOT)
                          TO REQUEST-EXTERNAL-LIMIT
                 WHEN "daily_total_limit"
                    SET TOTAL-WAS-SENT TO TRUE
                    MOVE ITEM-LONG-VALUE(1 STRING-SLOT)
                          TO REQUEST-TOTAL-LIMIT
              END-EVALUATE

              EVALUATE ITEM-STRING-NAME(1 STRING-SLOT)
                 WHEN "action"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO LIMIT-ACTION
                 WHEN "operator_id"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO OPERATOR-ID-SQL
                 WHEN "branch_code"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO BRANCH_CODE
              END-EVALUATE
           END-PERFORM.

      ******************************************************************
       1025-VALIDATE-FIELDS.
      ******************************************************************
           SET FIELDS-VALID TO TRUE

           IF NOT ACTION-IS-SET AND NOT ACTION-IS-RESET
              MOVE "INVALID ACTION - USE SET OR RESET" TO SQL-ERROR
              MOVE "action" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           END-IF

           IF FIELDS-VALID AND LM-ACCOUNT-ID EQUAL ZERO
              MOVE "MISSING ACCOUNT_ID" TO SQL-ERROR
              MOVE "account_id" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           END-IF

           IF FIELDS-VALID AND OPERATOR-ID-SQL EQUAL SPACES
              MOVE "MISSING OPERATOR_ID" TO SQL-ERROR
              MOVE "operator_id" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           END-IF

           IF FIELDS-VALID AND ACTION-IS-SET
                 AND NOT CASH-WAS-SENT AND NOT EXTERNAL-WAS-SENT
                 AND NOT TOTAL-WAS-SENT
              MOVE "NOTHING TO SET - SEND A DAILY LIMIT" TO SQL-ERROR
              MOVE "daily_total_limit" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
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
      *    to auth_failure. 1030-DB-CONNECT only ever proved the
      *    database password. The proven caller id goes on the
      *    audit row beside the operator.
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

           EXEC SQL
              SELECT operator_id INTO :OPERATOR-ID-SQL FROM operator
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
       1035-VERIFY-ACCOUNT.
      ******************************************************************
      *    A closed account has nothing left to limit, and the bank's
      *    INTERNAL accounts are never limited at all.
           EXEC SQL
              SELECT account_type, status
                    INTO :LM-ACCOUNT-TYPE, :LM-ACCOUNT-STATUS
                    FROM account
                    WHERE account_id = :LM-ACCOUNT-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE EQUAL 100
                 MOVE "STATUS: 404 NOT FOUND - UNKNOWN OR CLOSED ACCT"
                                                        TO SQL-ERROR
                 MOVE "account_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN SQLCODE NOT EQUAL ZERO
                 MOVE "STATUS: 500 INTERNAL SERVER ERROR - SELECT"
                                                        TO SQL-ERROR
                 MOVE "account_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
           END-EVALUATE

           IF LM-ACCOUNT-STATUS EQUAL "CLOSED"
              MOVE "STATUS: 404 NOT FOUND - UNKNOWN OR CLOSED ACCT"
                                                        TO SQL-ERROR
              MOVE "account_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           IF LM-ACCOUNT-TYPE EQUAL "INTERNAL"
              MOVE "STATUS: 409 CONFLICT - INTERNAL ACCT NOT LIMITED"
                                                        TO SQL-ERROR
              MOVE "account_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1036-LOAD-OVERRIDE.
      ******************************************************************
      *    FOR UPDATE holds the override against a concurrent change
      *    until the audit row commits beside this one. No row is an
      *    account on its defaults in every category.
           EXEC SQL
              SELECT COALESCE(cash_limit, -1),
                    COALESCE(external_limit, -1),
                    COALESCE(total_limit, -1)
                    INTO :BEFORE-CASH-LIMIT, :BEFORE-EXTERNAL-LIMIT,
                    :BEFORE-TOTAL-LIMIT
                    FROM account_debit_limit
                    WHERE account_id = :LM-ACCOUNT-ID
                    FOR UPDATE
           END-EXEC

           IF SQLCODE EQUAL ZERO
              SET OVERRIDE-EXISTS TO TRUE
           ELSE IF SQLCODE EQUAL 100
              MOVE -1 TO BEFORE-CASH-LIMIT
              MOVE -1 TO BEFORE-EXTERNAL-LIMIT
              MOVE -1 TO BEFORE-TOTAL-LIMIT
           ELSE
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - SELECT"
                                                        TO SQL-ERROR
              MOVE "account_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1040-SET-OVERRIDE.
      ******************************************************************
      *    A limit the request left out keeps the value it has now --
      *    its override, or its default if it had none.
           MOVE "SET" TO LM-AUDIT-ACTION
           MOVE BEFORE-CASH-LIMIT TO AFTER-CASH-LIMIT
           MOVE BEFORE-EXTERNAL-LIMIT TO AFTER-EXTERNAL-LIMIT
           MOVE BEFORE-TOTAL-LIMIT TO AFTER-TOTAL-LIMIT

           IF CASH-WAS-SENT
              MOVE REQUEST-CASH-LIMIT TO AFTER-CASH-LIMIT
           END-IF
           IF EXTERNAL-WAS-SENT
              MOVE REQUEST-EXTERNAL-LIMIT TO AFTER-EXTERNAL-LIMIT
           END-IF
           IF TOTAL-WAS-SENT
              MOVE REQUEST-TOTAL-LIMIT TO AFTER-TOTAL-LIMIT
           END-IF

           IF OVERRIDE-EXISTS
              EXEC SQL
                 UPDATE account_debit_limit
                       SET cash_limit = NULLIF(:AFTER-CASH-LIMIT, -1),
                       external_limit =
                       NULLIF(:AFTER-EXTERNAL-LIMIT, -1),
                       total_limit = NULLIF(:AFTER-TOTAL-LIMIT, -1),
                       set_by = :CALLER-ID-SQL,
                       set_operator = :OPERATOR-ID-SQL,
                       set_at = CURRENT_TIMESTAMP
                       WHERE account_id = :LM-ACCOUNT-ID
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO account_debit_limit (account_id,
                       cash_limit, external_limit, total_limit,
                       set_by, set_operator)
                       VALUES (:LM-ACCOUNT-ID,
                       NULLIF(:AFTER-CASH-LIMIT, -1),
                       NULLIF(:AFTER-EXTERNAL-LIMIT, -1),
                       NULLIF(:AFTER-TOTAL-LIMIT, -1),
                       :CALLER-ID-SQL, :OPERATOR-ID-SQL)
              END-EXEC
           END-IF

           IF SQLCODE NOT EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - UPDATE"
                                                        TO SQL-ERROR
              MOVE "account_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1050-RESET-OVERRIDE.
      ******************************************************************

           IF NOT OVERRIDE-EXISTS
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 409 CONFLICT - ACCOUNT ALREADY ON DEFAULTS"
                                                        TO SQL-ERROR
              MOVE "account_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           MOVE "RESET" TO LM-AUDIT-ACTION
           MOVE -1 TO AFTER-CASH-LIMIT
           MOVE -1 TO AFTER-EXTERNAL-LIMIT
           MOVE -1 TO AFTER-TOTAL-LIMIT

           EXEC SQL
              DELETE FROM account_debit_limit
                    WHERE account_id = :LM-ACCOUNT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - DELETE"
                                                        TO SQL-ERROR
              MOVE "account_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1055-WRITE-AUDIT.
      ******************************************************************
      *    Before/after the account_audit way, plus who -- NULL on a
      *    side means that category was on its default.
           EXEC SQL
              INSERT INTO debit_limit_audit (account_id, action,
                    cash_limit_avant, cash_limit_apres,
                    external_limit_avant, external_limit_apres,
                    total_limit_avant, total_limit_apres,
                    caller_id, operator_id)
                    VALUES (:LM-ACCOUNT-ID, :LM-AUDIT-ACTION,
                    NULLIF(:BEFORE-CASH-LIMIT, -1),
                    NULLIF(:AFTER-CASH-LIMIT, -1),
                    NULLIF(:BEFORE-EXTERNAL-LIMIT, -1),
                    NULLIF(:AFTER-EXTERNAL-LIMIT, -1),
                    NULLIF(:BEFORE-TOTAL-LIMIT, -1),
                    NULLIF(:AFTER-TOTAL-LIMIT, -1),
                    :CALLER-ID-SQL, :OPERATOR-ID-SQL)
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - AUDIT"
                                                        TO SQL-ERROR
              MOVE "account_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1058-LOAD-EFFECTIVE.
      ******************************************************************
      *    The limits now in force, resolved the way LIMITCHK resolves
      *    them, read inside the open unit of work so the answer
      *    includes this change; the COMMIT follows.
           EXEC SQL
              SELECT COALESCE(o.cash_limit, p.cash_limit,
                    t.cash_limit, 0),
                    COALESCE(o.external_limit, p.external_limit,
                    t.external_limit, 0),
                    COALESCE(o.total_limit, p.total_limit,
                    t.total_limit, 0)
                    INTO :EFFECTIVE-CASH-LIMIT, :EFFECTIVE-EXT-LIMIT,
                    :EFFECTIVE-TOTAL-LIMIT
                    FROM account a
                    LEFT JOIN account_debit_limit o
                    ON o.account_id = a.account_id
                    LEFT JOIN debit_limit_default p
                    ON p.product_code = a.product_code
                    AND p.account_type = " "
                    LEFT JOIN debit_limit_default t
                    ON t.product_code = " "
                    AND t.account_type = a.account_type
                    WHERE a.account_id = :LM-ACCOUNT-ID
           END-EXEC

           IF SQLCODE EQUAL ZERO
              EXEC SQL COMMIT WORK END-EXEC
           ELSE
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - SELECT"
                                                        TO SQL-ERROR
              MOVE "account_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

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
              MOVE LM-ACCOUNT-ID TO ACCOUNT-ID-ED
              MOVE EFFECTIVE-CASH-LIMIT TO CASH-LIMIT-ED
              MOVE EFFECTIVE-EXT-LIMIT TO EXTERNAL-LIMIT-ED
              MOVE EFFECTIVE-TOTAL-LIMIT TO TOTAL-LIMIT-ED
              DISPLAY "Content-Type: application/json" NEWLINE NEWLINE
              DISPLAY '{"status": "success", "account_id": '
                     ACCOUNT-ID-ED
                     ', "daily_cash_limit": '
                     FUNCTION TRIM(CASH-LIMIT-ED)
                     ', "daily_external_limit": '
                     FUNCTION TRIM(EXTERNAL-LIMIT-ED)
                     ', "daily_total_limit": '
                     FUNCTION TRIM(TOTAL-LIMIT-ED) '}'
           END-IF
           PERFORM 1060-CLOSE-DB
           GOBACK.
