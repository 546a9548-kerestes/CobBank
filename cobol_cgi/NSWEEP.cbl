      *****************************************************************
      * Program name:    NSWEEP
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 03/09/24  KERESTES      Created so business customers' sweeps
      *                         stop being keyed as NTRANSFERs by hand
      *                         every evening (or not keyed, and paid
      *                         for in BOVRDFT debit interest). CREATE
      *                         registers a sweep_rule between two of
      *                         one client's open accounts in the same
      *                         currency -- a CHECKING main account
      *                         held at target_balance and a CHECKING
      *                         or SAVINGS reserve -- with the minimum
      *                         transfer and the direction (SURPLUS
      *                         out, DEFICIT in, or BOTH). SUSPEND,
      *                         RESUME and CANCEL move its status. One
      *                         live rule per main account. Branch
      *                         staff only: every action names an
      *                         active operator, stamped on the rule.
      *                         The nightly BSWEEP does the posting.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 NSWEEP.
       AUTHOR.                     ALEXANDRE KERESTES.
       DATE-WRITTEN.               2024-09-03.
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

       01  SWEEP-ACTION         PIC X(7) VALUE SPACES.
           88 ACTION-IS-CREATE  VALUE "CREATE ".
           88 ACTION-IS-SUSPEND VALUE "SUSPEND".
           88 ACTION-IS-RESUME  VALUE "RESUME ".
           88 ACTION-IS-CANCEL  VALUE "CANCEL ".

       01  STRING-SLOT          PIC 999.

       01  SWEEP-ID-ED          PIC Z(8)9.

      *****************************************************************
      *                AUTHCHK CALL INTERFACE VARIABLES
      *****************************************************************

       01  AUTH-TRANSACTION     PIC X(10) VALUE "NSWEEP    ".
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

       01  SW-SWEEP-ID             PIC 9(9).
       01  SW-MAIN-ACCOUNT-ID      PIC 9(9).
       01  SW-RESERVE-ACCOUNT-ID   PIC 9(9).
       01  SW-TARGET-BALANCE       PIC S9(13)V99.
       01  SW-MIN-TRANSFER         PIC S9(13)V99.
       01  SW-DIRECTION            PIC X(7).
           88 DIRECTION-VALID      VALUE "SURPLUS" "DEFICIT"
                                         "BOTH   ".
       01  SW-STATUS               PIC X(10).

       01  BEFORE-STATUS           PIC X(10).

       01  MAIN-CLIENT-ID          PIC 9(9).
       01  RESERVE-CLIENT-ID       PIC 9(9).
       01  MAIN-CURRENCY           PIC X(3).
       01  RESERVE-CURRENCY        PIC X(3).
       01  MAIN-ACCOUNT-TYPE       PIC X(10).
       01  RESERVE-ACCOUNT-TYPE    PIC X(10).

       01  DUPLICATE-COUNT         PIC 9(7).

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

           IF ACTION-IS-CREATE
              PERFORM 1035-VERIFY-ACCOUNTS
              PERFORM 1040-CREATE-RULE
           ELSE
              PERFORM 1036-LOAD-RULE
              PERFORM 1050-CHANGE-STATUS
           END-IF

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
      *    The amounts are looked for in both number tables, the
      *    MLIMIT way: PARSEJ classes 500.00 as a decimal but a plain
      *    500 as an integer. Both left out are zero -- hold the main
      *    account at nil, sweep any amount.
           MOVE ZERO TO SW-SWEEP-ID
           MOVE ZERO TO SW-MAIN-ACCOUNT-ID
           MOVE ZERO TO SW-RESERVE-ACCOUNT-ID
           MOVE ZERO TO SW-TARGET-BALANCE
           MOVE ZERO TO SW-MIN-TRANSFER
           MOVE SPACES TO SW-DIRECTION

           PERFORM VARYING STRING-SLOT FROM 1 BY 1
                 UNTIL STRING-SLOT > 8
              EVALUATE ITEM-INT-NAME(1 STRING-SLOT)
                 WHEN "sweep_id"
                    MOVE ITEM-INT-VALUE(1 STRING-SLOT) TO SW-SWEEP-ID
                 WHEN "main_account_id"
                    MOVE ITEM-INT-VALUE(1 STRING-SLOT)
                          TO SW-MAIN-ACCOUNT-ID
                 WHEN "reserve_account_id"
                    MOVE ITEM-INT-VALUE(1 STRING-SLOT)
                          TO SW-RESERVE-ACCOUNT-ID
                 WHEN "target_balance"
                    MOVE ITEM-INT-VALUE(1 STRING-SLOT)
                          TO SW-TARGET-BALANCE
                 WHEN "min_transfer"
                    MOVE ITEM-INT-VALUE(1 STRING-SLOT)
                          TO SW-MIN-TRANSFER
              END-EVALUATE

              EVALUATE ITEM-LONG-NAME(1 STRING-SLOT)
                 WHEN "target_balance"
                    MOVE ITEM-LONG-VALUE(1 STRING-SLOT)
                          TO SW-TARGET-BALANCE
                 WHEN "min_transfer"
                    MOVE ITEM-LONG-VALUE(1 STRING-SLOT)
                          TO SW-MIN-TRANSFER
              END-EVALUATE

              EVALUATE ITEM-STRING-NAME(1 STRING-SLOT)
                 WHEN "action"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO SWEEP-ACTION
                 WHEN "direction"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO SW-DIRECTION
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

           IF NOT ACTION-IS-CREATE AND NOT ACTION-IS-SUSPEND
                 AND NOT ACTION-IS-RESUME AND NOT ACTION-IS-CANCEL
              MOVE "INVALID ACTION - CREATE SUSPEND RESUME OR CANCEL"
                                                        TO SQL-ERROR
              MOVE "action" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           END-IF

           IF FIELDS-VALID AND OPERATOR-ID-SQL EQUAL SPACES
              MOVE "MISSING OPERATOR_ID" TO SQL-ERROR
              MOVE "operator_id" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           END-IF

           IF FIELDS-VALID AND NOT ACTION-IS-CREATE
                 AND SW-SWEEP-ID EQUAL ZERO
              MOVE "MISSING SWEEP_ID" TO SQL-ERROR
              MOVE "sweep_id" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           END-IF

           IF FIELDS-VALID AND ACTION-IS-CREATE
              EVALUATE TRUE
                 WHEN SW-MAIN-ACCOUNT-ID EQUAL ZERO
                    MOVE "MISSING MAIN_ACCOUNT_ID" TO SQL-ERROR
                    MOVE "main_account_id" TO RESPONSE-FIELD
                    MOVE "N" TO FIELD-VALID-SWITCH
                 WHEN SW-RESERVE-ACCOUNT-ID EQUAL ZERO
                    MOVE "MISSING RESERVE_ACCOUNT_ID" TO SQL-ERROR
                    MOVE "reserve_account_id" TO RESPONSE-FIELD
                    MOVE "N" TO FIELD-VALID-SWITCH
                 WHEN SW-MAIN-ACCOUNT-ID EQUAL SW-RESERVE-ACCOUNT-ID
                    MOVE "MAIN AND RESERVE ACCOUNT ARE THE SAME"
                                                        TO SQL-ERROR
                    MOVE "reserve_account_id" TO RESPONSE-FIELD
                    MOVE "N" TO FIELD-VALID-SWITCH
                 WHEN NOT DIRECTION-VALID
                    MOVE "INVALID DIRECTION - SURPLUS, DEFICIT OR BOTH"
                                                        TO SQL-ERROR
                    MOVE "direction" TO RESPONSE-FIELD
                    MOVE "N" TO FIELD-VALID-SWITCH
              END-EVALUATE
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
      *    database password.
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
       1035-VERIFY-ACCOUNTS.
      ******************************************************************
      *    Both accounts open and the same client's, in one currency
      *    -- a sweep is a same-currency transfer between the client's
      *    own money, never an FX deal and never a payment to someone
      *    else. The main account is the CHECKING one the overdraft
      *    sits on; the reserve may be SAVINGS or a second CHECKING.
      *    A second live rule on one main account would have the two
      *    fighting over the same balance every night.
           EXEC SQL
              SELECT m.client_id, r.client_id, m.currency, r.currency,
                    m.account_type, r.account_type
                    INTO :MAIN-CLIENT-ID, :RESERVE-CLIENT-ID,
                    :MAIN-CURRENCY, :RESERVE-CURRENCY,
                    :MAIN-ACCOUNT-TYPE, :RESERVE-ACCOUNT-TYPE
                    FROM account m, account r
                    WHERE m.account_id = :SW-MAIN-ACCOUNT-ID
                    AND r.account_id = :SW-RESERVE-ACCOUNT-ID
                    AND m.status = "OPEN"
                    AND r.status = "OPEN"
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE EQUAL 100
                 MOVE "STATUS: 404 NOT FOUND - NO SUCH OPEN ACCOUNTS"
                                                        TO SQL-ERROR
                 MOVE "main_account_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN SQLCODE NOT EQUAL ZERO
                 MOVE "STATUS: 500 INTERNAL SERVER ERROR - SELECT"
                                                        TO SQL-ERROR
                 MOVE "main_account_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN MAIN-ACCOUNT-TYPE NOT EQUAL "CHECKING"
                 MOVE "STATUS: 409 CONFLICT - MAIN ACCT NOT CHECKING"
                                                        TO SQL-ERROR
                 MOVE "main_account_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN RESERVE-ACCOUNT-TYPE NOT EQUAL "CHECKING"
                    AND RESERVE-ACCOUNT-TYPE NOT EQUAL "SAVINGS"
                 MOVE "STATUS: 409 CONFLICT - RESERVE NOT CHK/SAV ACCT"
                                                        TO SQL-ERROR
                 MOVE "reserve_account_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN MAIN-CLIENT-ID NOT EQUAL RESERVE-CLIENT-ID
                 MOVE "STATUS: 409 CONFLICT - ACCOUNTS OF TWO CLIENTS"
                                                        TO SQL-ERROR
                 MOVE "reserve_account_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN MAIN-CURRENCY NOT EQUAL RESERVE-CURRENCY
                 MOVE "STATUS: 409 CONFLICT - CURRENCIES DIFFER"
                                                        TO SQL-ERROR
                 MOVE "reserve_account_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
           END-EVALUATE

           EXEC SQL
              SELECT COUNT(*) INTO :DUPLICATE-COUNT FROM sweep_rule
                    WHERE main_account_id = :SW-MAIN-ACCOUNT-ID
                    AND status IN ("ACTIVE", "SUSPENDED")
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - SELECT"
                                                        TO SQL-ERROR
              MOVE "main_account_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           IF DUPLICATE-COUNT GREATER THAN ZERO
              MOVE "STATUS: 409 CONFLICT - MAIN ACCT ALREADY SWEPT"
                                                        TO SQL-ERROR
              MOVE "main_account_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1036-LOAD-RULE.
      ******************************************************************
      *    FOR UPDATE holds the rule against BSWEEP and a concurrent
      *    change until this one commits. SUSPEND takes an ACTIVE
      *    rule, RESUME a SUSPENDED one, CANCEL either.
           EXEC SQL
              SELECT status INTO :BEFORE-STATUS FROM sweep_rule
                    WHERE sweep_id = :SW-SWEEP-ID
                    FOR UPDATE
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE EQUAL 100
                 MOVE "STATUS: 404 NOT FOUND - UNKNOWN SWEEP_ID"
                                                        TO SQL-ERROR
                 MOVE "sweep_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN SQLCODE NOT EQUAL ZERO
                 MOVE "STATUS: 500 INTERNAL SERVER ERROR - SELECT"
                                                        TO SQL-ERROR
                 MOVE "sweep_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
           END-EVALUATE

           EVALUATE TRUE
              WHEN ACTION-IS-SUSPEND AND BEFORE-STATUS EQUAL "ACTIVE"
                 MOVE "SUSPENDED" TO SW-STATUS
              WHEN ACTION-IS-RESUME AND BEFORE-STATUS EQUAL "SUSPENDED"
                 MOVE "ACTIVE" TO SW-STATUS
              WHEN ACTION-IS-CANCEL AND (BEFORE-STATUS EQUAL "ACTIVE"
                    OR BEFORE-STATUS EQUAL "SUSPENDED")
                 MOVE "CANCELLED" TO SW-STATUS
              WHEN OTHER
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE "STATUS: 409 CONFLICT - NOT ALLOWED IN STATUS"
                                                        TO SQL-ERROR
                 MOVE "sweep_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
           END-EVALUATE.

      ******************************************************************
       1040-CREATE-RULE.
      ******************************************************************
           MOVE "ACTIVE" TO SW-STATUS

           EXEC SQL
              INSERT INTO sweep_rule (main_account_id,
                    reserve_account_id, target_balance, min_transfer,
                    direction, status, created_by, created_operator)
                    VALUES (:SW-MAIN-ACCOUNT-ID,
                    :SW-RESERVE-ACCOUNT-ID, :SW-TARGET-BALANCE,
                    :SW-MIN-TRANSFER, :SW-DIRECTION, :SW-STATUS,
                    :CALLER-ID-SQL, :OPERATOR-ID-SQL)
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - INSERT RULE"
                                                        TO SQL-ERROR
              MOVE "sweep" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           EXEC SQL
              SELECT lastval() INTO :SW-SWEEP-ID
           END-EXEC

           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       1050-CHANGE-STATUS.
      ******************************************************************
      *    Takes effect from BSWEEP's next run -- a rule suspended or
      *    cancelled tonight is simply not selected.
           EXEC SQL
              UPDATE sweep_rule SET status = :SW-STATUS,
                    changed_operator = :OPERATOR-ID-SQL,
                    changed_at = CURRENT_TIMESTAMP
                    WHERE sweep_id = :SW-SWEEP-ID
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - UPDATE RULE"
                                                        TO SQL-ERROR
              MOVE "sweep_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

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
              MOVE SW-SWEEP-ID TO SWEEP-ID-ED
              DISPLAY "Content-Type: application/json" NEWLINE NEWLINE
              DISPLAY '{"status": "success", "sweep_id": '
                     SWEEP-ID-ED ', "sweep_status": "'
                     FUNCTION TRIM(SW-STATUS) '"}'
           END-IF
           PERFORM 1060-CLOSE-DB
           GOBACK.
