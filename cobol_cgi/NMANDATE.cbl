      *****************************************************************
      * Program name:    NMANDATE
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 21/08/24  KERESTES      Created as the direct-debit mandate
      *                         register BPAYFILE now enforces: until
      *                         now any originator who put one of our
      *                         account numbers on a DEBIT line could
      *                         pull money from it. CREATE registers
      *                         which creditor (the originator
      *                         reference its lines carry) may debit
      *                         which open account, up to what amount
      *                         and how often; AMEND changes the limit
      *                         or frequency; REVOKE ends it. Callable
      *                         by the customer channel and by branch
      *                         staff -- every action writes a
      *                         mandate_audit row with the
      *                         authenticated caller and, when branch
      *                         staff keyed it, the operator, so "who
      *                         authorised this debit" reads straight
      *                         off the trail in a dispute.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 NMANDATE.
       AUTHOR.                     ALEXANDRE KERESTES.
       DATE-WRITTEN.               2024-08-21.
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

       01  MANDATE-ACTION       PIC X(6) VALUE SPACES.
           88 ACTION-IS-CREATE  VALUE "CREATE".
           88 ACTION-IS-AMEND   VALUE "AMEND ".
           88 ACTION-IS-REVOKE  VALUE "REVOKE".

       01  REQUEST-FREQUENCY    PIC X(10) VALUE SPACES.
           88 FREQUENCY-VALID   VALUE "ONEOFF    " "WEEKLY    "
                                      "MONTHLY   " "QUARTERLY "
                                      "ANNUAL    ".

       01  STRING-SLOT          PIC 999.

       01  MANDATE-ID-ED        PIC Z(8)9.

      *****************************************************************
      *                AUTHCHK CALL INTERFACE VARIABLES
      *****************************************************************

       01  AUTH-TRANSACTION     PIC X(10) VALUE "NMANDATE  ".
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

       01  MANDATE-ID              PIC 9(9).
       01  MD-ACCOUNT-ID           PIC 9(9).
       01  MD-CREDITOR-REF         PIC X(30).
       01  MD-CREDITOR-NAME        PIC X(50).
       01  MD-MAX-AMOUNT           PIC S9(13)V99.
       01  MD-FREQUENCY            PIC X(10).
       01  MD-STATUS               PIC X(10).

       01  BEFORE-MAX-AMOUNT       PIC S9(13)V99.
       01  BEFORE-FREQUENCY        PIC X(10).
       01  BEFORE-STATUS           PIC X(10).
       01  MD-AUDIT-ACTION         PIC X(10).

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

           EVALUATE TRUE
              WHEN ACTION-IS-CREATE
                 PERFORM 1035-VERIFY-ACCOUNT
                 PERFORM 1040-CREATE-MANDATE
              WHEN ACTION-IS-AMEND
                 PERFORM 1036-LOAD-MANDATE
                 PERFORM 1045-AMEND-MANDATE
              WHEN OTHER
                 PERFORM 1036-LOAD-MANDATE
                 PERFORM 1050-REVOKE-MANDATE
           END-EVALUATE

           PERFORM 1055-WRITE-AUDIT
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
      *    The limit rides the parse table's decimal slot the way
      *    NHOLD's amount does; everything else is a name scan.
           MOVE ZERO TO MANDATE-ID
           MOVE ZERO TO MD-ACCOUNT-ID
           MOVE SPACES TO MD-CREDITOR-REF
           MOVE SPACES TO MD-CREDITOR-NAME
           MOVE ITEM-LONG-VALUE(1 1) TO MD-MAX-AMOUNT

           PERFORM VARYING STRING-SLOT FROM 1 BY 1
                 UNTIL STRING-SLOT > 8
              EVALUATE ITEM-INT-NAME(1 STRING-SLOT)
                 WHEN "mandate_id"
                    MOVE ITEM-INT-VALUE(1 STRING-SLOT) TO MANDATE-ID
                 WHEN "account_id"
                    MOVE ITEM-INT-VALUE(1 STRING-SLOT)
                          TO MD-ACCOUNT-ID
              END-EVALUATE

              EVALUATE ITEM-STRING-NAME(1 STRING-SLOT)
                 WHEN "action"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO MANDATE-ACTION
                 WHEN "creditor_reference"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO MD-CREDITOR-REF
                 WHEN "creditor_name"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO MD-CREDITOR-NAME
                 WHEN "frequency"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO REQUEST-FREQUENCY
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

           IF NOT ACTION-IS-CREATE AND NOT ACTION-IS-AMEND
                 AND NOT ACTION-IS-REVOKE
              MOVE "INVALID ACTION - USE CREATE, AMEND OR REVOKE"
                                                        TO SQL-ERROR
              MOVE "action" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           END-IF

           IF FIELDS-VALID AND NOT ACTION-IS-CREATE
                 AND MANDATE-ID EQUAL ZERO
              MOVE "MISSING MANDATE_ID" TO SQL-ERROR
              MOVE "mandate_id" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           END-IF

           IF FIELDS-VALID AND ACTION-IS-CREATE
              EVALUATE TRUE
                 WHEN MD-ACCOUNT-ID EQUAL ZERO
                    MOVE "MISSING ACCOUNT_ID" TO SQL-ERROR
                    MOVE "account_id" TO RESPONSE-FIELD
                    MOVE "N" TO FIELD-VALID-SWITCH
                 WHEN MD-CREDITOR-REF EQUAL SPACES
                    MOVE "MISSING CREDITOR_REFERENCE" TO SQL-ERROR
                    MOVE "creditor_reference" TO RESPONSE-FIELD
                    MOVE "N" TO FIELD-VALID-SWITCH
                 WHEN MD-MAX-AMOUNT NOT GREATER THAN ZERO
                    MOVE "INVALID MAX_AMOUNT - MUST BE ABOVE ZERO"
                                                        TO SQL-ERROR
                    MOVE "max_amount" TO RESPONSE-FIELD
                    MOVE "N" TO FIELD-VALID-SWITCH
                 WHEN NOT FREQUENCY-VALID
                    MOVE "INVALID FREQUENCY" TO SQL-ERROR
                    MOVE "frequency" TO RESPONSE-FIELD
                    MOVE "N" TO FIELD-VALID-SWITCH
              END-EVALUATE
           END-IF

      *    An amendment changes the limit, the frequency or both --
      *    whichever is left out keeps its current value.
           IF FIELDS-VALID AND ACTION-IS-AMEND
              IF MD-MAX-AMOUNT EQUAL ZERO
                    AND REQUEST-FREQUENCY EQUAL SPACES
                 MOVE "NOTHING TO AMEND - SEND MAX_AMOUNT OR FREQUENCY"
                                                        TO SQL-ERROR
                 MOVE "max_amount" TO RESPONSE-FIELD
                 MOVE "N" TO FIELD-VALID-SWITCH
              ELSE IF REQUEST-FREQUENCY NOT EQUAL SPACES
                    AND NOT FREQUENCY-VALID
                 MOVE "INVALID FREQUENCY" TO SQL-ERROR
                 MOVE "frequency" TO RESPONSE-FIELD
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
      *    to auth_failure. 1030-DB-CONNECT only ever proved the
      *    database password. The proven caller id is what the audit
      *    row records for a customer-channel action.
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
      *    Branch staff name themselves and have to be a real, active
      *    operator; the customer channel sends no operator_id and the
      *    caller id alone goes on the audit row.
           IF OPERATOR-ID-SQL NOT EQUAL SPACES
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
              END-IF
           END-IF.

      ******************************************************************
       1035-VERIFY-ACCOUNT.
      ******************************************************************
      *    Only an open customer account can be debited under a
      *    mandate, and one creditor gets one live mandate per account
      *    -- a second would leave BPAYFILE guessing whose limit
      *    applies.
           EXEC SQL
              SELECT account_id INTO :MD-ACCOUNT-ID FROM account
                    WHERE account_id = :MD-ACCOUNT-ID
                    AND status = "OPEN"
                    AND account_type <> "INTERNAL"
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              MOVE "STATUS: 404 NOT FOUND - UNKNOWN OR CLOSED ACCT"
                                                        TO SQL-ERROR
              MOVE "account_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           EXEC SQL
              SELECT COUNT(*) INTO :DUPLICATE-COUNT FROM mandate
                    WHERE account_id = :MD-ACCOUNT-ID
                    AND creditor_reference = :MD-CREDITOR-REF
                    AND status = "ACTIVE"
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - SELECT"
                                                        TO SQL-ERROR
              MOVE "account_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           ELSE IF DUPLICATE-COUNT GREATER THAN ZERO
              MOVE "STATUS: 409 CONFLICT - ACTIVE MANDATE EXISTS"
                                                        TO SQL-ERROR
              MOVE "creditor_reference" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1036-LOAD-MANDATE.
      ******************************************************************
      *    FOR UPDATE holds the row against a concurrent amend/revoke
      *    until the audit row commits beside the change.
           EXEC SQL
              SELECT account_id, max_amount, frequency, status
                    INTO :MD-ACCOUNT-ID, :BEFORE-MAX-AMOUNT,
                    :BEFORE-FREQUENCY, :BEFORE-STATUS
                    FROM mandate
                    WHERE mandate_id = :MANDATE-ID
                    FOR UPDATE
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE EQUAL 100
                 MOVE "STATUS: 404 NOT FOUND - UNKNOWN MANDATE_ID"
                                                        TO SQL-ERROR
                 MOVE "mandate_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN SQLCODE NOT EQUAL ZERO
                 MOVE "STATUS: 500 INTERNAL SERVER ERROR - SELECT"
                                                        TO SQL-ERROR
                 MOVE "mandate_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
           END-EVALUATE

           IF BEFORE-STATUS NOT EQUAL "ACTIVE"
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 409 CONFLICT - MANDATE ALREADY REVOKED"
                                                        TO SQL-ERROR
              MOVE "mandate_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1040-CREATE-MANDATE.
      ******************************************************************

           MOVE REQUEST-FREQUENCY TO MD-FREQUENCY
           MOVE "ACTIVE" TO MD-STATUS
           MOVE ZERO TO BEFORE-MAX-AMOUNT
           MOVE SPACES TO BEFORE-FREQUENCY
           MOVE SPACES TO BEFORE-STATUS
           MOVE "CREATE" TO MD-AUDIT-ACTION

           EXEC SQL
              INSERT INTO mandate (account_id, creditor_reference,
                    creditor_name, max_amount, frequency, status,
                    created_by, created_operator)
                    VALUES (:MD-ACCOUNT-ID, :MD-CREDITOR-REF,
                    :MD-CREDITOR-NAME, :MD-MAX-AMOUNT, :MD-FREQUENCY,
                    :MD-STATUS, :CALLER-ID-SQL, :OPERATOR-ID-SQL)
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - INSERT"
                                                        TO SQL-ERROR
              MOVE "account_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           EXEC SQL
              SELECT lastval() INTO :MANDATE-ID
           END-EXEC.

      ******************************************************************
       1045-AMEND-MANDATE.
      ******************************************************************

           IF MD-MAX-AMOUNT EQUAL ZERO
              MOVE BEFORE-MAX-AMOUNT TO MD-MAX-AMOUNT
           END-IF
           IF REQUEST-FREQUENCY EQUAL SPACES
              MOVE BEFORE-FREQUENCY TO MD-FREQUENCY
           ELSE
              MOVE REQUEST-FREQUENCY TO MD-FREQUENCY
           END-IF
           MOVE BEFORE-STATUS TO MD-STATUS
           MOVE "AMEND" TO MD-AUDIT-ACTION

           IF MD-MAX-AMOUNT NOT GREATER THAN ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "INVALID MAX_AMOUNT - MUST BE ABOVE ZERO"
                                                        TO SQL-ERROR
              MOVE "max_amount" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           EXEC SQL
              UPDATE mandate SET max_amount = :MD-MAX-AMOUNT,
                    frequency = :MD-FREQUENCY
                    WHERE mandate_id = :MANDATE-ID
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - UPDATE"
                                                        TO SQL-ERROR
              MOVE "mandate_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1050-REVOKE-MANDATE.
      ******************************************************************
      *    The row is kept, revoked_at/revoked_by on it -- BPAYFILE
      *    refuses the creditor's next DEBIT line from this moment.
           MOVE BEFORE-MAX-AMOUNT TO MD-MAX-AMOUNT
           MOVE BEFORE-FREQUENCY TO MD-FREQUENCY
           MOVE "REVOKED" TO MD-STATUS
           MOVE "REVOKE" TO MD-AUDIT-ACTION

           EXEC SQL
              UPDATE mandate SET status = :MD-STATUS,
                    revoked_at = CURRENT_TIMESTAMP,
                    revoked_by = :CALLER-ID-SQL,
                    revoked_operator = :OPERATOR-ID-SQL
                    WHERE mandate_id = :MANDATE-ID
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - UPDATE"
                                                        TO SQL-ERROR
              MOVE "mandate_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1055-WRITE-AUDIT.
      ******************************************************************
      *    Before/after the account_audit way, plus who -- the audit
      *    row commits with the change or neither lands.
           EXEC SQL
              INSERT INTO mandate_audit (mandate_id, action,
                    max_amount_avant, max_amount_apres,
                    frequency_avant, frequency_apres,
                    status_avant, status_apres,
                    caller_id, operator_id)
                    VALUES (:MANDATE-ID, :MD-AUDIT-ACTION,
                    :BEFORE-MAX-AMOUNT, :MD-MAX-AMOUNT,
                    :BEFORE-FREQUENCY, :MD-FREQUENCY,
                    :BEFORE-STATUS, :MD-STATUS,
                    :CALLER-ID-SQL, :OPERATOR-ID-SQL)
           END-EXEC

           IF SQLCODE EQUAL ZERO
              EXEC SQL COMMIT WORK END-EXEC
           ELSE
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - AUDIT"
                                                        TO SQL-ERROR
              MOVE "mandate_id" TO RESPONSE-FIELD
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
              MOVE MANDATE-ID TO MANDATE-ID-ED
              DISPLAY "Content-Type: application/json" NEWLINE NEWLINE
              DISPLAY '{"status": "success", "mandate_id": '
                     MANDATE-ID-ED
                     ', "mandate_status": "'
                     FUNCTION TRIM(MD-STATUS) '"}'
           END-IF
           PERFORM 1060-CLOSE-DB
           GOBACK.
