      *****************************************************************
      * Program name:    NPAYEE
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 30/08/24  KERESTES      Created as the payee register NEXTPAY
      *                         now pays against: until now an
      *                         external payment went to whatever
      *                         bank and account the request named.
      *                         ADD registers a beneficiary bank,
      *                         account and name for an active client;
      *                         REMOVE ends it. Callable by the
      *                         customer channel and by branch staff
      *                         -- every action writes a payee_audit
      *                         row with the authenticated caller and,
      *                         when branch staff keyed it, the
      *                         operator. An ADD also queues a PAYEE
      *                         notification so the customer hears of
      *                         a payee they did not add themselves
      *                         while the cooling-off period still
      *                         holds its payments back.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 NPAYEE.
       AUTHOR.                     ALEXANDRE KERESTES.
       DATE-WRITTEN.               2024-08-30.
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

       01  PAYEE-ACTION         PIC X(6) VALUE SPACES.
           88 ACTION-IS-ADD     VALUE "ADD   ".
           88 ACTION-IS-REMOVE  VALUE "REMOVE".

       01  STRING-SLOT          PIC 999.

       01  PAYEE-ID-ED          PIC Z(8)9.
       01  CLIENT-ID-ED         PIC Z(8)9.

      *****************************************************************
      *                AUTHCHK CALL INTERFACE VARIABLES
      *****************************************************************

       01  AUTH-TRANSACTION     PIC X(10) VALUE "NPAYEE    ".
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

       01  PAYEE-ID                PIC 9(9).
       01  PY-CLIENT-ID            PIC 9(9).
       01  PY-BENEF-BANK           PIC X(11).
       01  PY-BENEF-ACCOUNT        PIC X(34).
       01  PY-BENEF-NAME           PIC X(50).
       01  PY-STATUS               PIC X(10).
       01  PY-CLIENT-ACTIF         PIC X(1).

       01  BEFORE-STATUS           PIC X(10).
       01  PY-AUDIT-ACTION         PIC X(10).

       01  DUPLICATE-COUNT         PIC 9(7).

       01  NOTIF-EVENT-KEY         PIC X(40).
       01  NOTIF-MESSAGE           PIC X(80).
       01  EVT-PRENOM              PIC X(50).
       01  EVT-NOM                 PIC X(100).
       01  EVT-MAIL                PIC X(200).

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

           IF ACTION-IS-ADD
              PERFORM 1035-VERIFY-CLIENT
              PERFORM 1040-ADD-PAYEE
              PERFORM 1042-QUEUE-NOTIFICATION
           ELSE
              PERFORM 1036-LOAD-PAYEE
              PERFORM 1050-REMOVE-PAYEE
           END-IF

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
           MOVE ZERO TO PAYEE-ID
           MOVE ZERO TO PY-CLIENT-ID
           MOVE SPACES TO PY-BENEF-BANK
           MOVE SPACES TO PY-BENEF-ACCOUNT
           MOVE SPACES TO PY-BENEF-NAME

           PERFORM VARYING STRING-SLOT FROM 1 BY 1
                 UNTIL STRING-SLOT > 8
              EVALUATE ITEM-INT-NAME(1 STRING-SLOT)
                 WHEN "payee_id"
                    MOVE ITEM-INT-VALUE(1 STRING-SLOT) TO PAYEE-ID
                 WHEN "client_id"
                    MOVE ITEM-INT-VALUE(1 STRING-SLOT)
                          TO PY-CLIENT-ID
              END-EVALUATE

              EVALUATE ITEM-STRING-NAME(1 STRING-SLOT)
                 WHEN "action"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO PAYEE-ACTION
                 WHEN "beneficiary_bank"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO PY-BENEF-BANK
                 WHEN "beneficiary_account"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO PY-BENEF-ACCOUNT
                 WHEN "beneficiary_name"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO PY-BENEF-NAME
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

           IF NOT ACTION-IS-ADD AND NOT ACTION-IS-REMOVE
              MOVE "INVALID ACTION - USE ADD OR REMOVE" TO SQL-ERROR
              MOVE "action" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           END-IF

           IF FIELDS-VALID AND PY-CLIENT-ID EQUAL ZERO
              MOVE "MISSING CLIENT_ID" TO SQL-ERROR
              MOVE "client_id" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           END-IF

           IF FIELDS-VALID AND ACTION-IS-REMOVE
                 AND PAYEE-ID EQUAL ZERO
              MOVE "MISSING PAYEE_ID" TO SQL-ERROR
              MOVE "payee_id" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           END-IF

           IF FIELDS-VALID AND ACTION-IS-ADD
              IF PY-BENEF-BANK EQUAL SPACES
                 MOVE "MISSING BENEFICIARY_BANK" TO SQL-ERROR
                 MOVE "beneficiary_bank" TO RESPONSE-FIELD
                 MOVE "N" TO FIELD-VALID-SWITCH
              ELSE IF PY-BENEF-ACCOUNT EQUAL SPACES
                 MOVE "MISSING BENEFICIARY_ACCOUNT" TO SQL-ERROR
                 MOVE "beneficiary_account" TO RESPONSE-FIELD
                 MOVE "N" TO FIELD-VALID-SWITCH
              ELSE IF PY-BENEF-NAME EQUAL SPACES
                 MOVE "MISSING BENEFICIARY_NAME" TO SQL-ERROR
                 MOVE "beneficiary_name" TO RESPONSE-FIELD
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
       1035-VERIFY-CLIENT.
      ******************************************************************
      *    Only an active client registers payees, and one bank and
      *    account is registered once per client -- a second live row
      *    would restart the cooling-off clock on a payee already
      *    trusted. The client's name and mail come back for the
      *    notification.
           EXEC SQL
              SELECT actif, prenom, nom, COALESCE(mail, " ")
                    INTO :PY-CLIENT-ACTIF, :EVT-PRENOM, :EVT-NOM,
                    :EVT-MAIL
                    FROM client
                    WHERE client_id = :PY-CLIENT-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE EQUAL 100
                 MOVE "STATUS: 404 NOT FOUND - NO SUCH CLIENT"
                                                        TO SQL-ERROR
                 MOVE "client_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN SQLCODE NOT EQUAL ZERO
                 MOVE "STATUS: 500 INTERNAL SERVER ERROR - SELECT"
                                                        TO SQL-ERROR
                 MOVE "client_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
           END-EVALUATE

           IF PY-CLIENT-ACTIF NOT EQUAL "Y"
              MOVE "STATUS: 409 CONFLICT - CLIENT NOT ACTIVE"
                                                        TO SQL-ERROR
              MOVE "client_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           EXEC SQL
              SELECT COUNT(*) INTO :DUPLICATE-COUNT FROM payee
                    WHERE client_id = :PY-CLIENT-ID
                    AND beneficiary_bank = :PY-BENEF-BANK
                    AND beneficiary_account = :PY-BENEF-ACCOUNT
                    AND status = "ACTIVE"
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - SELECT"
                                                        TO SQL-ERROR
              MOVE "client_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           ELSE IF DUPLICATE-COUNT GREATER THAN ZERO
              MOVE "STATUS: 409 CONFLICT - PAYEE ALREADY REGISTERED"
                                                        TO SQL-ERROR
              MOVE "beneficiary_account" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1036-LOAD-PAYEE.
      ******************************************************************
      *    FOR UPDATE holds the row against a concurrent remove until
      *    the audit row commits beside the change. The payee has to
      *    belong to the client named -- a caller cannot remove
      *    someone else's payee by guessing its id.
           EXEC SQL
              SELECT beneficiary_bank, beneficiary_account,
                    COALESCE(beneficiary_name, " "), status
                    INTO :PY-BENEF-BANK, :PY-BENEF-ACCOUNT,
                    :PY-BENEF-NAME, :BEFORE-STATUS
                    FROM payee
                    WHERE payee_id = :PAYEE-ID
                    AND client_id = :PY-CLIENT-ID
                    FOR UPDATE
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE EQUAL 100
                 MOVE "STATUS: 404 NOT FOUND - UNKNOWN PAYEE_ID"
                                                        TO SQL-ERROR
                 MOVE "payee_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN SQLCODE NOT EQUAL ZERO
                 MOVE "STATUS: 500 INTERNAL SERVER ERROR - SELECT"
                                                        TO SQL-ERROR
                 MOVE "payee_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
           END-EVALUATE

           IF BEFORE-STATUS NOT EQUAL "ACTIVE"
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 409 CONFLICT - PAYEE ALREADY REMOVED"
                                                        TO SQL-ERROR
              MOVE "payee_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1040-ADD-PAYEE.
      ******************************************************************
      *    cooled_at stays NULL -- BPAYOUT stamps it on its first run
      *    after this one, and holds the payee's payments until then.
           MOVE "ACTIVE" TO PY-STATUS
           MOVE SPACES TO BEFORE-STATUS
           MOVE "ADD" TO PY-AUDIT-ACTION

           EXEC SQL
              INSERT INTO payee (client_id, beneficiary_bank,
                    beneficiary_account, beneficiary_name, status,
                    created_by, created_operator)
                    VALUES (:PY-CLIENT-ID, :PY-BENEF-BANK,
                    :PY-BENEF-ACCOUNT, :PY-BENEF-NAME, :PY-STATUS,
                    :CALLER-ID-SQL, :OPERATOR-ID-SQL)
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - INSERT"
                                                        TO SQL-ERROR
              MOVE "client_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           EXEC SQL
              SELECT lastval() INTO :PAYEE-ID
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - INSERT"
                                                        TO SQL-ERROR
              MOVE "client_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1042-QUEUE-NOTIFICATION.
      ******************************************************************
      *    Queued in the same unit of work as the payee, keyed on the
      *    payee id so it can only ever be queued once; BNOTIFY sends
      *    it with the rest. A client with no mail on file gets
      *    nothing queued -- the payee still stands.
           IF EVT-MAIL NOT EQUAL SPACES
              MOVE PAYEE-ID TO PAYEE-ID-ED
              MOVE SPACES TO NOTIF-EVENT-KEY
              STRING "PAYEE " FUNCTION TRIM(PAYEE-ID-ED)
                    DELIMITED BY SIZE INTO NOTIF-EVENT-KEY
              MOVE SPACES TO NOTIF-MESSAGE
              STRING "NEW PAYEE ADDED: " PY-BENEF-NAME
                    DELIMITED BY SIZE INTO NOTIF-MESSAGE

              EXEC SQL
                 INSERT INTO notification (event_type, event_key,
                       client_id, account_id, account_number,
                       prenom, nom, mail, message)
                       VALUES ("PAYEE", :NOTIF-EVENT-KEY,
                       :PY-CLIENT-ID, NULL, NULL,
                       :EVT-PRENOM, :EVT-NOM,
                       :EVT-MAIL, :NOTIF-MESSAGE)
              END-EXEC

              IF SQLCODE NOT EQUAL ZERO
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE "STATUS: 500 INTERNAL SERVER ERROR - NOTIFY"
                                                        TO SQL-ERROR
                 MOVE "client_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              END-IF
           END-IF.

      ******************************************************************
       1050-REMOVE-PAYEE.
      ******************************************************************
      *    The row is kept, removed_at/removed_by on it -- NEXTPAY
      *    refuses the next payment to it from this moment.
           MOVE "REMOVED" TO PY-STATUS
           MOVE "REMOVE" TO PY-AUDIT-ACTION

           EXEC SQL
              UPDATE payee SET status = :PY-STATUS,
                    removed_at = CURRENT_TIMESTAMP,
                    removed_by = :CALLER-ID-SQL,
                    removed_operator = :OPERATOR-ID-SQL
                    WHERE payee_id = :PAYEE-ID
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - UPDATE"
                                                        TO SQL-ERROR
              MOVE "payee_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1055-WRITE-AUDIT.
      ******************************************************************
      *    The audit row commits with the change or neither lands.
           EXEC SQL
              INSERT INTO payee_audit (payee_id, action,
                    status_avant, status_apres,
                    caller_id, operator_id)
                    VALUES (:PAYEE-ID, :PY-AUDIT-ACTION,
                    :BEFORE-STATUS, :PY-STATUS,
                    :CALLER-ID-SQL, :OPERATOR-ID-SQL)
           END-EXEC

           IF SQLCODE EQUAL ZERO
              EXEC SQL COMMIT WORK END-EXEC
           ELSE
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - AUDIT"
                                                        TO SQL-ERROR
              MOVE "payee_id" TO RESPONSE-FIELD
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
              MOVE PAYEE-ID TO PAYEE-ID-ED
              MOVE PY-CLIENT-ID TO CLIENT-ID-ED
              DISPLAY "Content-Type: application/json" NEWLINE NEWLINE
              DISPLAY '{"status": "success", "payee_id": '
                     PAYEE-ID-ED
                     ', "client_id": ' CLIENT-ID-ED
                     ', "payee_status": "'
                     FUNCTION TRIM(PY-STATUS) '"}'
           END-IF
           PERFORM 1060-CLOSE-DB
           GOBACK.
