      *****************************************************************
      * Program name:    NCHEQUE
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 23/08/24  KERESTES      Created as the cheque register BCHQCLR
      *                         clears against -- until now the system
      *                         had no idea which serials a customer
      *                         held. ISSUE gives an open CHECKING
      *                         account a new cheque book of LEAVES
      *                         serials (default 25), numbered on from
      *                         the last book the account was issued;
      *                         STOP records a single serial or a range
      *                         of serials issued to the account as
      *                         stopped, so the clearing batch returns
      *                         the cheque instead of paying it.
      *                         Callable by the customer channel and by
      *                         branch staff -- the caller id and, from
      *                         a branch, the operator are kept on the
      *                         row.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 NCHEQUE.
       AUTHOR.                     ALEXANDRE KERESTES.
       DATE-WRITTEN.               2024-08-23.
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

       01  CHEQUE-ACTION        PIC X(6) VALUE SPACES.
           88 ACTION-IS-ISSUE   VALUE "ISSUE ".
           88 ACTION-IS-STOP    VALUE "STOP  ".

       01  STRING-SLOT          PIC 999.

       01  BOOK-LEAVES          PIC 9(3) VALUE ZERO.
       77  DEFAULT-LEAVES       PIC 9(3) VALUE 25.
       77  MAX-LEAVES           PIC 9(3) VALUE 100.

       01  RESULT-ID-ED         PIC Z(8)9.
       01  FIRST-SERIAL-ED      PIC Z(7)9.
       01  LAST-SERIAL-ED       PIC Z(7)9.

      *****************************************************************
      *                AUTHCHK CALL INTERFACE VARIABLES
      *****************************************************************

       01  AUTH-TRANSACTION     PIC X(10) VALUE "NCHEQUE   ".
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

       01  CQ-ACCOUNT-ID           PIC 9(9).
       01  CQ-ACCOUNT-TYPE         PIC X(10).
       01  CQ-FIRST-SERIAL         PIC 9(8).
       01  CQ-LAST-SERIAL          PIC 9(8).
       01  CQ-LAST-ISSUED          PIC 9(8).
       01  CQ-REASON               PIC X(40).
       01  CQ-RESULT-ID            PIC 9(9).

       01  ISSUED-FIRST-COUNT      PIC 9(7).
       01  ISSUED-LAST-COUNT       PIC 9(7).
       01  PAID-COUNT              PIC 9(7).

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

           IF ACTION-IS-ISSUE
              PERFORM 1035-VERIFY-ACCOUNT
              PERFORM 1040-ISSUE-BOOK
           ELSE
              PERFORM 1036-VERIFY-RANGE
              PERFORM 1045-STOP-RANGE
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
      *    No amounts here -- every field is a name scan.
           MOVE ZERO TO CQ-ACCOUNT-ID
           MOVE ZERO TO CQ-FIRST-SERIAL
           MOVE ZERO TO CQ-LAST-SERIAL
           MOVE SPACES TO CQ-REASON

           PERFORM VARYING STRING-SLOT FROM 1 BY 1
                 UNTIL STRING-SLOT > 8
              EVALUATE ITEM-INT-NAME(1 STRING-SLOT)
                 WHEN "account_id"
                    MOVE ITEM-INT-VALUE(1 STRING-SLOT)
                          TO CQ-ACCOUNT-ID
                 WHEN "leaves"
                    MOVE ITEM-INT-VALUE(1 STRING-SLOT) TO BOOK-LEAVES
                 WHEN "first_serial"
                    MOVE ITEM-INT-VALUE(1 STRING-SLOT)
                          TO CQ-FIRST-SERIAL
                 WHEN "last_serial"
                    MOVE ITEM-INT-VALUE(1 STRING-SLOT)
                          TO CQ-LAST-SERIAL
              END-EVALUATE

              EVALUATE ITEM-STRING-NAME(1 STRING-SLOT)
                 WHEN "action"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO CHEQUE-ACTION
                 WHEN "reason"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT) TO CQ-REASON
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

           EVALUATE TRUE
              WHEN NOT ACTION-IS-ISSUE AND NOT ACTION-IS-STOP
                 MOVE "INVALID ACTION - USE ISSUE OR STOP" TO SQL-ERROR
                 MOVE "action" TO RESPONSE-FIELD
                 MOVE "N" TO FIELD-VALID-SWITCH
              WHEN CQ-ACCOUNT-ID EQUAL ZERO
                 MOVE "MISSING ACCOUNT_ID" TO SQL-ERROR
                 MOVE "account_id" TO RESPONSE-FIELD
                 MOVE "N" TO FIELD-VALID-SWITCH
           END-EVALUATE

           IF FIELDS-VALID AND ACTION-IS-ISSUE
              IF BOOK-LEAVES EQUAL ZERO
                 MOVE DEFAULT-LEAVES TO BOOK-LEAVES
              END-IF
              IF BOOK-LEAVES GREATER THAN MAX-LEAVES
                 MOVE "INVALID LEAVES - AT MOST 100 PER BOOK"
                                                        TO SQL-ERROR
                 MOVE "leaves" TO RESPONSE-FIELD
                 MOVE "N" TO FIELD-VALID-SWITCH
              END-IF
           END-IF

      *    A single serial may be sent as first_serial alone.
           IF FIELDS-VALID AND ACTION-IS-STOP
              IF CQ-LAST-SERIAL EQUAL ZERO
                 MOVE CQ-FIRST-SERIAL TO CQ-LAST-SERIAL
              END-IF
              IF CQ-FIRST-SERIAL EQUAL ZERO
                 MOVE "MISSING FIRST_SERIAL" TO SQL-ERROR
                 MOVE "first_serial" TO RESPONSE-FIELD
                 MOVE "N" TO FIELD-VALID-SWITCH
              ELSE IF CQ-LAST-SERIAL LESS THAN CQ-FIRST-SERIAL
                 MOVE "INVALID RANGE - LAST_SERIAL BEFORE FIRST_SERIAL"
                                                        TO SQL-ERROR
                 MOVE "last_serial" TO RESPONSE-FIELD
                 MOVE "N" TO FIELD-VALID-SWITCH
              ELSE IF CQ-REASON EQUAL SPACES
                 MOVE "MISSING REASON" TO SQL-ERROR
                 MOVE "reason" TO RESPONSE-FIELD
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
      *    to auth_failure. The proven caller id goes on the book or
      *    stop row.
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
      *    operator; the customer channel sends no operator_id.
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
      *    Cheques are drawn on CHECKING accounts only. The account
      *    row is locked so two books issued at once can't both number
      *    on from the same last serial.
           EXEC SQL
              SELECT account_type INTO :CQ-ACCOUNT-TYPE FROM account
                    WHERE account_id = :CQ-ACCOUNT-ID
                    AND status = "OPEN"
                    FOR UPDATE
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

           IF CQ-ACCOUNT-TYPE NOT EQUAL "CHECKING"
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 409 CONFLICT - NOT A CHECKING ACCOUNT"
                                                        TO SQL-ERROR
              MOVE "account_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1036-VERIFY-RANGE.
      ******************************************************************
      *    Both ends of the range have to be serials this account was
      *    issued -- a stop on someone else's cheque protects nobody.
      *    A single cheque already paid can't be stopped any more.
           EXEC SQL
              SELECT
                    (SELECT COUNT(*) FROM cheque_book
                    WHERE account_id = :CQ-ACCOUNT-ID
                    AND first_serial <= :CQ-FIRST-SERIAL
                    AND last_serial >= :CQ-FIRST-SERIAL),
                    (SELECT COUNT(*) FROM cheque_book
                    WHERE account_id = :CQ-ACCOUNT-ID
                    AND first_serial <= :CQ-LAST-SERIAL
                    AND last_serial >= :CQ-LAST-SERIAL),
                    (SELECT COUNT(*) FROM cheque_presentment
                    WHERE account_id = :CQ-ACCOUNT-ID
                    AND serial = :CQ-FIRST-SERIAL
                    AND status = "PAID")
                    INTO :ISSUED-FIRST-COUNT, :ISSUED-LAST-COUNT,
                    :PAID-COUNT
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - SELECT"
                                                        TO SQL-ERROR
              MOVE "first_serial" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           IF ISSUED-FIRST-COUNT EQUAL ZERO
              MOVE "STATUS: 404 NOT FOUND - SERIAL NOT ISSUED TO ACCT"
                                                        TO SQL-ERROR
              MOVE "first_serial" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           ELSE IF ISSUED-LAST-COUNT EQUAL ZERO
              MOVE "STATUS: 404 NOT FOUND - SERIAL NOT ISSUED TO ACCT"
                                                        TO SQL-ERROR
              MOVE "last_serial" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           ELSE IF CQ-FIRST-SERIAL EQUAL CQ-LAST-SERIAL
                 AND PAID-COUNT GREATER THAN ZERO
              MOVE "STATUS: 409 CONFLICT - CHEQUE ALREADY PAID"
                                                        TO SQL-ERROR
              MOVE "first_serial" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1040-ISSUE-BOOK.
      ******************************************************************
      *    The new book numbers on from the account's last issued
      *    serial, so books never overlap and a serial names exactly
      *    one book.
           EXEC SQL
              SELECT COALESCE(MAX(last_serial), 0)
                    INTO :CQ-LAST-ISSUED
                    FROM cheque_book
                    WHERE account_id = :CQ-ACCOUNT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - SELECT"
                                                        TO SQL-ERROR
              MOVE "account_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           COMPUTE CQ-FIRST-SERIAL = CQ-LAST-ISSUED + 1
           COMPUTE CQ-LAST-SERIAL = CQ-LAST-ISSUED + BOOK-LEAVES

           EXEC SQL
              INSERT INTO cheque_book (account_id, first_serial,
                    last_serial, status, issued_by, issued_operator)
                    VALUES (:CQ-ACCOUNT-ID, :CQ-FIRST-SERIAL,
                    :CQ-LAST-SERIAL, "ISSUED", :CALLER-ID-SQL,
                    :OPERATOR-ID-SQL)
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - INSERT"
                                                        TO SQL-ERROR
              MOVE "account_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           EXEC SQL
              SELECT lastval() INTO :CQ-RESULT-ID
           END-EXEC

           EXEC SQL COMMIT WORK END-EXEC.

      ******************************************************************
       1045-STOP-RANGE.
      ******************************************************************

           EXEC SQL
              INSERT INTO cheque_stop (account_id, first_serial,
                    last_serial, reason, status, stopped_by,
                    stopped_operator)
                    VALUES (:CQ-ACCOUNT-ID, :CQ-FIRST-SERIAL,
                    :CQ-LAST-SERIAL, :CQ-REASON, "ACTIVE",
                    :CALLER-ID-SQL, :OPERATOR-ID-SQL)
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - INSERT"
                                                        TO SQL-ERROR
              MOVE "first_serial" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           EXEC SQL
              SELECT lastval() INTO :CQ-RESULT-ID
           END-EXEC

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
              MOVE CQ-RESULT-ID TO RESULT-ID-ED
              MOVE CQ-FIRST-SERIAL TO FIRST-SERIAL-ED
              MOVE CQ-LAST-SERIAL TO LAST-SERIAL-ED
              DISPLAY "Content-Type: application/json" NEWLINE NEWLINE
              IF ACTION-IS-ISSUE
                 DISPLAY '{"status": "success", "book_id": '
                        RESULT-ID-ED
                        ', "first_serial": ' FIRST-SERIAL-ED
                        ', "last_serial": ' LAST-SERIAL-ED '}'
              ELSE
                 DISPLAY '{"status": "success", "stop_id": '
                        RESULT-ID-ED
                        ', "first_serial": ' FIRST-SERIAL-ED
                        ', "last_serial": ' LAST-SERIAL-ED '}'
              END-IF
           END-IF
           PERFORM 1060-CLOSE-DB
           GOBACK.
