      *****************************************************************
      * Program name:    MPERIOD
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 07/09/24  KERESTES      Created as the maker side of the
      *                         controlled way back into a month the
      *                         BPERCLOSE close job has CLOSED: the
      *                         request (period_id YYYYMM and the
      *                         keying operator_id) is validated and
      *                         queued on pending_approval as a
      *                         REOPEN, and the period only reopens
      *                         when a DIFFERENT operator approves it
      *                         through NAPPROVE. Until then LEDGPOST
      *                         keeps refusing postings dated inside
      *                         it. Callers authenticate through
      *                         AUTHCHK like every other maker.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 MPERIOD.
       AUTHOR.                     ALEXANDRE KERESTES.
       DATE-WRITTEN.               2024-09-07.
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

       01  APPROVAL-ID-ED       PIC Z(8)9.

       01  STRING-SLOT          PIC 999.

       01  REQUEST-OPERATOR-ID  PIC X(8) VALUE SPACES.
       01  REQUEST-PERIOD-ID    PIC X(6) VALUE SPACES.

      *****************************************************************
      *                AUTHCHK CALL INTERFACE VARIABLES
      *****************************************************************

       01  AUTH-TRANSACTION     PIC X(10) VALUE "MPERIOD   ".
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

       01  PERIOD-ID-SQL           PIC X(6).
       01  PERIOD-STATUS-SQL       PIC X(10).
       01  PENDING-REOPEN-COUNT    PIC 9(7).

       01  OPERATOR-ID-SQL         PIC X(8).
       01  APPROVAL-ID             PIC 9(9).

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
           PERFORM 1040-QUEUE-REOPEN
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
      *    Every field of this body is a string -- picked up by
      *    name, the way operator_id is everywhere else, so the order
      *    the caller sends them in doesn't matter.
           PERFORM VARYING STRING-SLOT FROM 1 BY 1
                 UNTIL STRING-SLOT > 5
              EVALUATE ITEM-STRING-NAME(1 STRING-SLOT)
                 WHEN "period_id"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO REQUEST-PERIOD-ID
                 WHEN "operator_id"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO REQUEST-OPERATOR-ID
                 WHEN "branch_code"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO BRANCH_CODE
              END-EVALUATE
           END-PERFORM.

      ******************************************************************
       1025-VALIDATE-FIELDS.
      ******************************************************************
           SET FIELDS-VALID TO TRUE

           IF REQUEST-PERIOD-ID EQUAL SPACES
              MOVE "MISSING PERIOD_ID" TO SQL-ERROR
              MOVE "period_id" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           END-IF

           IF FIELDS-VALID AND (REQUEST-PERIOD-ID NOT NUMERIC
                 OR REQUEST-PERIOD-ID(5:2) < "01"
                 OR REQUEST-PERIOD-ID(5:2) > "12")
              MOVE "INVALID PERIOD_ID - USE YYYYMM" TO SQL-ERROR
              MOVE "period_id" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           END-IF

           IF FIELDS-VALID AND REQUEST-OPERATOR-ID EQUAL SPACES
              MOVE "MISSING OPERATOR_ID" TO SQL-ERROR
              MOVE "operator_id" TO RESPONSE-FIELD
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
      *    database password.
           CALL "AUTHCHK" USING AUTH-TRANSACTION, AUTH-RETURN-CODE

           EVALUATE TRUE
              WHEN AUTH-OK
                 CONTINUE
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
      *    The maker has to be a real, active operator -- the queue
      *    row is the answer to "who asked for this reopen".
           MOVE REQUEST-OPERATOR-ID TO OPERATOR-ID-SQL

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
       1040-QUEUE-REOPEN.
      ******************************************************************
      *    Only a CLOSED period can be asked back open, and only once
      *    at a time -- proved here so a doomed request doesn't sit in
      *    the queue, and proved again by NAPPROVE when the approval
      *    applies it. The period stays CLOSED until then.
           MOVE REQUEST-PERIOD-ID TO PERIOD-ID-SQL

           EXEC SQL
              SELECT status INTO :PERIOD-STATUS-SQL
                    FROM accounting_period
                    WHERE period_id = :PERIOD-ID-SQL
           END-EXEC

           IF SQLCODE EQUAL 100
              MOVE "STATUS: 404 NOT FOUND - UNKNOWN PERIOD"
                                                        TO SQL-ERROR
              MOVE "period_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           ELSE IF SQLCODE NOT EQUAL ZERO
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - SELECT"
                                                        TO SQL-ERROR
              MOVE "period_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           IF PERIOD-STATUS-SQL NOT EQUAL "CLOSED"
              MOVE "STATUS: 409 CONFLICT - PERIOD IS NOT CLOSED"
                                                        TO SQL-ERROR
              MOVE "period_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           EXEC SQL
              SELECT COUNT(*) INTO :PENDING-REOPEN-COUNT
                    FROM pending_approval
                    WHERE action_type = "REOPEN"
                    AND period_id = :PERIOD-ID-SQL
                    AND status = "PENDING"
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - SELECT"
                                                        TO SQL-ERROR
              MOVE "period_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           IF PENDING-REOPEN-COUNT GREATER THAN ZERO
              MOVE "STATUS: 409 CONFLICT - REOPEN ALREADY PENDING"
                                                        TO SQL-ERROR
              MOVE "period_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           EXEC SQL
              INSERT INTO pending_approval (action_type, period_id,
                    requested_by)
                    VALUES ("REOPEN", :PERIOD-ID-SQL,
                    :OPERATOR-ID-SQL)
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - QUEUE"
                                                        TO SQL-ERROR
              MOVE "period" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           EXEC SQL
              SELECT lastval() INTO :APPROVAL-ID
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - QUEUE"
                                                        TO SQL-ERROR
              MOVE "period" TO RESPONSE-FIELD
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
              MOVE APPROVAL-ID TO APPROVAL-ID-ED
              DISPLAY "Content-Type: application/json" NEWLINE NEWLINE
              DISPLAY '{"status": "success", "period_id": "'
                     REQUEST-PERIOD-ID
                     '", "approval_id": ' APPROVAL-ID-ED
                     ', "approval_status": "PENDING"}'
           END-IF
           PERFORM 1060-CLOSE-DB
           GOBACK.
