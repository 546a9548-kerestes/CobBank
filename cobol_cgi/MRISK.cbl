      *****************************************************************
      * Program name:    MRISK
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 28/08/24  KERESTES      Created as the compliance officer's
      *                         hand on the AML risk rating BRISKRT
      *                         calculates monthly. OVERRIDE sets
      *                         risk_rating to LOW, MEDIUM or HIGH
      *                         with a mandatory reason and marks it
      *                         overridden, so the batch leaves it
      *                         alone; RELEASE hands the rating back,
      *                         re-banded at once off the last score
      *                         the batch stored; REVIEW stamps
      *                         last_kyc_review with the business date
      *                         when a HIGH client's annual review is
      *                         done, which takes them off BKYCREV's
      *                         list for a year. Every action writes a
      *                         client_risk_audit row in the same unit
      *                         of work. Staff only -- the operator
      *                         must be real and active.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 MRISK.
       AUTHOR.                     ALEXANDRE KERESTES.
       DATE-WRITTEN.               2024-08-28.
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

       01  RISK-ACTION          PIC X(8) VALUE SPACES.
           88 ACTION-IS-OVERRIDE VALUE "OVERRIDE".
           88 ACTION-IS-RELEASE VALUE "RELEASE ".
           88 ACTION-IS-REVIEW  VALUE "REVIEW  ".

       01  REQUEST-RATING       PIC X(6) VALUE SPACES.
           88 RATING-VALID      VALUE "LOW   " "MEDIUM" "HIGH  ".

       01  STRING-SLOT          PIC 999.

       01  CLIENT-ID-ED         PIC Z(8)9.
       01  AUDIT-ID-ED          PIC Z(8)9.

       01  REQUEST-OPERATOR-ID  PIC X(8) VALUE SPACES.

      *****************************************************************
      *                AUTHCHK CALL INTERFACE VARIABLES
      *****************************************************************

       01  AUTH-TRANSACTION     PIC X(10) VALUE "MRISK     ".
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

       01  OPERATOR-ID-SQL         PIC X(8).

       01  RA-CLIENT-ID            PIC 9(9).
       01  RA-ACTION               PIC X(10).
       01  RA-RATING-BEFORE        PIC X(6).
       01  RA-RATING-AFTER         PIC X(6).
       01  RA-SCORE                PIC 9(3).
       01  RA-OVERRIDE             PIC X.
       01  RA-REASON               PIC X(80).
       01  RA-AUDIT-ID             PIC 9(9).

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
           PERFORM 1035-LOAD-CLIENT

           EVALUATE TRUE
              WHEN ACTION-IS-OVERRIDE
                 PERFORM 1040-OVERRIDE-RATING
              WHEN ACTION-IS-RELEASE
                 PERFORM 1041-RELEASE-OVERRIDE
              WHEN OTHER
                 PERFORM 1042-RECORD-REVIEW
           END-EVALUATE

           PERFORM 1050-WRITE-AUDIT
           PERFORM 1055-COMMIT-ACTION
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
      *    Every field rides a name scan -- the three actions carry
      *    different bodies.
           MOVE ZERO TO RA-CLIENT-ID
           MOVE SPACES TO RA-REASON

           PERFORM VARYING STRING-SLOT FROM 1 BY 1
                 UNTIL STRING-SLOT > 8
              IF ITEM-INT-NAME(1 STRING-SLOT) EQUAL "client_id"
                 MOVE ITEM-INT-VALUE(1 STRING-SLOT) TO RA-CLIENT-ID
              END-IF

              EVALUATE ITEM-STRING-NAME(1 STRING-SLOT)
                 WHEN "action"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO RISK-ACTION
                 WHEN "risk_rating"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO REQUEST-RATING
                 WHEN "reason"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO RA-REASON
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

           IF NOT ACTION-IS-OVERRIDE AND NOT ACTION-IS-RELEASE
              AND NOT ACTION-IS-REVIEW
              MOVE "INVALID ACTION - USE OVERRIDE, RELEASE OR REVIEW"
                                                        TO SQL-ERROR
              MOVE "action" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           ELSE IF RA-CLIENT-ID EQUAL ZERO
              MOVE "MISSING CLIENT_ID" TO SQL-ERROR
              MOVE "client_id" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           ELSE IF REQUEST-OPERATOR-ID EQUAL SPACES
              MOVE "MISSING OPERATOR_ID" TO SQL-ERROR
              MOVE "operator_id" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           ELSE IF ACTION-IS-OVERRIDE AND NOT RATING-VALID
              MOVE "INVALID RATING - USE LOW, MEDIUM OR HIGH"
                                                        TO SQL-ERROR
              MOVE "risk_rating" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           ELSE IF ACTION-IS-OVERRIDE AND RA-REASON EQUAL SPACES
              MOVE "MISSING REASON - AN OVERRIDE MUST SAY WHY"
                                                        TO SQL-ERROR
              MOVE "reason" TO RESPONSE-FIELD
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
      *    The officer has to be a real, active operator -- the audit
      *    row is the answer to "who changed this rating".
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
       1035-LOAD-CLIENT.
      ******************************************************************
      *    FOR UPDATE -- a BRISKRT run landing between this read and
      *    the update would otherwise have its rating audited as the
      *    "before" of a change it never saw.
           EXEC SQL
              SELECT risk_rating, risk_score, risk_override
                    INTO :RA-RATING-BEFORE, :RA-SCORE, :RA-OVERRIDE
                    FROM client
                    WHERE client_id = :RA-CLIENT-ID
                    FOR UPDATE
           END-EXEC

           IF SQLCODE EQUAL 100
              MOVE "STATUS: 404 NOT FOUND - NO SUCH CLIENT"
                                                        TO SQL-ERROR
              MOVE "client_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           ELSE IF SQLCODE NOT EQUAL ZERO
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - SELECT"
                                                        TO SQL-ERROR
              MOVE "client_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1040-OVERRIDE-RATING.
      ******************************************************************
      *    Overriding an overridden rating is allowed -- the officer
      *    may revise their own call; each one is audited.
           MOVE "OVERRIDE" TO RA-ACTION
           MOVE REQUEST-RATING TO RA-RATING-AFTER
           MOVE "Y" TO RA-OVERRIDE

           EXEC SQL
              UPDATE client SET risk_rating = :RA-RATING-AFTER,
                    risk_override = "Y"
                    WHERE client_id = :RA-CLIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - UPDATE"
                                                        TO SQL-ERROR
              MOVE "risk_rating" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1041-RELEASE-OVERRIDE.
      ******************************************************************
      *    The rating goes straight back to the band the stored score
      *    falls in -- the same bands BRISKRT rates by -- rather than
      *    keeping the officer's rating until the next monthly run.
           IF RA-OVERRIDE NOT EQUAL "Y"
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 409 CONFLICT - RATING NOT OVERRIDDEN"
                                                        TO SQL-ERROR
              MOVE "action" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           MOVE "RELEASE" TO RA-ACTION
           MOVE "N" TO RA-OVERRIDE

           EVALUATE TRUE
              WHEN RA-SCORE NOT LESS THAN 5
                 MOVE "HIGH" TO RA-RATING-AFTER
              WHEN RA-SCORE NOT LESS THAN 2
                 MOVE "MEDIUM" TO RA-RATING-AFTER
              WHEN OTHER
                 MOVE "LOW" TO RA-RATING-AFTER
           END-EVALUATE

           EXEC SQL
              UPDATE client SET risk_rating = :RA-RATING-AFTER,
                    risk_override = "N"
                    WHERE client_id = :RA-CLIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - UPDATE"
                                                        TO SQL-ERROR
              MOVE "risk_rating" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1042-RECORD-REVIEW.
      ******************************************************************
      *    Dated by the bank's business date -- wall clock when the
      *    business_date table is empty -- the date BKYCREV counts the
      *    year from.
           MOVE "REVIEW" TO RA-ACTION
           MOVE RA-RATING-BEFORE TO RA-RATING-AFTER

           EXEC SQL
              UPDATE client SET last_kyc_review =
                    COALESCE((SELECT current_business_date
                    FROM business_date), CURRENT_DATE)
                    WHERE client_id = :RA-CLIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - UPDATE"
                                                        TO SQL-ERROR
              MOVE "client_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1050-WRITE-AUDIT.
      ******************************************************************

           EXEC SQL
              INSERT INTO client_risk_audit (client_id, action,
                    rating_avant, rating_apres, risk_score, reason,
                    changed_by)
                    VALUES (:RA-CLIENT-ID, :RA-ACTION,
                    :RA-RATING-BEFORE, :RA-RATING-AFTER, :RA-SCORE,
                    :RA-REASON, :OPERATOR-ID-SQL)
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - AUDIT"
                                                        TO SQL-ERROR
              MOVE "client_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           EXEC SQL
              SELECT lastval() INTO :RA-AUDIT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - AUDIT"
                                                        TO SQL-ERROR
              MOVE "client_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1055-COMMIT-ACTION.
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
              MOVE RA-CLIENT-ID TO CLIENT-ID-ED
              MOVE RA-AUDIT-ID TO AUDIT-ID-ED
              DISPLAY "Content-Type: application/json" NEWLINE NEWLINE
              DISPLAY '{"status": "success", "client_id": '
                     CLIENT-ID-ED
                     ', "risk_rating": "'
                     FUNCTION TRIM(RA-RATING-AFTER)
                     '", "risk_override": "' RA-OVERRIDE
                     '", "audit_id": ' AUDIT-ID-ED '}'
           END-IF
           PERFORM 1060-CLOSE-DB
           GOBACK.
