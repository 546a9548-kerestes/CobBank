      *****************************************************************
      * Program name:    NDECEASE
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 29/08/24  KERESTES      Created as the bereavement transaction.
      *                         DCLIENT's soft delete is the wrong tool
      *                         for a death -- the estate still owns
      *                         the money. NOTIFY records the date of
      *                         death and the estate representative's
      *                         contact in bereavement and, in the
      *                         same unit of work, deals with every
      *                         open or dormant account the client is
      *                         registered to: one with a surviving
      *                         PRIMARY/JOINT holder passes to that
      *                         holder (registered owner and PRIMARY
      *                         role); one without is frozen --
      *                         debit_block DECEASED, which LEDGPOST
      *                         refuses customer debits against -- and
      *                         its standing orders are cancelled, its
      *                         cards blocked and its mandates revoked
      *                         (mandate_audit rows as NMANDATE writes
      *                         them, an account_audit DECEASED row per
      *                         account). Every holder row the client
      *                         has anywhere becomes role DECEASED.
      *                         BNOTIFY addresses the client's
      *                         correspondence to the representative
      *                         from then on. SETTLE nominates the
      *                         open, unblocked account the estate is
      *                         paid out to; DACCOUNT then closes each
      *                         frozen account to it under its normal
      *                         rules. Staff only -- the operator must
      *                         be real and active.
      * 08/09/24  KERESTES      date_of_death must be a real calendar
      *                         date -- month 01-12, a day the month
      *                         has -- or NOTIFY answers 400; it is
      *                         bound through to_date on the INSERT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 NDECEASE.
       AUTHOR.                     ALEXANDRE KERESTES.
       DATE-WRITTEN.               2024-08-29.
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

       01  BEREAVEMENT-ACTION   PIC X(6) VALUE SPACES.
           88 ACTION-IS-NOTIFY  VALUE "NOTIFY".
           88 ACTION-IS-SETTLE  VALUE "SETTLE".

       01  STRING-SLOT          PIC 999.

       01  DOD-DATE-WS.
           02 DOD-YYYY          PIC 9(4).
           02 DOD-MM            PIC 9(2).
           02 DOD-DD            PIC 9(2).
       01  DOD-DATE-N REDEFINES DOD-DATE-WS PIC 9(8).

       01  MONTH-LAST-DAY       PIC 9(2).
       01  LEAP-QUOTIENT-WS     PIC 9(4).
       01  LEAP-REM-4           PIC 9(4).
       01  LEAP-REM-100         PIC 9(4).
       01  LEAP-REM-400         PIC 9(4).

       01  CLIENT-ID-ED         PIC Z(8)9.
       01  SETTLEMENT-ID-ED     PIC Z(8)9.
       01  ACCOUNTS-FROZEN-ED   PIC Z(6)9.
       01  ACCOUNTS-PASSED-ED   PIC Z(6)9.

       01  ACCOUNTS-FROZEN      PIC 9(7) VALUE ZERO.
       01  ACCOUNTS-PASSED      PIC 9(7) VALUE ZERO.

       01  REQUEST-OPERATOR-ID  PIC X(8) VALUE SPACES.

      *****************************************************************
      *                AUTHCHK CALL INTERFACE VARIABLES
      *****************************************************************

       01  AUTH-TRANSACTION     PIC X(10) VALUE "NDECEASE  ".
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
       01  CALLER-ID-SQL           PIC X(10).

       01  BUSINESS-DATE           PIC 9(8).

       01  BV-CLIENT-ID            PIC 9(9).
       01  BV-CLIENT-ACTIF         PIC X.
       01  BV-DATE-OF-DEATH        PIC 9(8).
       01  BV-REP-NAME             PIC X(100).
       01  BV-REP-MAIL             PIC X(200).
       01  BV-REP-TELEPHONE        PIC X(20).
       01  BV-REP-ADDRESS          PIC X(200).
       01  BV-SETTLEMENT-ACCOUNT   PIC 9(9).
       01  BV-STATUS               PIC X(10).
       01  BV-ROW-COUNT            PIC 9(7).

       01  SETTLE-ACCT-TYPE        PIC X(10).
       01  SETTLE-ACCT-BLOCK       PIC X(10).

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

           IF ACTION-IS-NOTIFY
              PERFORM 1036-CHECK-DATE-OF-DEATH
              PERFORM 2000-RECORD-BEREAVEMENT
              PERFORM 2100-PASS-JOINT-ACCOUNTS
              PERFORM 2200-STOP-INSTRUCTIONS
              PERFORM 2300-FREEZE-SOLE-ACCOUNTS
              PERFORM 2400-RETIRE-HOLDER-ROWS
           ELSE
              PERFORM 3000-NOMINATE-SETTLEMENT
           END-IF

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
      *    Every field rides a name scan -- the two actions carry
      *    different bodies. date_of_death is numeric YYYYMMDD, the
      *    shape NSORDER takes its dates in.
           MOVE ZERO TO BV-CLIENT-ID
           MOVE ZERO TO BV-DATE-OF-DEATH
           MOVE ZERO TO BV-SETTLEMENT-ACCOUNT
           MOVE SPACES TO BV-REP-NAME
           MOVE SPACES TO BV-REP-MAIL
           MOVE SPACES TO BV-REP-TELEPHONE
           MOVE SPACES TO BV-REP-ADDRESS

           PERFORM VARYING STRING-SLOT FROM 1 BY 1
                 UNTIL STRING-SLOT > 10
              EVALUATE ITEM-INT-NAME(1 STRING-SLOT)
                 WHEN "client_id"
                    MOVE ITEM-INT-VALUE(1 STRING-SLOT)
                          TO BV-CLIENT-ID
                 WHEN "date_of_death"
                    MOVE ITEM-INT-VALUE(1 STRING-SLOT)
                          TO BV-DATE-OF-DEATH
                 WHEN "settlement_account_id"
                    MOVE ITEM-INT-VALUE(1 STRING-SLOT)
                          TO BV-SETTLEMENT-ACCOUNT
              END-EVALUATE

              EVALUATE ITEM-STRING-NAME(1 STRING-SLOT)
                 WHEN "action"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO BEREAVEMENT-ACTION
                 WHEN "representative_name"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO BV-REP-NAME
                 WHEN "representative_mail"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO BV-REP-MAIL
                 WHEN "representative_telephone"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO BV-REP-TELEPHONE
                 WHEN "representative_address"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO BV-REP-ADDRESS
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
      *    The representative is who the bank talks to from now on --
      *    a name and at least one way to reach them are mandatory.
      *    date_of_death has to be a date the calendar has; whether
      *    it lies ahead of the business date is checked once the
      *    database is up (1036).
           SET FIELDS-VALID TO TRUE
           MOVE BV-DATE-OF-DEATH TO DOD-DATE-N
           PERFORM 1025A-SET-MONTH-LAST-DAY

           IF NOT ACTION-IS-NOTIFY AND NOT ACTION-IS-SETTLE
              MOVE "INVALID ACTION - USE NOTIFY OR SETTLE"
                                                        TO SQL-ERROR
              MOVE "action" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           ELSE IF BV-CLIENT-ID EQUAL ZERO
              MOVE "MISSING CLIENT_ID" TO SQL-ERROR
              MOVE "client_id" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           ELSE IF REQUEST-OPERATOR-ID EQUAL SPACES
              MOVE "MISSING OPERATOR_ID" TO SQL-ERROR
              MOVE "operator_id" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           ELSE IF ACTION-IS-NOTIFY AND BV-DATE-OF-DEATH EQUAL ZERO
              MOVE "MISSING DATE_OF_DEATH" TO SQL-ERROR
              MOVE "date_of_death" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           ELSE IF ACTION-IS-NOTIFY
                 AND (DOD-MM < 1 OR DOD-MM > 12
                 OR DOD-DD < 1 OR DOD-DD > MONTH-LAST-DAY)
              MOVE "INVALID DATE_OF_DEATH - USE YYYYMMDD"
                                                        TO SQL-ERROR
              MOVE "date_of_death" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           ELSE IF ACTION-IS-NOTIFY AND BV-REP-NAME EQUAL SPACES
              MOVE "MISSING REPRESENTATIVE_NAME" TO SQL-ERROR
              MOVE "representative_name" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           ELSE IF ACTION-IS-NOTIFY AND BV-REP-MAIL EQUAL SPACES
                 AND BV-REP-TELEPHONE EQUAL SPACES
                 AND BV-REP-ADDRESS EQUAL SPACES
              MOVE "MISSING REPRESENTATIVE CONTACT" TO SQL-ERROR
              MOVE "representative_mail" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           ELSE IF ACTION-IS-SETTLE
                 AND BV-SETTLEMENT-ACCOUNT EQUAL ZERO
              MOVE "MISSING SETTLEMENT_ACCOUNT_ID" TO SQL-ERROR
              MOVE "settlement_account_id" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           END-IF.

      ******************************************************************
       1025A-SET-MONTH-LAST-DAY.
      ******************************************************************
      *    Zero for a month outside 01-12, so no day passes.
           EVALUATE DOD-MM
              WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                 MOVE 31 TO MONTH-LAST-DAY
              WHEN 4 WHEN 6 WHEN 9 WHEN 11
                 MOVE 30 TO MONTH-LAST-DAY
              WHEN 2
                 DIVIDE DOD-YYYY BY 4
                       GIVING LEAP-QUOTIENT-WS REMAINDER LEAP-REM-4
                 DIVIDE DOD-YYYY BY 100
                       GIVING LEAP-QUOTIENT-WS REMAINDER LEAP-REM-100
                 DIVIDE DOD-YYYY BY 400
                       GIVING LEAP-QUOTIENT-WS REMAINDER LEAP-REM-400
                 IF LEAP-REM-400 EQUAL ZERO
                    MOVE 29 TO MONTH-LAST-DAY
                 ELSE IF LEAP-REM-100 EQUAL ZERO
                    MOVE 28 TO MONTH-LAST-DAY
                 ELSE IF LEAP-REM-4 EQUAL ZERO
                    MOVE 29 TO MONTH-LAST-DAY
                 ELSE
                    MOVE 28 TO MONTH-LAST-DAY
                 END-IF
              WHEN OTHER
                 MOVE ZERO TO MONTH-LAST-DAY
           END-EVALUATE.

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
      *    to auth_failure. The proven caller id is what a revoked
      *    mandate records as revoked_by, as NMANDATE's revoke does.
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
      *    A death is recorded by a named member of staff -- the
      *    bereavement row carries who recorded it.
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
      *    FOR UPDATE -- two clerks recording the same death at once
      *    must not both freeze the same accounts. The bereavement row
      *    decides which action is still open: NOTIFY only once,
      *    SETTLE only after NOTIFY and before the estate is settled.
           EXEC SQL
              SELECT actif INTO :BV-CLIENT-ACTIF
                    FROM client
                    WHERE client_id = :BV-CLIENT-ID
                    FOR UPDATE
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

           MOVE SPACES TO BV-STATUS

           EXEC SQL
              SELECT status INTO :BV-STATUS
                    FROM bereavement
                    WHERE client_id = :BV-CLIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - SELECT"
                                                        TO SQL-ERROR
              MOVE "client_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           EVALUATE TRUE
              WHEN ACTION-IS-NOTIFY AND BV-STATUS NOT EQUAL SPACES
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE "STATUS: 409 CONFLICT - DEATH ALREADY RECORDED"
                                                        TO SQL-ERROR
                 MOVE "client_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN ACTION-IS-NOTIFY AND BV-CLIENT-ACTIF NOT EQUAL "Y"
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE "STATUS: 409 CONFLICT - CLIENT NOT ACTIVE"
                                                        TO SQL-ERROR
                 MOVE "client_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN ACTION-IS-SETTLE AND BV-STATUS EQUAL SPACES
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE "STATUS: 404 NOT FOUND - NO DEATH RECORDED"
                                                        TO SQL-ERROR
                 MOVE "client_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN ACTION-IS-SETTLE AND BV-STATUS EQUAL "SETTLED"
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE "STATUS: 409 CONFLICT - ESTATE ALREADY SETTLED"
                                                        TO SQL-ERROR
                 MOVE "client_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
           END-EVALUATE.

      ******************************************************************
       1036-CHECK-DATE-OF-DEATH.
      ******************************************************************
      *    A date of death can't lie ahead of the bank's business
      *    date -- wall clock when the business_date table is empty.
           EXEC SQL
              SELECT to_char(COALESCE((SELECT current_business_date
                    FROM business_date), CURRENT_DATE), 'YYYYMMDD')
                    INTO :BUSINESS-DATE
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - BUSINESS DATE"
                                                        TO SQL-ERROR
              MOVE "date_of_death" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           IF BV-DATE-OF-DEATH > BUSINESS-DATE
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "INVALID DATE_OF_DEATH - AFTER THE BUSINESS DATE"
                                                        TO SQL-ERROR
              MOVE "date_of_death" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       2000-RECORD-BEREAVEMENT.
      ******************************************************************
      *    client.actif stays "Y" -- the client record is the estate's
      *    until the last account is settled, and DCLIENT's soft
      *    delete is for a relationship that has ended, not this.
           MOVE "NOTIFIED" TO BV-STATUS

           EXEC SQL
              INSERT INTO bereavement (client_id, date_of_death,
                    representative_name, representative_mail,
                    representative_telephone, representative_address,
                    recorded_by, status)
                    VALUES (:BV-CLIENT-ID,
                    to_date(:BV-DATE-OF-DEATH, 'YYYYMMDD'),
                    :BV-REP-NAME, NULLIF(:BV-REP-MAIL, " "),
                    NULLIF(:BV-REP-TELEPHONE, " "),
                    NULLIF(:BV-REP-ADDRESS, " "),
                    :OPERATOR-ID-SQL, :BV-STATUS)
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              PERFORM 2900-BEREAVEMENT-FAILED
           END-IF.

      ******************************************************************
       2100-PASS-JOINT-ACCOUNTS.
      ******************************************************************
      *    An account the client was registered to passes to a
      *    surviving PRIMARY/JOINT holder -- the lowest client_id when
      *    there are several -- who must be active and not themselves
      *    recorded as deceased. The survivor becomes the registered
      *    owner and their holder row PRIMARY; the money keeps moving
      *    for them, nothing is frozen.
           EXEC SQL
              UPDATE account a SET client_id =
                    (SELECT MIN(h.client_id) FROM account_holder h
                    JOIN client c ON c.client_id = h.client_id
                    WHERE h.account_id = a.account_id
                    AND h.client_id <> :BV-CLIENT-ID
                    AND h.holder_role IN ("PRIMARY", "JOINT")
                    AND c.actif = "Y"
                    AND NOT EXISTS (SELECT 1 FROM bereavement b
                    WHERE b.client_id = h.client_id))
                    WHERE a.client_id = :BV-CLIENT-ID
                    AND a.status IN ("OPEN", "DORMANT")
                    AND EXISTS (SELECT 1 FROM account_holder h
                    JOIN client c ON c.client_id = h.client_id
                    WHERE h.account_id = a.account_id
                    AND h.client_id <> :BV-CLIENT-ID
                    AND h.holder_role IN ("PRIMARY", "JOINT")
                    AND c.actif = "Y"
                    AND NOT EXISTS (SELECT 1 FROM bereavement b
                    WHERE b.client_id = h.client_id))
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
              PERFORM 2900-BEREAVEMENT-FAILED
           END-IF

           MOVE SQLERRD(3) TO ACCOUNTS-PASSED

           EXEC SQL
              UPDATE account_holder ah SET holder_role = "PRIMARY"
                    WHERE ah.holder_role = "JOINT"
                    AND EXISTS (SELECT 1 FROM account a
                    WHERE a.account_id = ah.account_id
                    AND a.client_id = ah.client_id)
                    AND EXISTS (SELECT 1 FROM account_holder d
                    WHERE d.account_id = ah.account_id
                    AND d.client_id = :BV-CLIENT-ID)
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
              PERFORM 2900-BEREAVEMENT-FAILED
           END-IF.

      ******************************************************************
       2200-STOP-INSTRUCTIONS.
      ******************************************************************
      *    Whatever is still registered to the client after 2100 had
      *    no survivor and is about to be frozen: nothing set up in
      *    the client's name may move its money any more. Orders are
      *    cancelled the way NSORDER cancels, cards blocked, mandates
      *    revoked the way NMANDATE revokes -- each revocation audited
      *    before the row changes, so the audit carries the before.
           EXEC SQL
              UPDATE standing_order SET status = "CANCELLED"
                    WHERE status = "ACTIVE"
                    AND account_id IN (SELECT account_id FROM account
                    WHERE client_id = :BV-CLIENT-ID
                    AND status IN ("OPEN", "DORMANT"))
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
              PERFORM 2900-BEREAVEMENT-FAILED
           END-IF

           EXEC SQL
              UPDATE debit_card SET status = "BLOCKED"
                    WHERE status = "ACTIVE"
                    AND account_id IN (SELECT account_id FROM account
                    WHERE client_id = :BV-CLIENT-ID
                    AND status IN ("OPEN", "DORMANT"))
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
              PERFORM 2900-BEREAVEMENT-FAILED
           END-IF

           EXEC SQL
              INSERT INTO mandate_audit (mandate_id, action,
                    max_amount_avant, max_amount_apres,
                    frequency_avant, frequency_apres,
                    status_avant, status_apres,
                    caller_id, operator_id)
                    SELECT mandate_id, "REVOKE",
                    max_amount, max_amount, frequency, frequency,
                    status, "REVOKED",
                    :CALLER-ID-SQL, :OPERATOR-ID-SQL
                    FROM mandate
                    WHERE status = "ACTIVE"
                    AND account_id IN (SELECT account_id FROM account
                    WHERE client_id = :BV-CLIENT-ID
                    AND status IN ("OPEN", "DORMANT"))
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
              PERFORM 2900-BEREAVEMENT-FAILED
           END-IF

           EXEC SQL
              UPDATE mandate SET status = "REVOKED",
                    revoked_at = CURRENT_TIMESTAMP,
                    revoked_by = :CALLER-ID-SQL,
                    revoked_operator = :OPERATOR-ID-SQL
                    WHERE status = "ACTIVE"
                    AND account_id IN (SELECT account_id FROM account
                    WHERE client_id = :BV-CLIENT-ID
                    AND status IN ("OPEN", "DORMANT"))
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
              PERFORM 2900-BEREAVEMENT-FAILED
           END-IF.

      ******************************************************************
       2300-FREEZE-SOLE-ACCOUNTS.
      ******************************************************************
      *    The block stops customer debits only -- credits (a pension
      *    still arriving, a refund) land, and the bank's own postings
      *    pass in LEDGPOST. The status is left alone: the account is
      *    the estate's and stays open until DACCOUNT settles it.
           EXEC SQL
              INSERT INTO account_audit (account_id, action,
                    status_avant, status_apres)
                    SELECT account_id, "DECEASED", status, status
                    FROM account
                    WHERE client_id = :BV-CLIENT-ID
                    AND status IN ("OPEN", "DORMANT")
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
              PERFORM 2900-BEREAVEMENT-FAILED
           END-IF

           EXEC SQL
              UPDATE account SET debit_block = "DECEASED"
                    WHERE client_id = :BV-CLIENT-ID
                    AND status IN ("OPEN", "DORMANT")
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
              PERFORM 2900-BEREAVEMENT-FAILED
           END-IF

           MOVE SQLERRD(3) TO ACCOUNTS-FROZEN.

      ******************************************************************
       2400-RETIRE-HOLDER-ROWS.
      ******************************************************************
      *    Every holder row the client has -- on their own accounts and
      *    as JOINT or POA on anyone else's -- stops counting as a
      *    living holder. The row is kept for the record.
           EXEC SQL
              UPDATE account_holder SET holder_role = "DECEASED"
                    WHERE client_id = :BV-CLIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
              PERFORM 2900-BEREAVEMENT-FAILED
           END-IF.

      ******************************************************************
       2900-BEREAVEMENT-FAILED.
      ******************************************************************
      *    Any failed step takes the whole notification back -- a
      *    half-frozen estate with instructions still live is worse
      *    than none.
           EXEC SQL ROLLBACK WORK END-EXEC
           MOVE "STATUS: 500 INTERNAL SERVER ERROR - BEREAVEMENT"
                                                        TO SQL-ERROR
           MOVE "client_id" TO RESPONSE-FIELD
           PERFORM 1070-SEND-RESPONSE.

      ******************************************************************
       3000-NOMINATE-SETTLEMENT.
      ******************************************************************
      *    The estate is paid into an open, unblocked account at this
      *    bank -- the representative's, or one opened for the
      *    estate. Re-nominating before the last account is settled
      *    is allowed; DACCOUNT pays whatever is nominated when it
      *    closes each frozen account.
           EXEC SQL
              SELECT account_type, debit_block
                    INTO :SETTLE-ACCT-TYPE, :SETTLE-ACCT-BLOCK
                    FROM account
                    WHERE account_id = :BV-SETTLEMENT-ACCOUNT
                    AND status = "OPEN"
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE EQUAL 100
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE "STATUS: 404 NOT FOUND - UNKNOWN OR CLOSED ACCT"
                                                        TO SQL-ERROR
                 MOVE "settlement_account_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN SQLCODE NOT EQUAL ZERO
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE "STATUS: 500 INTERNAL SERVER ERROR - SELECT"
                                                        TO SQL-ERROR
                 MOVE "settlement_account_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
           END-EVALUATE

           IF SETTLE-ACCT-BLOCK NOT EQUAL SPACES
                 OR SETTLE-ACCT-TYPE EQUAL "INTERNAL"
                 OR SETTLE-ACCT-TYPE EQUAL "LOAN"
                 OR SETTLE-ACCT-TYPE EQUAL "TERM"
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 409 CONFLICT - ACCOUNT CANNOT TAKE ESTATE"
                                                        TO SQL-ERROR
              MOVE "settlement_account_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           MOVE "SETTLING" TO BV-STATUS

           EXEC SQL
              UPDATE bereavement
                    SET settlement_account_id = :BV-SETTLEMENT-ACCOUNT,
                    status = :BV-STATUS
                    WHERE client_id = :BV-CLIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - UPDATE"
                                                        TO SQL-ERROR
              MOVE "settlement_account_id" TO RESPONSE-FIELD
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
              MOVE BV-CLIENT-ID TO CLIENT-ID-ED
              MOVE BV-SETTLEMENT-ACCOUNT TO SETTLEMENT-ID-ED
              MOVE ACCOUNTS-FROZEN TO ACCOUNTS-FROZEN-ED
              MOVE ACCOUNTS-PASSED TO ACCOUNTS-PASSED-ED
              DISPLAY "Content-Type: application/json" NEWLINE NEWLINE
              DISPLAY '{"status": "success", "client_id": '
                     CLIENT-ID-ED
                     ', "bereavement_status": "'
                     FUNCTION TRIM(BV-STATUS)
                     '", "accounts_frozen": '
                     FUNCTION TRIM(ACCOUNTS-FROZEN-ED)
                     ', "accounts_passed": '
                     FUNCTION TRIM(ACCOUNTS-PASSED-ED)
                     ', "settlement_account_id": '
                     FUNCTION TRIM(SETTLEMENT-ID-ED) '}'
           END-IF
           PERFORM 1060-CLOSE-DB
           GOBACK.
