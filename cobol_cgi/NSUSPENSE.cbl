      *****************************************************************
      * Program name:    NSUSPENSE
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 20/08/24  KERESTES      Created as the repair side of the
      *                         SUSPENSE account BPAYFILE now credits
      *                         when a CREDIT line names an account
      *                         number we can't find. LIST answers
      *                         every OPEN suspense_item, oldest
      *                         first. REDIRECT moves one item to the
      *                         customer account it should have hit
      *                         -- a SUSPENSE debit and a customer
      *                         credit through LEDGPOST under one
      *                         SUSP reference, committed with the
      *                         item's REDIRECTED mark. RETURN sends
      *                         it back to the originator: credited
      *                         to their account_id when they bank
      *                         with us, otherwise debited off
      *                         SUSPENSE and queued on
      *                         outbound_payment for BPAYOUT, the
      *                         NEXTPAY discipline. Operator identity
      *                         and posting limit apply exactly as on
      *                         NMOVEMENT -- this moves real money --
      *                         and resolved_by on the item says who.
      * 09/09/24  KERESTES      A posting LEDGPOST refuses because the
      *                         account is debit-blocked for a
      *                         deceased holder (code "05") or its
      *                         business date is inside a CLOSED
      *                         accounting period (code "06") now
      *                         answers 409 ACCT BLOCKED - DECEASED or
      *                         409 PERIOD CLOSED instead of a 500.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 NSUSPENSE.
       AUTHOR.                     ALEXANDRE KERESTES.
       DATE-WRITTEN.               2024-08-20.
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

       01  ITEMS-DONE-SWITCH    PIC X VALUE "N".
           88 END-OF-ITEMS      VALUE "Y".

       01  SUSPENSE-ACTION      PIC X(8) VALUE SPACES.
           88 ACTION-IS-LIST    VALUE "LIST    ".
           88 ACTION-IS-REDIRECT VALUE "REDIRECT".
           88 ACTION-IS-RETURN  VALUE "RETURN  ".

       01  STRING-SLOT          PIC 999.
       01  ITEM-COUNT           PIC 9(7) VALUE ZERO.

       01  SUSPENSE-ID-ED       PIC Z(8)9.
       01  LINE-NUMBER-ED       PIC Z(6)9.
       01  LEDGER-ID-ED         PIC Z(8)9.
       01  PAYMENT-ID-ED        PIC Z(8)9.
       01  AMOUNT-ED            PIC -(11)9.99.

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
      *    Commit-flag "N" -- both legs and the item's resolution
      *    land in one COMMIT in 1050-MARK-RESOLVED.
       01  MVMT-COMMIT-FLAG          PIC X VALUE "N".
       01  MVMT-OPERATOR-ID          PIC X(8) VALUE SPACES.

      *****************************************************************
      *                AUTHCHK CALL INTERFACE VARIABLES
      *****************************************************************

       01  AUTH-TRANSACTION     PIC X(10) VALUE "NSUSPENSE ".
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
       01  OPERATOR-POSTING-LIMIT  PIC S9(13)V99.

       01  SUSPENSE-ACCOUNT-ID     PIC 9(9).

       01  SI-SUSPENSE-ID          PIC 9(9).
       01  SI-FILE-ID              PIC X(40).
       01  SI-LINE-NUMBER          PIC 9(7).
       01  SI-ACCOUNT-NUMBER       PIC X(20).
       01  SI-AMOUNT               PIC S9(13)V99.
       01  SI-REFERENCE            PIC X(30).
       01  SI-POSTED-DATE          PIC 9(8).

       01  TARGET-ACCOUNT-ID       PIC 9(9).
       01  RESOLVED-STATUS         PIC X(10).
       01  RESOLUTION-LEDGER-ID    PIC 9(9).
       01  RESOLUTION-PAYMENT-ID   PIC 9(9).

       01  EP-BENEF-BANK           PIC X(11).
       01  EP-BENEF-ACCOUNT        PIC X(34).
       01  EP-BENEF-NAME           PIC X(50).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    Oldest first -- the order the ageing report chases them in.
       EXEC SQL
          DECLARE ITEM_CURSOR CURSOR FOR
             SELECT suspense_id, file_id, line_number, account_number,
                   amount, COALESCE(reference, ' '),
                   to_char(posted_date, 'YYYYMMDD')
                   FROM suspense_item
                   WHERE status = "OPEN"
                   ORDER BY posted_date, suspense_id
       END-EXEC.

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

           IF ACTION-IS-LIST
              PERFORM 1080-SEND-ITEM-LIST
           END-IF

           PERFORM 1034-FIND-SUSPENSE-ACCOUNT
           PERFORM 1035-LOAD-ITEM

           IF ACTION-IS-REDIRECT
              MOVE "REDIRECTED" TO RESOLVED-STATUS
              PERFORM 1040-REDIRECT-ITEM
           ELSE
              MOVE "RETURNED" TO RESOLVED-STATUS
              IF TARGET-ACCOUNT-ID NOT EQUAL ZERO
                 PERFORM 1040-REDIRECT-ITEM
              ELSE
                 PERFORM 1045-RETURN-OUTBOUND
              END-IF
           END-IF

           PERFORM 1050-MARK-RESOLVED
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
      *    Everything rides a name scan -- the item's amount and
      *    reference come off suspense_item, never off the request, so
      *    nothing here is money the caller gets to choose.
           MOVE ZERO TO SI-SUSPENSE-ID
           MOVE ZERO TO TARGET-ACCOUNT-ID
           MOVE SPACES TO EP-BENEF-BANK
           MOVE SPACES TO EP-BENEF-ACCOUNT
           MOVE SPACES TO EP-BENEF-NAME

           PERFORM VARYING STRING-SLOT FROM 1 BY 1
                 UNTIL STRING-SLOT > 8
              EVALUATE ITEM-INT-NAME(1 STRING-SLOT)
                 WHEN "suspense_id"
                    MOVE ITEM-INT-VALUE(1 STRING-SLOT)
                          TO SI-SUSPENSE-ID
                 WHEN "account_id"
                    MOVE ITEM-INT-VALUE(1 STRING-SLOT)
                          TO TARGET-ACCOUNT-ID
              END-EVALUATE

              EVALUATE ITEM-STRING-NAME(1 STRING-SLOT)
                 WHEN "action"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO SUSPENSE-ACTION
                 WHEN "operator_id"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO MVMT-OPERATOR-ID
                 WHEN "beneficiary_bank"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO EP-BENEF-BANK
                 WHEN "beneficiary_account"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO EP-BENEF-ACCOUNT
                 WHEN "beneficiary_name"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO EP-BENEF-NAME
                 WHEN "branch_code"
                    MOVE ITEM-STRING-VALUE(1 STRING-SLOT)
                          TO BRANCH_CODE
              END-EVALUATE
           END-PERFORM.

      ******************************************************************
       1025-VALIDATE-FIELDS.
      ******************************************************************
           SET FIELDS-VALID TO TRUE

           IF NOT ACTION-IS-LIST AND NOT ACTION-IS-REDIRECT
                 AND NOT ACTION-IS-RETURN
              MOVE "INVALID ACTION - USE LIST, REDIRECT OR RETURN"
                                                        TO SQL-ERROR
              MOVE "action" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           END-IF

           IF FIELDS-VALID AND MVMT-OPERATOR-ID EQUAL SPACES
              MOVE "MISSING OPERATOR_ID" TO SQL-ERROR
              MOVE "operator_id" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           END-IF

           IF FIELDS-VALID AND NOT ACTION-IS-LIST
                 AND SI-SUSPENSE-ID EQUAL ZERO
              MOVE "MISSING SUSPENSE_ID" TO SQL-ERROR
              MOVE "suspense_id" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           END-IF

           IF FIELDS-VALID AND ACTION-IS-REDIRECT
                 AND TARGET-ACCOUNT-ID EQUAL ZERO
              MOVE "MISSING ACCOUNT_ID" TO SQL-ERROR
              MOVE "account_id" TO RESPONSE-FIELD
              MOVE "N" TO FIELD-VALID-SWITCH
           END-IF

      *    A return names either the originator's account here or
      *    the bank and account to pay it back to -- not both.
           IF FIELDS-VALID AND ACTION-IS-RETURN
              IF TARGET-ACCOUNT-ID EQUAL ZERO
                    AND (EP-BENEF-BANK EQUAL SPACES
                    OR EP-BENEF-ACCOUNT EQUAL SPACES)
                 MOVE "RETURN NEEDS ACCOUNT_ID OR BENEFICIARY BANK/ACCT"
                                                        TO SQL-ERROR
                 MOVE "account_id" TO RESPONSE-FIELD
                 MOVE "N" TO FIELD-VALID-SWITCH
              ELSE IF TARGET-ACCOUNT-ID NOT EQUAL ZERO
                    AND EP-BENEF-ACCOUNT NOT EQUAL SPACES
                 MOVE "RETURN TAKES ACCOUNT_ID OR BENEFICIARY, NOT BOTH"
                                                        TO SQL-ERROR
                 MOVE "account_id" TO RESPONSE-FIELD
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
      *    The same check NMOVEMENT runs -- the posting limit itself is
      *    proved in 1035 once the item's amount is known.
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
       1034-FIND-SUSPENSE-ACCOUNT.
      ******************************************************************

           EXEC SQL
              SELECT account_id INTO :SUSPENSE-ACCOUNT-ID FROM account
                    WHERE account_number = "SUSPENSE"
                    AND account_type = "INTERNAL"
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - NO SUSPENSE"
                                                        TO SQL-ERROR
              MOVE "suspense_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF.

      ******************************************************************
       1035-LOAD-ITEM.
      ******************************************************************
      *    FOR UPDATE serializes two operators working the same item
      *    -- the second one waits here and then finds it no longer
      *    OPEN, so an item can never be paid out twice.
           EXEC SQL
              SELECT file_id, line_number, account_number, amount,
                    COALESCE(reference, ' ')
                    INTO :SI-FILE-ID, :SI-LINE-NUMBER,
                    :SI-ACCOUNT-NUMBER, :SI-AMOUNT, :SI-REFERENCE
                    FROM suspense_item
                    WHERE suspense_id = :SI-SUSPENSE-ID
                    AND status = "OPEN"
                    FOR UPDATE
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE EQUAL 100
                 MOVE "STATUS: 404 NOT FOUND - NO OPEN SUSPENSE ITEM"
                                                        TO SQL-ERROR
                 MOVE "suspense_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
              WHEN SQLCODE NOT EQUAL ZERO
                 MOVE "STATUS: 500 INTERNAL SERVER ERROR - SELECT"
                                                        TO SQL-ERROR
                 MOVE "suspense_id" TO RESPONSE-FIELD
                 PERFORM 1070-SEND-RESPONSE
           END-EVALUATE

           IF SI-AMOUNT GREATER THAN OPERATOR-POSTING-LIMIT
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 403 FORBIDDEN - OPERATOR LIMIT EXCEEDED"
                                                        TO SQL-ERROR
              MOVE "suspense_id" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           MOVE SPACES TO MVMT-REFERENCE
           MOVE SI-SUSPENSE-ID TO SUSPENSE-ID-ED
           STRING "SUSP " FUNCTION TRIM(SUSPENSE-ID-ED) " "
                 SI-REFERENCE
                 DELIMITED BY SIZE INTO MVMT-REFERENCE.

      ******************************************************************
       1040-REDIRECT-ITEM.
      ******************************************************************
      *    Off SUSPENSE, onto the customer account -- both legs carry
      *    the same SUSP reference so they pair off the statement, the
      *    NTRANSFER discipline. Used for a RETURN too when the
      *    originator banks with us: it is the same double entry.
           MOVE SUSPENSE-ACCOUNT-ID TO MVMT-ACCOUNT-ID
           MOVE SI-AMOUNT TO MVMT-AMOUNT
           MOVE "DEBIT " TO MVMT-DIRECTION

           CALL "LEDGPOST" USING MVMT-ACCOUNT-ID, MVMT-AMOUNT,
                 MVMT-DIRECTION, MVMT-REFERENCE, MVMT-NEW-BALANCE,
                 MVMT-RETURN-CODE, MVMT-COMMIT-FLAG,
                 MVMT-OPERATOR-ID

           IF NOT MVMT-OK
              MOVE "suspense_id" TO RESPONSE-FIELD
              PERFORM 1042-MAP-POST-ERROR
           END-IF

           MOVE TARGET-ACCOUNT-ID TO MVMT-ACCOUNT-ID
           MOVE "CREDIT" TO MVMT-DIRECTION

           CALL "LEDGPOST" USING MVMT-ACCOUNT-ID, MVMT-AMOUNT,
                 MVMT-DIRECTION, MVMT-REFERENCE, MVMT-NEW-BALANCE,
                 MVMT-RETURN-CODE, MVMT-COMMIT-FLAG,
                 MVMT-OPERATOR-ID

           IF NOT MVMT-OK
              MOVE "account_id" TO RESPONSE-FIELD
              PERFORM 1042-MAP-POST-ERROR
           END-IF

           EXEC SQL
              SELECT lastval() INTO :RESOLUTION-LEDGER-ID
           END-EXEC

           MOVE ZERO TO RESOLUTION-PAYMENT-ID.

      ******************************************************************
       1042-MAP-POST-ERROR.
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
       1045-RETURN-OUTBOUND.
      ******************************************************************
      *    The originator banks elsewhere: debit SUSPENSE and queue
      *    the payment back to them in the same unit of work -- the
      *    NEXTPAY debit-and-queue, with SUSPENSE as the paying
      *    account. BPAYOUT sends it with the next clearing file.
           MOVE SUSPENSE-ACCOUNT-ID TO MVMT-ACCOUNT-ID
           MOVE SI-AMOUNT TO MVMT-AMOUNT
           MOVE "DEBIT " TO MVMT-DIRECTION

           CALL "LEDGPOST" USING MVMT-ACCOUNT-ID, MVMT-AMOUNT,
                 MVMT-DIRECTION, MVMT-REFERENCE, MVMT-NEW-BALANCE,
                 MVMT-RETURN-CODE, MVMT-COMMIT-FLAG,
                 MVMT-OPERATOR-ID

           IF NOT MVMT-OK
              MOVE "suspense_id" TO RESPONSE-FIELD
              PERFORM 1042-MAP-POST-ERROR
           END-IF

           EXEC SQL
              SELECT lastval() INTO :RESOLUTION-LEDGER-ID
           END-EXEC

           EXEC SQL
              INSERT INTO outbound_payment (account_id,
                    beneficiary_bank, beneficiary_account,
                    beneficiary_name, amount, reference, ledger_id,
                    operator_id)
                    VALUES (:SUSPENSE-ACCOUNT-ID, :EP-BENEF-BANK,
                    :EP-BENEF-ACCOUNT, :EP-BENEF-NAME, :SI-AMOUNT,
                    :SI-REFERENCE, :RESOLUTION-LEDGER-ID,
                    :OPERATOR-ID-SQL)
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - QUEUE"
                                                        TO SQL-ERROR
              MOVE "beneficiary_account" TO RESPONSE-FIELD
              PERFORM 1070-SEND-RESPONSE
           END-IF

           EXEC SQL
              SELECT lastval() INTO :RESOLUTION-PAYMENT-ID
           END-EXEC.

      ******************************************************************
       1050-MARK-RESOLVED.
      ******************************************************************
      *    The resolution lands in the same unit of work as the
      *    postings -- a failed mark takes them back and the item
      *    stays OPEN for a retry.
           EXEC SQL
              UPDATE suspense_item
                    SET status = :RESOLVED-STATUS,
                    resolved_by = :OPERATOR-ID-SQL,
                    resolved_at = CURRENT_TIMESTAMP,
                    resolved_account_id = :TARGET-ACCOUNT-ID,
                    resolution_ledger_id = :RESOLUTION-LEDGER-ID,
                    payment_id = :RESOLUTION-PAYMENT-ID
                    WHERE suspense_id = :SI-SUSPENSE-ID
           END-EXEC

           IF SQLCODE EQUAL ZERO
              EXEC SQL COMMIT WORK END-EXEC
           ELSE
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "STATUS: 500 INTERNAL SERVER ERROR - RESOLVE"
                                                        TO SQL-ERROR
              MOVE "suspense_id" TO RESPONSE-FIELD
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
              MOVE SI-SUSPENSE-ID TO SUSPENSE-ID-ED
              MOVE RESOLUTION-LEDGER-ID TO LEDGER-ID-ED
              MOVE RESOLUTION-PAYMENT-ID TO PAYMENT-ID-ED
              DISPLAY "Content-Type: application/json" NEWLINE NEWLINE
              DISPLAY '{"status": "success", "suspense_id": '
                     SUSPENSE-ID-ED
                     ', "item_status": "'
                     FUNCTION TRIM(RESOLVED-STATUS)
                     '", "ledger_id": ' LEDGER-ID-ED
                     ', "payment_id": ' PAYMENT-ID-ED '}'
           END-IF
           PERFORM 1060-CLOSE-DB
           GOBACK.

      ******************************************************************
       1080-SEND-ITEM-LIST.
      ******************************************************************
      *    The GPORTFOL array shape -- one object per OPEN item, comma
      *    before every one but the first.
           DISPLAY "Content-Type: application/json" NEWLINE NEWLINE
           DISPLAY '{"status": "success", "items": ['

           EXEC SQL
              OPEN ITEM_CURSOR
           END-EXEC

           PERFORM 1081-FETCH-ITEM
           PERFORM 1082-SEND-ITEM UNTIL END-OF-ITEMS

           EXEC SQL
              CLOSE ITEM_CURSOR
           END-EXEC

           DISPLAY ']}'
           PERFORM 1060-CLOSE-DB
           GOBACK.

      ******************************************************************
       1081-FETCH-ITEM.
      ******************************************************************

           EXEC SQL
              FETCH ITEM_CURSOR
                    INTO :SI-SUSPENSE-ID, :SI-FILE-ID, :SI-LINE-NUMBER,
                    :SI-ACCOUNT-NUMBER, :SI-AMOUNT, :SI-REFERENCE,
                    :SI-POSTED-DATE
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              SET END-OF-ITEMS TO TRUE
           END-IF.

      ******************************************************************
       1082-SEND-ITEM.
      ******************************************************************

           ADD 1 TO ITEM-COUNT
           IF ITEM-COUNT > 1
              DISPLAY ','
           END-IF

           MOVE SI-SUSPENSE-ID TO SUSPENSE-ID-ED
           MOVE SI-LINE-NUMBER TO LINE-NUMBER-ED
           MOVE SI-AMOUNT TO AMOUNT-ED

           DISPLAY '{"suspense_id": ' SUSPENSE-ID-ED
                 ', "file_id": "' FUNCTION TRIM(SI-FILE-ID)
                 '", "line_number": ' LINE-NUMBER-ED
                 ', "account_number": "'
                 FUNCTION TRIM(SI-ACCOUNT-NUMBER)
                 '", "amount": ' FUNCTION TRIM(AMOUNT-ED)
                 ', "reference": "' FUNCTION TRIM(SI-REFERENCE)
                 '", "posted_date": "' SI-POSTED-DATE '"}'

           PERFORM 1081-FETCH-ITEM.
