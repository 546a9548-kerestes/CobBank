      *****************************************************************
      * Program name:    IDEMKEY
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 01/09/24  KERESTES      Created as the one place a money-moving
      *                         request is made safe to retry: a branch
      *                         front-end that timed out on NMOVEMENT,
      *                         NTRANSFER, NEXTPAY or NCASH and sent
      *                         the same request again was posting it
      *                         twice. Every such request now carries
      *                         a request_key of the caller's choosing.
      *                         CLAIM looks the key up for the calling
      *                         caller_id: a key already answered
      *                         hands back the response it got the
      *                         first time (the caller replays it and
      *                         posts nothing), a key already used for
      *                         a different body or transaction is a
      *                         conflict, and a new key is claimed
      *                         with a PENDING request_key row. RECORD
      *                         stores the outcome and the exact
      *                         response the caller sent. BKEYPURGE
      *                         drops keys past their retention.
      * 08/09/24  KERESTES      The unique-violation test on a refused
      *                         claim now reads SQLSTATE saved before
      *                         the ROLLBACK -- the rollback reset it,
      *                         so a concurrent retry of a key still
      *                         being worked was answered 500 instead
      *                         of "in progress".
      *
      * Callers must already have an open database connection and a
      * proven caller (AUTHCHK) -- the caller id is read off the same
      * X-CALLER-ID header AUTHCHK proved. CLAIM runs BEFORE the
      * caller's unit of work has written anything: the PENDING row is
      * inserted uncommitted and commits WITH the posting, so a
      * concurrent retry of the same key blocks on it and is answered
      * "in progress" rather than posting again, and a posting that
      * rolls back takes its claim with it. RECORD runs as the caller
      * answers and COMMITs; a FAILED (5xx) outcome rolls back first
      * and is only stored against a claim that had already committed
      * -- a server failure that posted nothing leaves the key free to
      * be retried.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  IDEMKEY.
       AUTHOR.      KERESTES.
      *****************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  CLAIM-SQLSTATE            PIC X(5).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  IDEM-CALLER-SQL         PIC X(10).
       01  IDEM-KEY-SQL            PIC X(40).
       01  IDEM-TRANS-SQL          PIC X(10).
       01  IDEM-BODY-SQL           PIC X(8192).
       01  IDEM-OUTCOME-SQL        PIC X(10).
       01  IDEM-RESPONSE-SQL       PIC X(32000).
       01  STORED-TRANS-SQL        PIC X(10).
       01  STORED-OUTCOME-SQL      PIC X(10).
       01  SAME-BODY-SQL           PIC X(1).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

       01  IDEM-FUNCTION             PIC X(6).
           88 IDEM-DO-CLAIM          VALUE "CLAIM ".
           88 IDEM-DO-RECORD         VALUE "RECORD".
       01  IDEM-TRANSACTION          PIC X(10).
       01  IDEM-REQUEST-KEY          PIC X(40).
       01  IDEM-REQUEST-BODY         PIC X(8192).
       01  IDEM-OUTCOME              PIC X(10).
           88 IDEM-OUTCOME-FAILED    VALUE "FAILED".
       01  IDEM-RESPONSE             PIC X(32000).
       01  IDEM-RETURN-CODE          PIC X(2).
           88 IDEM-OK                VALUE "00".
           88 IDEM-REPLAY            VALUE "01".
           88 IDEM-CONFLICT          VALUE "02".
           88 IDEM-IN-PROGRESS       VALUE "03".
           88 IDEM-SQL-ERROR         VALUE "99".

       PROCEDURE DIVISION USING IDEM-FUNCTION, IDEM-TRANSACTION,
             IDEM-REQUEST-KEY, IDEM-REQUEST-BODY, IDEM-OUTCOME,
             IDEM-RESPONSE, IDEM-RETURN-CODE.

       MAIN-PARA.

           SET IDEM-OK TO TRUE
           ACCEPT IDEM-CALLER-SQL FROM ENVIRONMENT "HTTP_X_CALLER_ID"
           MOVE IDEM-REQUEST-KEY TO IDEM-KEY-SQL
           MOVE IDEM-TRANSACTION TO IDEM-TRANS-SQL

           IF IDEM-DO-CLAIM
              MOVE IDEM-REQUEST-BODY TO IDEM-BODY-SQL
              PERFORM 1000-CLAIM-KEY
           ELSE
              MOVE IDEM-OUTCOME TO IDEM-OUTCOME-SQL
              MOVE IDEM-RESPONSE TO IDEM-RESPONSE-SQL
              MOVE IDEM-REQUEST-BODY TO IDEM-BODY-SQL
              PERFORM 2000-RECORD-RESPONSE
           END-IF

           GOBACK.

      ******************************************************************
       1000-CLAIM-KEY.
      ******************************************************************
      *    The body is compared by its md5, not stored -- a retry is the
      *    same body byte for byte, and anything else under the same
      *    key is the front-end reusing a key it should not have.
           EXEC SQL
              SELECT transaction_name, outcome,
                    COALESCE(response_body, " "),
                    CASE WHEN request_hash = md5(rtrim(:IDEM-BODY-SQL))
                       THEN "Y" ELSE "N" END
                    INTO :STORED-TRANS-SQL, :STORED-OUTCOME-SQL,
                    :IDEM-RESPONSE-SQL, :SAME-BODY-SQL
                    FROM request_key
                    WHERE caller_id = :IDEM-CALLER-SQL
                    AND request_key = :IDEM-KEY-SQL
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE EQUAL 100
                 PERFORM 1010-INSERT-CLAIM
              WHEN SQLCODE NOT EQUAL ZERO
                 SET IDEM-SQL-ERROR TO TRUE
              WHEN SAME-BODY-SQL NOT EQUAL "Y"
                    OR STORED-TRANS-SQL NOT EQUAL IDEM-TRANS-SQL
                 SET IDEM-CONFLICT TO TRUE
              WHEN STORED-OUTCOME-SQL EQUAL "PENDING"
                 SET IDEM-IN-PROGRESS TO TRUE
              WHEN OTHER
                 SET IDEM-REPLAY TO TRUE
                 MOVE IDEM-RESPONSE-SQL TO IDEM-RESPONSE
           END-EVALUATE.

      ******************************************************************
       1010-INSERT-CLAIM.
      ******************************************************************
      *    Left uncommitted on purpose -- see the note above. A unique
      *    violation is a retry that arrived while the first attempt
      *    was still running and has since committed its claim.
           EXEC SQL
              INSERT INTO request_key (caller_id, request_key,
                    transaction_name, request_hash, outcome)
                    VALUES (:IDEM-CALLER-SQL, :IDEM-KEY-SQL,
                    :IDEM-TRANS-SQL, md5(rtrim(:IDEM-BODY-SQL)),
                    "PENDING")
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              MOVE SQLSTATE TO CLAIM-SQLSTATE
              EXEC SQL ROLLBACK WORK END-EXEC
              IF CLAIM-SQLSTATE EQUAL "23505"
                 SET IDEM-IN-PROGRESS TO TRUE
              ELSE
                 SET IDEM-SQL-ERROR TO TRUE
              END-IF
           END-IF.

      ******************************************************************
       2000-RECORD-RESPONSE.
      ******************************************************************
      *    Insert-or-update by hand, the job_control way: the claim is
      *    updated where it survived, and re-inserted where the
      *    caller's rollback of a refused posting took it away.
           IF IDEM-OUTCOME-FAILED
              EXEC SQL ROLLBACK WORK END-EXEC

              EXEC SQL
                 UPDATE request_key SET outcome = :IDEM-OUTCOME-SQL,
                       response_body = rtrim(:IDEM-RESPONSE-SQL),
                       completed_at = CURRENT_TIMESTAMP
                       WHERE caller_id = :IDEM-CALLER-SQL
                       AND request_key = :IDEM-KEY-SQL
                       AND outcome = "PENDING"
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE request_key SET outcome = :IDEM-OUTCOME-SQL,
                       response_body = rtrim(:IDEM-RESPONSE-SQL),
                       completed_at = CURRENT_TIMESTAMP
                       WHERE caller_id = :IDEM-CALLER-SQL
                       AND request_key = :IDEM-KEY-SQL
              END-EXEC

              IF SQLCODE EQUAL ZERO AND SQLERRD(3) EQUAL ZERO
                 EXEC SQL
                    INSERT INTO request_key (caller_id, request_key,
                          transaction_name, request_hash, outcome,
                          response_body, completed_at)
                          VALUES (:IDEM-CALLER-SQL, :IDEM-KEY-SQL,
                          :IDEM-TRANS-SQL, md5(rtrim(:IDEM-BODY-SQL)),
                          :IDEM-OUTCOME-SQL, rtrim(:IDEM-RESPONSE-SQL),
                          CURRENT_TIMESTAMP)
                 END-EXEC
              END-IF
           END-IF

           IF SQLCODE EQUAL ZERO OR SQLCODE EQUAL 100
              EXEC SQL COMMIT WORK END-EXEC
           ELSE
              SET IDEM-SQL-ERROR TO TRUE
              EXEC SQL ROLLBACK WORK END-EXEC
           END-IF.
