      *****************************************************************
      * Program name:    BPAYRET
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 19/08/24  KERESTES      Created as the nightly batch that reads
      *                         what the clearing house sends back for
      *                         the outbound file BPAYOUT wrote -- a
      *                         payment to a closed beneficiary account
      *                         or a wrong IBAN comes back on the
      *                         returns file, and until now someone
      *                         re-credited the customer by hand
      *                         through NMOVEMENT. Proves the file's
      *                         CTL declared count and total against
      *                         the DTL lines read BEFORE anything
      *                         posts (the BPAYFILE discipline), then
      *                         matches each return to its
      *                         outbound_payment on the file_id it
      *                         went out in plus the beneficiary
      *                         account, amount and reference it
      *                         carried, re-credits the customer
      *                         through LEDGPOST with a RET OF
      *                         <ledger_id> reference pairing the
      *                         credit with the original debit, flips
      *                         the payment to RETURNED with the
      *                         return reason and queues a PAYRETURN
      *                         notification -- one unit of work per
      *                         return. A return that matches nothing,
      *                         matches a payment already RETURNED, or
      *                         matches more than one payment goes to
      *                         the exceptions report and never posts.
      * 01/09/24  KERESTES      A line that fails validation now moves
      *                         on to the next line instead of being
      *                         checked again, and the file is closed
      *                         however the control check ends.
      * 09/09/24  KERESTES      A file that fails its control check
      *                         no longer sets RETURN-CODE 8: the
      *                         reject line is the answer, and an 8
      *                         made BSCHED skip every job after this
      *                         one over a bad file from outside. 8
      *                         is kept for our own failures. A re-
      *                         credit LEDGPOST refuses as debit
      *                         blocked (05) or inside a CLOSED
      *                         accounting period (06) now goes to
      *                         the exceptions report as such, not as
      *                         an SQL error.
      *
      * Run nightly from cron/JCL (BSCHED dispatches it ahead of
      * BPAYOUT), no CGI input -- DBNAME/USERNAME/PASSWD come from
      * the environment the same way every other program in this
      * system picks them up. Returns file on PAYRETIN (a night with
      * no returns file is a night with nothing returned); exceptions
      * report on PAYRETEX.
      *
      * Record layout (132 bytes):
      *   CTL record: "CTL", count 9(7), total 9(13)V99
      *   DTL record: "DTL", file_id X(20), beneficiary_account X(34),
      *               amount 9(13)V99, reference X(19) as sent on
      *               the BPAYOUT detail, reason code X(4),
      *               reason text X(37)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 BPAYRET.
       AUTHOR.                     ALEXANDRE KERESTES.
       DATE-WRITTEN.               2024-08-19.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNS-FILE ASSIGN TO PAYRETIN
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS IS RET-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO PAYRETEX
                 ORGANIZATION LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------

       FILE SECTION.

       FD  RETURNS-FILE.
       01  RET-INPUT-LINE            PIC X(132).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE            PIC X(200).
      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.

       01  RET-STATUS                PIC 99.
           88 RET-OK                 VALUE 00.
           88 RET-EOF                VALUE 10.

       01  RET-DONE-SWITCH           PIC X VALUE "N".
           88 END-OF-RETURNS         VALUE "Y".

       01  CONTROL-VALID-SWITCH      PIC X VALUE "N".
           88 CONTROL-IS-VALID       VALUE "Y".

       01  MARK-FAILED-SWITCH        PIC X VALUE "N".
           88 MARK-FAILED            VALUE "Y".

       01  RET-LINE                  PIC X(132).
       01  RET-CONTROL REDEFINES RET-LINE.
           02 CTL-TAG                PIC X(3).
           02 CTL-COUNT              PIC 9(7).
           02 CTL-TOTAL              PIC 9(13)V99.
           02 FILLER                 PIC X(107).
       01  RET-DETAIL REDEFINES RET-LINE.
           02 DTL-TAG                PIC X(3).
           02 DTL-FILE-ID            PIC X(20).
           02 DTL-BENEF-ACCOUNT      PIC X(34).
           02 DTL-AMOUNT             PIC 9(13)V99.
           02 DTL-REFERENCE          PIC X(19).
           02 DTL-REASON-CODE        PIC X(4).
           02 DTL-REASON-TEXT        PIC X(37).

       01  LINE-NUMBER               PIC 9(7) VALUE ZERO.
       01  DECLARED-COUNT            PIC 9(7) VALUE ZERO.
       01  DECLARED-TOTAL            PIC S9(13)V99 VALUE ZERO.
       01  READ-COUNT                PIC 9(7) VALUE ZERO.
       01  READ-TOTAL                PIC S9(13)V99 VALUE ZERO.

       01  RETURNS-POSTED            PIC 9(7) VALUE ZERO.
       01  RETURNS-EXCEPTED          PIC 9(7) VALUE ZERO.
       01  RETURNS-IN-ERROR          PIC 9(7) VALUE ZERO.
       01  TOTAL-RECREDITED          PIC S9(13)V99 VALUE ZERO.

       01  LINE-NUMBER-ED            PIC Z(6)9.
       01  LEDGER-ID-ED              PIC Z(8)9.
       01  AMOUNT-ED                 PIC -(11)9.99.
       01  EXCEPTION-REASON          PIC X(25).

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
      *    Commit-flag "N" -- the re-credit, the RETURNED flip and the
      *    notification land together in 3200.
       01  MVMT-COMMIT-FLAG          PIC X VALUE "N".
       01  MVMT-OPERATOR-ID          PIC X(8) VALUE "SYSTEM".

      *----------------------------------------------------------------
      *                        SQL DECLARATION
      *----------------------------------------------------------------

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  RT-FILE-ID              PIC X(20).
       01  RT-BENEF-ACCOUNT        PIC X(34).
       01  RT-AMOUNT               PIC S9(13)V99.
       01  RT-REFERENCE            PIC X(19).
       01  RT-REASON               PIC X(42).

       01  RT-SENT-COUNT           PIC 9(7).
       01  RT-RETURNED-COUNT       PIC 9(7).
       01  RT-PAYMENT-ID           PIC 9(9).
       01  RT-ACCOUNT-ID           PIC 9(9).
       01  RT-LEDGER-ID            PIC 9(9).
       01  RT-RETURN-LEDGER-ID     PIC 9(9).

       01  EVT-ACCOUNT-NUMBER      PIC X(20).
       01  EVT-CLIENT-ID           PIC 9(9).
       01  EVT-PRENOM              PIC X(50).
       01  EVT-NOM                 PIC X(100).
       01  EVT-MAIL                PIC X(200).
       01  NOTIF-EVENT-KEY         PIC X(40).
       01  NOTIF-MESSAGE           PIC X(80).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DB-CONNECT
           PERFORM 1010-OPEN-EXCEPTION-FILE
           PERFORM 2000-VERIFY-CONTROL-PASS

           IF CONTROL-IS-VALID
              PERFORM 3000-RETURN-PASS
           END-IF

           PERFORM 9000-REPORT-SUMMARY
           PERFORM 9800-CLOSE-EXCEPTION-FILE
           PERFORM 9900-CLOSE-DB

           GOBACK.

      ******************************************************************
       1000-DB-CONNECT.
      ******************************************************************

           ACCEPT DBNAME FROM ENVIRONMENT "DB_DATABASE"
           ACCEPT USERNAME FROM ENVIRONMENT "DB_USER"
           ACCEPT PASSWD FROM ENVIRONMENT "DB_PASSWORD"

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
              DISPLAY "BPAYRET - UNABLE TO CONNECT TO DATABASE"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      ******************************************************************
       1010-OPEN-EXCEPTION-FILE.
      ******************************************************************

           OPEN OUTPUT EXCEPTION-FILE

           MOVE SPACES TO EXCEPTION-LINE
           STRING "OUTBOUND PAYMENT RETURNS - EXCEPTIONS"
                 DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE

           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

      ******************************************************************
       2000-VERIFY-CONTROL-PASS.
      ******************************************************************
      *    First pass reads the whole file and tallies the DTL lines
      *    -- nothing posts until the declared count and total have
      *    been proved against what was actually read. No returns
      *    file tonight means the clearing house returned nothing.
           OPEN INPUT RETURNS-FILE
           IF NOT RET-OK
              DISPLAY "BPAYRET - NO RETURNS FILE - NOTHING TO PROCESS"
              MOVE SPACES TO EXCEPTION-LINE
              STRING "NO RETURNS FILE RECEIVED"
                    DELIMITED BY SIZE INTO EXCEPTION-LINE
              WRITE EXCEPTION-LINE
           ELSE
              MOVE "N" TO RET-DONE-SWITCH
              PERFORM 2010-READ-RETURN-LINE
              IF END-OF-RETURNS OR CTL-TAG NOT EQUAL "CTL"
                 MOVE "MISSING CONTROL RECORD" TO EXCEPTION-REASON
                 PERFORM 2100-WRITE-CONTROL-REJECT
              ELSE
                 MOVE CTL-COUNT TO DECLARED-COUNT
                 MOVE CTL-TOTAL TO DECLARED-TOTAL

                 PERFORM 2010-READ-RETURN-LINE
                 PERFORM 2020-TALLY-LINE UNTIL END-OF-RETURNS

                 EVALUATE TRUE
                    WHEN READ-COUNT NOT EQUAL DECLARED-COUNT
                       MOVE "COUNT MISMATCH" TO EXCEPTION-REASON
                       PERFORM 2100-WRITE-CONTROL-REJECT
                    WHEN READ-TOTAL NOT EQUAL DECLARED-TOTAL
                       MOVE "TOTAL MISMATCH" TO EXCEPTION-REASON
                       PERFORM 2100-WRITE-CONTROL-REJECT
                    WHEN OTHER
                       SET CONTROL-IS-VALID TO TRUE
                 END-EVALUATE
              END-IF

              CLOSE RETURNS-FILE
           END-IF.

      ******************************************************************
       2010-READ-RETURN-LINE.
      ******************************************************************

           READ RETURNS-FILE INTO RET-LINE
           IF RET-EOF
              SET END-OF-RETURNS TO TRUE
           ELSE
              ADD 1 TO LINE-NUMBER
           END-IF.

      ******************************************************************
       2020-TALLY-LINE.
      ******************************************************************
      *    A detail with a non-numeric amount still counts toward the
      *    declared count but can't contribute to the total -- the
      *    control proof then fails and the file bounces whole.
           IF DTL-TAG EQUAL "DTL"
              ADD 1 TO READ-COUNT
              IF DTL-AMOUNT NUMERIC
                 ADD DTL-AMOUNT TO READ-TOTAL
              END-IF
           END-IF

           PERFORM 2010-READ-RETURN-LINE.

      ******************************************************************
       2100-WRITE-CONTROL-REJECT.
      ******************************************************************
      *    A control failure rejects the whole file -- nothing is
      *    re-credited until the clearing house resends it whole.
      *    RETURN-CODE stays as it is, the way BPAYFILE treats a bad
      *    file: the fault is the sender's, and the jobs after this
      *    one in the chain still have to run.
           DISPLAY "BPAYRET - FILE REJECTED - " EXCEPTION-REASON

           MOVE SPACES TO EXCEPTION-LINE
           STRING "FILE REJECTED - " EXCEPTION-REASON
                 " - NOTHING POSTED"
                 DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

      ******************************************************************
       3000-RETURN-PASS.
      ******************************************************************

           OPEN INPUT RETURNS-FILE
           IF NOT RET-OK
              DISPLAY "BPAYRET - UNABLE TO REOPEN RETURNS FILE"
              MOVE 8 TO RETURN-CODE
              PERFORM 9800-CLOSE-EXCEPTION-FILE
              PERFORM 9900-CLOSE-DB
              GOBACK
           END-IF

           MOVE "N" TO RET-DONE-SWITCH
           MOVE ZERO TO LINE-NUMBER

      *    Line 1 is the already-verified control record.
           PERFORM 2010-READ-RETURN-LINE
           PERFORM 2010-READ-RETURN-LINE
           PERFORM 3010-PROCESS-LINE UNTIL END-OF-RETURNS

           CLOSE RETURNS-FILE.

      ******************************************************************
       3010-PROCESS-LINE.
      ******************************************************************

           EVALUATE TRUE
              WHEN DTL-TAG NOT EQUAL "DTL"
                 MOVE "UNKNOWN RECORD TAG" TO EXCEPTION-REASON
                 PERFORM 3100-WRITE-EXCEPTION-LINE
              WHEN DTL-AMOUNT NOT NUMERIC
                 MOVE "INVALID AMOUNT" TO EXCEPTION-REASON
                 PERFORM 3100-WRITE-EXCEPTION-LINE
              WHEN OTHER
                 PERFORM 3020-MATCH-PAYMENT
           END-EVALUATE

           PERFORM 2010-READ-RETURN-LINE.

      ******************************************************************
       3020-MATCH-PAYMENT.
      ******************************************************************
      *    The file_id names the night the payment went out; the
      *    beneficiary account, amount and the reference as it was
      *    written on the detail pick the payment out of that file.
      *    Exactly one SENT payment posts. None SENT but one already
      *    RETURNED is a duplicate return; two SENT candidates means
      *    the clearing house's line can't say which one it means --
      *    both go to a person, never to the ledger.
           MOVE DTL-FILE-ID TO RT-FILE-ID
           MOVE DTL-BENEF-ACCOUNT TO RT-BENEF-ACCOUNT
           MOVE DTL-AMOUNT TO RT-AMOUNT
           MOVE DTL-REFERENCE TO RT-REFERENCE

           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN status = "SENT"
                    THEN 1 ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN status = "RETURNED"
                    THEN 1 ELSE 0 END), 0),
                    COALESCE(MIN(CASE WHEN status = "SENT"
                    THEN payment_id END), 0)
                    INTO :RT-SENT-COUNT, :RT-RETURNED-COUNT,
                    :RT-PAYMENT-ID
                    FROM outbound_payment
                    WHERE file_id = :RT-FILE-ID
                    AND beneficiary_account = :RT-BENEF-ACCOUNT
                    AND amount = :RT-AMOUNT
                    AND RTRIM(SUBSTR(COALESCE(reference, ' '), 1, 19))
                       = RTRIM(:RT-REFERENCE)
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT EQUAL ZERO
                 DISPLAY "BPAYRET - MATCH READ FAILED AT LINE "
                       LINE-NUMBER " SQLCODE " SQLCODE
                 MOVE "SQL ERROR ON MATCH" TO EXCEPTION-REASON
                 ADD 1 TO RETURNS-IN-ERROR
                 PERFORM 3100-WRITE-EXCEPTION-LINE
              WHEN RT-SENT-COUNT EQUAL 1
                 PERFORM 3030-POST-RETURN
              WHEN RT-SENT-COUNT GREATER THAN 1
                 MOVE "AMBIGUOUS MATCH" TO EXCEPTION-REASON
                 PERFORM 3100-WRITE-EXCEPTION-LINE
              WHEN RT-RETURNED-COUNT GREATER THAN ZERO
                 MOVE "DUPLICATE RETURN" TO EXCEPTION-REASON
                 PERFORM 3100-WRITE-EXCEPTION-LINE
              WHEN OTHER
                 MOVE "NO MATCHING PAYMENT" TO EXCEPTION-REASON
                 PERFORM 3100-WRITE-EXCEPTION-LINE
           END-EVALUATE.

      ******************************************************************
       3030-POST-RETURN.
      ******************************************************************
      *    The re-credit carries RET OF <ledger_id of the original
      *    debit> -- the same pairing NREVERSE's REV OF gives a
      *    correction, so the statement shows the money coming back
      *    against the payment that took it.
           EXEC SQL
              SELECT account_id, COALESCE(ledger_id, 0)
                    INTO :RT-ACCOUNT-ID, :RT-LEDGER-ID
                    FROM outbound_payment
                    WHERE payment_id = :RT-PAYMENT-ID
                    FOR UPDATE
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BPAYRET - PAYMENT READ FAILED, ID "
                    RT-PAYMENT-ID " SQLCODE " SQLCODE
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "SQL ERROR ON PAYMENT" TO EXCEPTION-REASON
              ADD 1 TO RETURNS-IN-ERROR
              PERFORM 3100-WRITE-EXCEPTION-LINE
           ELSE
              MOVE RT-LEDGER-ID TO LEDGER-ID-ED
              MOVE RT-ACCOUNT-ID TO MVMT-ACCOUNT-ID
              MOVE RT-AMOUNT TO MVMT-AMOUNT
              MOVE "CREDIT" TO MVMT-DIRECTION
              MOVE SPACES TO MVMT-REFERENCE
              STRING "RET OF " FUNCTION TRIM(LEDGER-ID-ED)
                    DELIMITED BY SIZE INTO MVMT-REFERENCE

              CALL "LEDGPOST" USING MVMT-ACCOUNT-ID, MVMT-AMOUNT,
                    MVMT-DIRECTION, MVMT-REFERENCE, MVMT-NEW-BALANCE,
                    MVMT-RETURN-CODE, MVMT-COMMIT-FLAG,
                    MVMT-OPERATOR-ID

              EVALUATE TRUE
                 WHEN MVMT-OK
                    PERFORM 3200-MARK-RETURNED
                 WHEN MVMT-ACCOUNT-NOT-FOUND
      *             The customer closed the account while the money
      *             was out -- operations pays it away by hand.
                    EXEC SQL ROLLBACK WORK END-EXEC
                    MOVE "ORIGIN ACCOUNT CLOSED" TO EXCEPTION-REASON
                    PERFORM 3100-WRITE-EXCEPTION-LINE
                 WHEN MVMT-DEBIT-BLOCKED
                    EXEC SQL ROLLBACK WORK END-EXEC
                    MOVE "ORIGIN ACCOUNT BLOCKED" TO EXCEPTION-REASON
                    PERFORM 3100-WRITE-EXCEPTION-LINE
                 WHEN MVMT-PERIOD-CLOSED
                    EXEC SQL ROLLBACK WORK END-EXEC
                    MOVE "PERIOD CLOSED" TO EXCEPTION-REASON
                    PERFORM 3100-WRITE-EXCEPTION-LINE
                 WHEN OTHER
                    EXEC SQL ROLLBACK WORK END-EXEC
                    DISPLAY "BPAYRET - RE-CREDIT FAILED, PAYMENT "
                          RT-PAYMENT-ID " RETURN CODE "
                          MVMT-RETURN-CODE
                    MOVE "SQL ERROR ON POSTING" TO EXCEPTION-REASON
                    ADD 1 TO RETURNS-IN-ERROR
                    PERFORM 3100-WRITE-EXCEPTION-LINE
              END-EVALUATE
           END-IF.

      ******************************************************************
       3200-MARK-RETURNED.
      ******************************************************************
      *    RETURNED, the reason and the re-credit's ledger row land in
      *    the same unit of work as the credit itself -- a rerun of
      *    the same file finds the payment RETURNED and reports the
      *    line as a duplicate instead of crediting twice.
           MOVE "N" TO MARK-FAILED-SWITCH

           EXEC SQL
              SELECT lastval() INTO :RT-RETURN-LEDGER-ID
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              SET MARK-FAILED TO TRUE
           ELSE
              MOVE SPACES TO RT-REASON
              STRING DTL-REASON-CODE " " DTL-REASON-TEXT
                    DELIMITED BY SIZE INTO RT-REASON

              EXEC SQL
                 UPDATE outbound_payment
                       SET status = "RETURNED",
                       return_reason = :RT-REASON,
                       return_ledger_id = :RT-RETURN-LEDGER-ID,
                       returned_at = CURRENT_TIMESTAMP
                       WHERE payment_id = :RT-PAYMENT-ID
              END-EXEC
              IF SQLCODE NOT EQUAL ZERO
                 SET MARK-FAILED TO TRUE
              END-IF
           END-IF

           IF NOT MARK-FAILED
              PERFORM 3210-QUEUE-NOTIFICATION
           END-IF

           IF NOT MARK-FAILED
              EXEC SQL COMMIT WORK END-EXEC
              ADD 1 TO RETURNS-POSTED
              ADD RT-AMOUNT TO TOTAL-RECREDITED
           ELSE
              DISPLAY "BPAYRET - MARK RETURNED FAILED, PAYMENT "
                    RT-PAYMENT-ID " SQLCODE " SQLCODE
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "SQL ERROR ON MARK" TO EXCEPTION-REASON
              ADD 1 TO RETURNS-IN-ERROR
              PERFORM 3100-WRITE-EXCEPTION-LINE
           END-IF.

      ******************************************************************
       3210-QUEUE-NOTIFICATION.
      ******************************************************************
      *    PRET <payment_id> is the event key -- one payment can only
      *    come back once. Client name and mail joined the way
      *    BNOTIFY joins them; no mail on file means nothing to send,
      *    the re-credit still stands.
           EXEC SQL
              SELECT a.account_number, a.client_id,
                    COALESCE(c.prenom, ' '), COALESCE(c.nom, ' '),
                    COALESCE(c.mail, ' ')
                    INTO :EVT-ACCOUNT-NUMBER, :EVT-CLIENT-ID,
                    :EVT-PRENOM, :EVT-NOM, :EVT-MAIL
                    FROM account a
                    JOIN client c ON c.client_id = a.client_id
                    WHERE a.account_id = :RT-ACCOUNT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
              SET MARK-FAILED TO TRUE
           END-IF

           IF SQLCODE EQUAL ZERO AND EVT-MAIL NOT EQUAL SPACES
              MOVE SPACES TO NOTIF-EVENT-KEY
              STRING "PRET " RT-PAYMENT-ID
                    DELIMITED BY SIZE INTO NOTIF-EVENT-KEY

              MOVE RT-AMOUNT TO AMOUNT-ED
              MOVE SPACES TO NOTIF-MESSAGE
              STRING "PAYMENT OF " FUNCTION TRIM(AMOUNT-ED)
                    " RETURNED - " DTL-REASON-TEXT
                    DELIMITED BY SIZE INTO NOTIF-MESSAGE

              EXEC SQL
                 INSERT INTO notification (event_type, event_key,
                       client_id, account_id, account_number,
                       prenom, nom, mail, message)
                       VALUES ("PAYRETURN", :NOTIF-EVENT-KEY,
                       :EVT-CLIENT-ID, :RT-ACCOUNT-ID,
                       :EVT-ACCOUNT-NUMBER, :EVT-PRENOM, :EVT-NOM,
                       :EVT-MAIL, :NOTIF-MESSAGE)
              END-EXEC
              IF SQLCODE NOT EQUAL ZERO
                 SET MARK-FAILED TO TRUE
              END-IF
           END-IF.

      ******************************************************************
       3100-WRITE-EXCEPTION-LINE.
      ******************************************************************
      *    Line number, reason, then the clearing house's record as
      *    sent -- the payments desk works the line straight off it.
           ADD 1 TO RETURNS-EXCEPTED
           MOVE LINE-NUMBER TO LINE-NUMBER-ED

           MOVE SPACES TO EXCEPTION-LINE
           STRING "LINE " LINE-NUMBER-ED " " EXCEPTION-REASON " "
                 RET-LINE DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

      ******************************************************************
       9000-REPORT-SUMMARY.
      ******************************************************************

           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE

           MOVE SPACES TO EXCEPTION-LINE
           STRING "RETURNS POSTED: " RETURNS-POSTED
                 "  EXCEPTIONS: " RETURNS-EXCEPTED
                 DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE

           DISPLAY "BPAYRET - DETAILS DECLARED: " DECLARED-COUNT
           DISPLAY "BPAYRET - DETAILS READ:     " READ-COUNT
           DISPLAY "BPAYRET - RETURNS POSTED:   " RETURNS-POSTED
           DISPLAY "BPAYRET - EXCEPTIONS:       " RETURNS-EXCEPTED
           DISPLAY "BPAYRET - IN ERROR:         " RETURNS-IN-ERROR
           DISPLAY "BPAYRET - TOTAL RECREDITED: " TOTAL-RECREDITED

           IF RETURNS-IN-ERROR GREATER THAN ZERO
              MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
       9800-CLOSE-EXCEPTION-FILE.
      ******************************************************************

           CLOSE EXCEPTION-FILE.

      ******************************************************************
       9900-CLOSE-DB.
      ******************************************************************

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
