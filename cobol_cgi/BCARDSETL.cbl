      *****************************************************************
      * Program name:    BCARDSETL
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 22/08/24  KERESTES      Created as the nightly feed of the card
      *                         processor's settlement file -- until
      *                         now the settled amount was keyed as a
      *                         separate NMOVEMENT and the hold left to
      *                         run out. Proves the file's CTL declared
      *                         count and total against the DTL lines
      *                         read BEFORE anything posts (the
      *                         BPAYFILE discipline), then for each
      *                         settlement finds the card's account in
      *                         the debit_card register and the ACTIVE
      *                         hold BCARDAUTH placed under CARD <auth
      *                         code>, releases the hold and debits the
      *                         SETTLED amount (which may differ from
      *                         the authorized one -- tips, currency)
      *                         through LEDGPOST in one unit of work.
      *                         A settlement with no active hold still
      *                         posts -- the processor has paid the
      *                         merchant -- and is also listed on the
      *                         exceptions report so the card team can
      *                         reconcile. An unknown card, an
      *                         authorization code already settled on
      *                         the account, or a debit LEDGPOST
      *                         refuses posts nothing and is listed.
      * 01/09/24  KERESTES      A line that fails validation now moves
      *                         on to the next line instead of being
      *                         checked again, and the file is closed
      *                         however the control check ends.
      * 09/09/24  KERESTES      A file that fails its control check
      *                         no longer sets RETURN-CODE 8: the
      *                         reject line is the answer, and an 8
      *                         made BSCHED skip every job after this
      *                         one over a bad file from outside. 8
      *                         is kept for our own failures. A
      *                         settlement LEDGPOST refuses as debit
      *                         blocked (05) or inside a CLOSED
      *                         accounting period (06) is now listed
      *                         as such and no longer counted in
      *                         error.
      *
      * Run nightly from cron/JCL (BSCHED dispatches it after
      * BCARDAUTH and ahead of BHOLDSWP, so a hold due to expire
      * tonight is settled first), no CGI input -- DBNAME/USERNAME/
      * PASSWD come from the environment the same way every other
      * program in this system picks them up. Settlement file on
      * CARDSETIN (a night with no file is a night with nothing
      * settled); exceptions report on CARDSETEX.
      *
      * Record layout (132 bytes):
      *   CTL record: "CTL", count 9(7), total 9(13)V99
      *   DTL record: "DTL", masked card number X(19), authorization
      *               code X(12), settled amount 9(13)V99,
      *               settlement date 9(8) YYYYMMDD, merchant X(30)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 BCARDSETL.
       AUTHOR.                     ALEXANDRE KERESTES.
       DATE-WRITTEN.               2024-08-22.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLEMENT-FILE ASSIGN TO CARDSETIN
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS IS SETL-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO CARDSETEX
                 ORGANIZATION LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------

       FILE SECTION.

       FD  SETTLEMENT-FILE.
       01  SETL-INPUT-LINE           PIC X(132).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE            PIC X(200).
      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.

       01  SETL-STATUS               PIC 99.
           88 SETL-OK                VALUE 00.
           88 SETL-EOF               VALUE 10.

       01  SETL-DONE-SWITCH          PIC X VALUE "N".
           88 END-OF-SETTLEMENTS     VALUE "Y".

       01  CONTROL-VALID-SWITCH      PIC X VALUE "N".
           88 CONTROL-IS-VALID       VALUE "Y".

       01  HOLD-FOUND-SWITCH         PIC X VALUE "N".
           88 HOLD-FOUND             VALUE "Y".

       01  RELEASE-FAILED-SWITCH     PIC X VALUE "N".
           88 RELEASE-FAILED         VALUE "Y".

       01  SETL-LINE                 PIC X(132).
       01  SETL-CONTROL REDEFINES SETL-LINE.
           02 CTL-TAG                PIC X(3).
           02 CTL-COUNT              PIC 9(7).
           02 CTL-TOTAL              PIC 9(13)V99.
           02 FILLER                 PIC X(107).
       01  SETL-DETAIL REDEFINES SETL-LINE.
           02 DTL-TAG                PIC X(3).
           02 DTL-CARD-NUMBER        PIC X(19).
           02 DTL-AUTH-CODE          PIC X(12).
           02 DTL-AMOUNT             PIC 9(13)V99.
           02 DTL-SETTLE-DATE        PIC 9(8).
           02 DTL-MERCHANT           PIC X(30).
           02 FILLER                 PIC X(45).

       01  LINE-NUMBER               PIC 9(7) VALUE ZERO.
       01  DECLARED-COUNT            PIC 9(7) VALUE ZERO.
       01  DECLARED-TOTAL            PIC S9(13)V99 VALUE ZERO.
       01  READ-COUNT                PIC 9(7) VALUE ZERO.
       01  READ-TOTAL                PIC S9(13)V99 VALUE ZERO.

       01  SETTLEMENTS-POSTED        PIC 9(7) VALUE ZERO.
       01  POSTED-WITHOUT-HOLD       PIC 9(7) VALUE ZERO.
       01  AMOUNT-DIFFERED           PIC 9(7) VALUE ZERO.
       01  SETTLEMENTS-EXCEPTED      PIC 9(7) VALUE ZERO.
       01  SETTLEMENTS-IN-ERROR      PIC 9(7) VALUE ZERO.
       01  TOTAL-SETTLED             PIC S9(13)V99 VALUE ZERO.

       01  LINE-NUMBER-ED            PIC Z(6)9.
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
      *    Commit-flag "N" -- the hold release and the settlement
      *    debit land together in 3040.
       01  MVMT-COMMIT-FLAG          PIC X VALUE "N".
       01  MVMT-OPERATOR-ID          PIC X(8) VALUE "SYSTEM".

      *----------------------------------------------------------------
      *                        SQL DECLARATION
      *----------------------------------------------------------------

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  CS-CARD-NUMBER          PIC X(19).
       01  CS-ACCOUNT-ID           PIC 9(9).
       01  CS-HOLD-REFERENCE       PIC X(30).
       01  CS-HOLD-ID              PIC 9(9).
       01  CS-HOLD-AMOUNT          PIC S9(13)V99.
       01  CS-HOLD-STATUS          PIC X(10).
       01  CS-SETTLED-COUNT        PIC 9(7).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DB-CONNECT
           PERFORM 1010-OPEN-EXCEPTION-FILE
           PERFORM 2000-VERIFY-CONTROL-PASS

           IF CONTROL-IS-VALID
              PERFORM 3000-SETTLEMENT-PASS
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
              DISPLAY "BCARDSETL - UNABLE TO CONNECT TO DATABASE"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      ******************************************************************
       1010-OPEN-EXCEPTION-FILE.
      ******************************************************************

           OPEN OUTPUT EXCEPTION-FILE

           MOVE SPACES TO EXCEPTION-LINE
           STRING "CARD SETTLEMENTS - EXCEPTIONS"
                 DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE

           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

      ******************************************************************
       2000-VERIFY-CONTROL-PASS.
      ******************************************************************
      *    First pass reads the whole file and tallies the DTL lines
      *    -- nothing posts until the declared count and total have
      *    been proved against what was actually read. No file
      *    tonight means the processor settled nothing.
           OPEN INPUT SETTLEMENT-FILE
           IF NOT SETL-OK
              DISPLAY "BCARDSETL - NO SETTLEMENT FILE - NOTHING TO "
                    "PROCESS"
              MOVE SPACES TO EXCEPTION-LINE
              STRING "NO SETTLEMENT FILE RECEIVED"
                    DELIMITED BY SIZE INTO EXCEPTION-LINE
              WRITE EXCEPTION-LINE
           ELSE
              MOVE "N" TO SETL-DONE-SWITCH
              PERFORM 2010-READ-SETTLEMENT-LINE
              IF END-OF-SETTLEMENTS OR CTL-TAG NOT EQUAL "CTL"
                 MOVE "MISSING CONTROL RECORD" TO EXCEPTION-REASON
                 PERFORM 2100-WRITE-CONTROL-REJECT
              ELSE
                 MOVE CTL-COUNT TO DECLARED-COUNT
                 MOVE CTL-TOTAL TO DECLARED-TOTAL

                 PERFORM 2010-READ-SETTLEMENT-LINE
                 PERFORM 2020-TALLY-LINE UNTIL END-OF-SETTLEMENTS

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

              CLOSE SETTLEMENT-FILE
           END-IF.

      ******************************************************************
       2010-READ-SETTLEMENT-LINE.
      ******************************************************************

           READ SETTLEMENT-FILE INTO SETL-LINE
           IF SETL-EOF
              SET END-OF-SETTLEMENTS TO TRUE
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

           PERFORM 2010-READ-SETTLEMENT-LINE.

      ******************************************************************
       2100-WRITE-CONTROL-REJECT.
      ******************************************************************
      *    A control failure rejects the whole file -- nothing posts
      *    until the processor resends it whole.
      *    RETURN-CODE stays as it is, the way BPAYFILE treats a bad
      *    file: the fault is the sender's, and the jobs after this
      *    one in the chain still have to run.
           DISPLAY "BCARDSETL - FILE REJECTED - " EXCEPTION-REASON

           MOVE SPACES TO EXCEPTION-LINE
           STRING "FILE REJECTED - " EXCEPTION-REASON
                 " - NOTHING POSTED"
                 DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

      ******************************************************************
       3000-SETTLEMENT-PASS.
      ******************************************************************

           OPEN INPUT SETTLEMENT-FILE
           IF NOT SETL-OK
              DISPLAY "BCARDSETL - UNABLE TO REOPEN SETTLEMENT FILE"
              MOVE 8 TO RETURN-CODE
              PERFORM 9800-CLOSE-EXCEPTION-FILE
              PERFORM 9900-CLOSE-DB
              GOBACK
           END-IF

           MOVE "N" TO SETL-DONE-SWITCH
           MOVE ZERO TO LINE-NUMBER

      *    Line 1 is the already-verified control record.
           PERFORM 2010-READ-SETTLEMENT-LINE
           PERFORM 2010-READ-SETTLEMENT-LINE
           PERFORM 3010-PROCESS-LINE UNTIL END-OF-SETTLEMENTS

           CLOSE SETTLEMENT-FILE.

      ******************************************************************
       3010-PROCESS-LINE.
      ******************************************************************

           EVALUATE TRUE
              WHEN DTL-TAG NOT EQUAL "DTL"
                 MOVE "UNKNOWN RECORD TAG" TO EXCEPTION-REASON
                 PERFORM 3100-WRITE-EXCEPTION-LINE
              WHEN DTL-AMOUNT NOT NUMERIC OR DTL-AMOUNT EQUAL ZERO
                 MOVE "INVALID AMOUNT" TO EXCEPTION-REASON
                 PERFORM 3100-WRITE-EXCEPTION-LINE
              WHEN DTL-AUTH-CODE EQUAL SPACES
                 MOVE "MISSING AUTH CODE" TO EXCEPTION-REASON
                 PERFORM 3100-WRITE-EXCEPTION-LINE
              WHEN OTHER
                 PERFORM 3020-FIND-CARD
           END-EVALUATE

           PERFORM 2010-READ-SETTLEMENT-LINE.

      ******************************************************************
       3020-FIND-CARD.
      ******************************************************************
      *    A settlement posts whatever the card's status is now -- the
      *    processor paid the merchant on an authorization it gave
      *    while the card was good. Only a card the register doesn't
      *    know at all leaves nowhere to post.
           MOVE DTL-CARD-NUMBER TO CS-CARD-NUMBER

           MOVE SPACES TO CS-HOLD-REFERENCE
           STRING "CARD " DTL-AUTH-CODE
                 DELIMITED BY SIZE INTO CS-HOLD-REFERENCE

           EXEC SQL
              SELECT account_id INTO :CS-ACCOUNT-ID
                    FROM debit_card
                    WHERE card_number = RTRIM(:CS-CARD-NUMBER)
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE EQUAL 100
                 MOVE "UNKNOWN CARD" TO EXCEPTION-REASON
                 PERFORM 3100-WRITE-EXCEPTION-LINE
              WHEN SQLCODE NOT EQUAL ZERO
                 DISPLAY "BCARDSETL - CARD READ FAILED AT LINE "
                       LINE-NUMBER " SQLCODE " SQLCODE
                 MOVE "SQL ERROR ON CARD" TO EXCEPTION-REASON
                 ADD 1 TO SETTLEMENTS-IN-ERROR
                 PERFORM 3100-WRITE-EXCEPTION-LINE
              WHEN OTHER
                 PERFORM 3025-CHECK-ALREADY-SETTLED
           END-EVALUATE.

      ******************************************************************
       3025-CHECK-ALREADY-SETTLED.
      ******************************************************************
      *    The settlement debit's reference opens with the same CARD
      *    <auth code> the hold carried -- one already on the ledger
      *    for this account means the processor resent the line or
      *    tonight's file is being rerun, and nothing posts twice.
           EXEC SQL
              SELECT COUNT(*) INTO :CS-SETTLED-COUNT
                    FROM ledger
                    WHERE account_id = :CS-ACCOUNT-ID
                    AND direction = "DEBIT "
                    AND RTRIM(SUBSTR(COALESCE(reference, ' '), 1, 17))
                       = RTRIM(:CS-HOLD-REFERENCE)
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BCARDSETL - LEDGER READ FAILED AT LINE "
                    LINE-NUMBER " SQLCODE " SQLCODE
              MOVE "SQL ERROR ON LEDGER" TO EXCEPTION-REASON
              ADD 1 TO SETTLEMENTS-IN-ERROR
              PERFORM 3100-WRITE-EXCEPTION-LINE
           ELSE IF CS-SETTLED-COUNT GREATER THAN ZERO
              MOVE "DUPLICATE SETTLEMENT" TO EXCEPTION-REASON
              PERFORM 3100-WRITE-EXCEPTION-LINE
           ELSE
              PERFORM 3030-FIND-HOLD
           END-IF.

      ******************************************************************
       3030-FIND-HOLD.
      ******************************************************************
      *    An ACTIVE hold is locked and released in the same unit of
      *    work as the debit. No active hold -- never authorized
      *    through BCARDAUTH, already expired by BHOLDSWP, or released
      *    by hand through NHOLD -- still posts; 3040 lists it.
           MOVE "N" TO HOLD-FOUND-SWITCH
           MOVE "N" TO RELEASE-FAILED-SWITCH

           EXEC SQL
              SELECT hold_id, amount, status
                    INTO :CS-HOLD-ID, :CS-HOLD-AMOUNT, :CS-HOLD-STATUS
                    FROM account_hold
                    WHERE account_id = :CS-ACCOUNT-ID
                    AND RTRIM(reference) = RTRIM(:CS-HOLD-REFERENCE)
                    AND status = "ACTIVE"
                    ORDER BY hold_id
                    LIMIT 1
                    FOR UPDATE
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE EQUAL ZERO
                 SET HOLD-FOUND TO TRUE
                 EXEC SQL
                    UPDATE account_hold SET status = "RELEASED"
                          WHERE hold_id = :CS-HOLD-ID
                 END-EXEC
                 IF SQLCODE NOT EQUAL ZERO
                    SET RELEASE-FAILED TO TRUE
                 END-IF
              WHEN SQLCODE NOT EQUAL 100
                 SET RELEASE-FAILED TO TRUE
           END-EVALUATE

           IF RELEASE-FAILED
              DISPLAY "BCARDSETL - HOLD RELEASE FAILED AT LINE "
                    LINE-NUMBER " SQLCODE " SQLCODE
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "SQL ERROR ON HOLD" TO EXCEPTION-REASON
              ADD 1 TO SETTLEMENTS-IN-ERROR
              PERFORM 3100-WRITE-EXCEPTION-LINE
           ELSE
              PERFORM 3040-POST-SETTLEMENT
           END-IF.

      ******************************************************************
       3040-POST-SETTLEMENT.
      ******************************************************************
      *    The debit is the settled amount, not the authorized one.
      *    CARD <auth code> <merchant> on the ledger row is what the
      *    customer sees on the statement and what 3025 finds on a
      *    rerun.
           MOVE CS-ACCOUNT-ID TO MVMT-ACCOUNT-ID
           MOVE DTL-AMOUNT TO MVMT-AMOUNT
           MOVE "DEBIT " TO MVMT-DIRECTION
           MOVE SPACES TO MVMT-REFERENCE
           STRING CS-HOLD-REFERENCE(1:17) " " DTL-MERCHANT(1:12)
                 DELIMITED BY SIZE INTO MVMT-REFERENCE

           CALL "LEDGPOST" USING MVMT-ACCOUNT-ID, MVMT-AMOUNT,
                 MVMT-DIRECTION, MVMT-REFERENCE, MVMT-NEW-BALANCE,
                 MVMT-RETURN-CODE, MVMT-COMMIT-FLAG,
                 MVMT-OPERATOR-ID

           EVALUATE TRUE
              WHEN MVMT-OK
                 EXEC SQL COMMIT WORK END-EXEC
                 ADD 1 TO SETTLEMENTS-POSTED
                 ADD DTL-AMOUNT TO TOTAL-SETTLED
                 IF NOT HOLD-FOUND
                    ADD 1 TO POSTED-WITHOUT-HOLD
                    MOVE "NO MATCHING HOLD - POSTED"
                                                 TO EXCEPTION-REASON
                    PERFORM 3100-WRITE-EXCEPTION-LINE
                 ELSE IF CS-HOLD-AMOUNT NOT EQUAL DTL-AMOUNT
                    ADD 1 TO AMOUNT-DIFFERED
                 END-IF
              WHEN MVMT-INSUFFICIENT-FUNDS
      *          The settled amount outran the hold and the balance
      *          behind it -- the hold stays, the card team chases it.
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE "INSUFFICIENT FUNDS" TO EXCEPTION-REASON
                 PERFORM 3100-WRITE-EXCEPTION-LINE
              WHEN MVMT-ACCOUNT-NOT-FOUND
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE "ACCOUNT NOT OPEN" TO EXCEPTION-REASON
                 PERFORM 3100-WRITE-EXCEPTION-LINE
              WHEN MVMT-DEBIT-BLOCKED
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE "ACCOUNT DEBIT BLOCKED" TO EXCEPTION-REASON
                 PERFORM 3100-WRITE-EXCEPTION-LINE
              WHEN MVMT-PERIOD-CLOSED
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE "PERIOD CLOSED" TO EXCEPTION-REASON
                 PERFORM 3100-WRITE-EXCEPTION-LINE
              WHEN OTHER
                 EXEC SQL ROLLBACK WORK END-EXEC
                 DISPLAY "BCARDSETL - SETTLEMENT FAILED AT LINE "
                       LINE-NUMBER " RETURN CODE " MVMT-RETURN-CODE
                 MOVE "SQL ERROR ON POSTING" TO EXCEPTION-REASON
                 ADD 1 TO SETTLEMENTS-IN-ERROR
                 PERFORM 3100-WRITE-EXCEPTION-LINE
           END-EVALUATE.

      ******************************************************************
       3100-WRITE-EXCEPTION-LINE.
      ******************************************************************
      *    Line number, reason, then the processor's record as sent
      *    -- the card team reconciles straight off it.
           ADD 1 TO SETTLEMENTS-EXCEPTED
           MOVE LINE-NUMBER TO LINE-NUMBER-ED

           MOVE SPACES TO EXCEPTION-LINE
           STRING "LINE " LINE-NUMBER-ED " " EXCEPTION-REASON " "
                 SETL-LINE DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

      ******************************************************************
       9000-REPORT-SUMMARY.
      ******************************************************************

           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE

           MOVE SPACES TO EXCEPTION-LINE
           STRING "SETTLEMENTS POSTED: " SETTLEMENTS-POSTED
                 "  WITHOUT HOLD: " POSTED-WITHOUT-HOLD
                 "  EXCEPTIONS: " SETTLEMENTS-EXCEPTED
                 DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE

           DISPLAY "BCARDSETL - DETAILS DECLARED:   " DECLARED-COUNT
           DISPLAY "BCARDSETL - DETAILS READ:       " READ-COUNT
           DISPLAY "BCARDSETL - SETTLEMENTS POSTED: " SETTLEMENTS-POSTED
           DISPLAY "BCARDSETL - POSTED WITHOUT HOLD:"
                 POSTED-WITHOUT-HOLD
           DISPLAY "BCARDSETL - AMOUNT DIFFERED:    " AMOUNT-DIFFERED
           DISPLAY "BCARDSETL - EXCEPTIONS:         "
                 SETTLEMENTS-EXCEPTED
           DISPLAY "BCARDSETL - IN ERROR:           "
                 SETTLEMENTS-IN-ERROR
           DISPLAY "BCARDSETL - TOTAL SETTLED:      " TOTAL-SETTLED

           IF SETTLEMENTS-IN-ERROR GREATER THAN ZERO
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
