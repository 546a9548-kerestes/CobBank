      *****************************************************************
      * Program name:    BCARDAUTH
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 22/08/24  KERESTES      Created as the nightly feed of the card
      *                         processor's authorization file -- until
      *                         now every card hold was keyed by hand
      *                         through NHOLD. Proves the file's CTL
      *                         declared count and total against the
      *                         DTL lines read BEFORE anything is
      *                         placed (the BPAYFILE discipline), then
      *                         looks each masked card number up in
      *                         the debit_card register and places an
      *                         account_hold on the card's account for
      *                         the authorized amount, reference CARD
      *                         <auth code>, placed at the
      *                         authorization time and expiring
      *                         CARD_HOLD_DAYS days later (default 7)
      *                         so BHOLDSWP frees what the merchant
      *                         never settles. BCARDSETL settles
      *                         against the same reference. An unknown,
      *                         blocked or expired card, an account no
      *                         longer open, or an authorization code
      *                         already held on the account goes to the
      *                         exceptions report and places nothing.
      * 01/09/24  KERESTES      A line that fails validation now moves
      *                         on to the next line instead of being
      *                         checked again, and the file is closed
      *                         however the control check ends.
      * 09/09/24  KERESTES      A file that fails its control check
      *                         no longer sets RETURN-CODE 8: the
      *                         reject line is the answer, and an 8
      *                         made BSCHED skip every job after this
      *                         one over a bad file from outside. 8
      *                         is kept for our own failures.
      *
      * Run nightly from cron/JCL (BSCHED dispatches it ahead of
      * BCARDSETL), no CGI input -- DBNAME/USERNAME/PASSWD come from
      * the environment the same way every other program in this
      * system picks them up. Authorization file on CARDAUTIN (a night
      * with no file is a night with nothing authorized); exceptions
      * report on CARDAUTEX.
      *
      * Record layout (132 bytes):
      *   CTL record: "CTL", count 9(7), total 9(13)V99
      *   DTL record: "DTL", masked card number X(19), authorization
      *               code X(12), amount 9(13)V99, authorization
      *               time 9(14) YYYYMMDDHHMMSS, merchant X(30)
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 BCARDAUTH.
       AUTHOR.                     ALEXANDRE KERESTES.
       DATE-WRITTEN.               2024-08-22.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-FILE ASSIGN TO CARDAUTIN
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS IS AUTH-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO CARDAUTEX
                 ORGANIZATION LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------

       FILE SECTION.

       FD  AUTH-FILE.
       01  AUTH-INPUT-LINE           PIC X(132).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE            PIC X(200).
      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.

       01  AUTH-STATUS               PIC 99.
           88 AUTH-OK                VALUE 00.
           88 AUTH-EOF               VALUE 10.

       01  AUTH-DONE-SWITCH          PIC X VALUE "N".
           88 END-OF-AUTHS           VALUE "Y".

       01  CONTROL-VALID-SWITCH      PIC X VALUE "N".
           88 CONTROL-IS-VALID       VALUE "Y".

       01  AUTH-LINE                 PIC X(132).
       01  AUTH-CONTROL REDEFINES AUTH-LINE.
           02 CTL-TAG                PIC X(3).
           02 CTL-COUNT              PIC 9(7).
           02 CTL-TOTAL              PIC 9(13)V99.
           02 FILLER                 PIC X(107).
       01  AUTH-DETAIL REDEFINES AUTH-LINE.
           02 DTL-TAG                PIC X(3).
           02 DTL-CARD-NUMBER        PIC X(19).
           02 DTL-AUTH-CODE          PIC X(12).
           02 DTL-AMOUNT             PIC 9(13)V99.
           02 DTL-AUTH-TIME          PIC 9(14).
           02 DTL-AUTH-TIME-X REDEFINES DTL-AUTH-TIME.
              03 DTL-AUTH-YYYYMM     PIC 9(6).
              03 FILLER              PIC X(8).
           02 DTL-MERCHANT           PIC X(30).
           02 FILLER                 PIC X(39).

       01  LINE-NUMBER               PIC 9(7) VALUE ZERO.
       01  DECLARED-COUNT            PIC 9(7) VALUE ZERO.
       01  DECLARED-TOTAL            PIC S9(13)V99 VALUE ZERO.
       01  READ-COUNT                PIC 9(7) VALUE ZERO.
       01  READ-TOTAL                PIC S9(13)V99 VALUE ZERO.

       01  HOLDS-PLACED              PIC 9(7) VALUE ZERO.
       01  AUTHS-EXCEPTED            PIC 9(7) VALUE ZERO.
       01  AUTHS-IN-ERROR            PIC 9(7) VALUE ZERO.
       01  TOTAL-HELD                PIC S9(13)V99 VALUE ZERO.

       01  LINE-NUMBER-ED            PIC Z(6)9.
       01  EXCEPTION-REASON          PIC X(25).

       77  DEFAULT-HOLD-DAYS         PIC 9(3) VALUE 7.

      *----------------------------------------------------------------
      *                        SQL DECLARATION
      *----------------------------------------------------------------

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  HOLD-DAYS               PIC 9(3) VALUE ZERO.

       01  CA-CARD-NUMBER          PIC X(19).
       01  CA-ACCOUNT-ID           PIC 9(9).
       01  CA-CARD-STATUS          PIC X(10).
       01  CA-EXPIRY-YYYYMM        PIC 9(6).
       01  CA-ACCOUNT-STATUS       PIC X(10).
       01  CA-AMOUNT               PIC S9(13)V99.
       01  CA-REFERENCE            PIC X(30).
       01  CA-PLACED-AT            PIC 9(14).
       01  CA-EXPIRES-AT           PIC 9(14).
       01  CA-HELD-COUNT           PIC 9(7).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DB-CONNECT
           PERFORM 1010-OPEN-EXCEPTION-FILE
           PERFORM 2000-VERIFY-CONTROL-PASS

           IF CONTROL-IS-VALID
              PERFORM 3000-AUTHORIZATION-PASS
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
              DISPLAY "BCARDAUTH - UNABLE TO CONNECT TO DATABASE"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

      *    CARD_HOLD_DAYS left unset keeps the seven-day default --
      *    long enough for the slowest merchant to settle.
           ACCEPT HOLD-DAYS FROM ENVIRONMENT "CARD_HOLD_DAYS"
           IF HOLD-DAYS EQUAL ZERO
              MOVE DEFAULT-HOLD-DAYS TO HOLD-DAYS
           END-IF.

      ******************************************************************
       1010-OPEN-EXCEPTION-FILE.
      ******************************************************************

           OPEN OUTPUT EXCEPTION-FILE

           MOVE SPACES TO EXCEPTION-LINE
           STRING "CARD AUTHORIZATIONS - EXCEPTIONS"
                 DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE

           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

      ******************************************************************
       2000-VERIFY-CONTROL-PASS.
      ******************************************************************
      *    First pass reads the whole file and tallies the DTL lines
      *    -- nothing is held until the declared count and total have
      *    been proved against what was actually read. No file
      *    tonight means the processor authorized nothing.
           OPEN INPUT AUTH-FILE
           IF NOT AUTH-OK
              DISPLAY "BCARDAUTH - NO AUTHORIZATION FILE - NOTHING TO "
                    "PROCESS"
              MOVE SPACES TO EXCEPTION-LINE
              STRING "NO AUTHORIZATION FILE RECEIVED"
                    DELIMITED BY SIZE INTO EXCEPTION-LINE
              WRITE EXCEPTION-LINE
           ELSE
              MOVE "N" TO AUTH-DONE-SWITCH
              PERFORM 2010-READ-AUTH-LINE
              IF END-OF-AUTHS OR CTL-TAG NOT EQUAL "CTL"
                 MOVE "MISSING CONTROL RECORD" TO EXCEPTION-REASON
                 PERFORM 2100-WRITE-CONTROL-REJECT
              ELSE
                 MOVE CTL-COUNT TO DECLARED-COUNT
                 MOVE CTL-TOTAL TO DECLARED-TOTAL

                 PERFORM 2010-READ-AUTH-LINE
                 PERFORM 2020-TALLY-LINE UNTIL END-OF-AUTHS

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

              CLOSE AUTH-FILE
           END-IF.

      ******************************************************************
       2010-READ-AUTH-LINE.
      ******************************************************************

           READ AUTH-FILE INTO AUTH-LINE
           IF AUTH-EOF
              SET END-OF-AUTHS TO TRUE
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

           PERFORM 2010-READ-AUTH-LINE.

      ******************************************************************
       2100-WRITE-CONTROL-REJECT.
      ******************************************************************
      *    A control failure rejects the whole file -- no hold is
      *    placed until the processor resends it whole.
      *    RETURN-CODE stays as it is, the way BPAYFILE treats a bad
      *    file: the fault is the sender's, and the jobs after this
      *    one in the chain still have to run.
           DISPLAY "BCARDAUTH - FILE REJECTED - " EXCEPTION-REASON

           MOVE SPACES TO EXCEPTION-LINE
           STRING "FILE REJECTED - " EXCEPTION-REASON
                 " - NOTHING HELD"
                 DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

      ******************************************************************
       3000-AUTHORIZATION-PASS.
      ******************************************************************

           OPEN INPUT AUTH-FILE
           IF NOT AUTH-OK
              DISPLAY "BCARDAUTH - UNABLE TO REOPEN AUTHORIZATION FILE"
              MOVE 8 TO RETURN-CODE
              PERFORM 9800-CLOSE-EXCEPTION-FILE
              PERFORM 9900-CLOSE-DB
              GOBACK
           END-IF

           MOVE "N" TO AUTH-DONE-SWITCH
           MOVE ZERO TO LINE-NUMBER

      *    Line 1 is the already-verified control record.
           PERFORM 2010-READ-AUTH-LINE
           PERFORM 2010-READ-AUTH-LINE
           PERFORM 3010-PROCESS-LINE UNTIL END-OF-AUTHS

           CLOSE AUTH-FILE.

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
              WHEN DTL-AUTH-TIME NOT NUMERIC
                 MOVE "INVALID AUTH TIME" TO EXCEPTION-REASON
                 PERFORM 3100-WRITE-EXCEPTION-LINE
              WHEN DTL-AUTH-CODE EQUAL SPACES
                 MOVE "MISSING AUTH CODE" TO EXCEPTION-REASON
                 PERFORM 3100-WRITE-EXCEPTION-LINE
              WHEN OTHER
                 PERFORM 3020-FIND-CARD
           END-EVALUATE

           PERFORM 2010-READ-AUTH-LINE.

      ******************************************************************
       3020-FIND-CARD.
      ******************************************************************
      *    The register's masked number is the processor's masked
      *    number. A card past its printed expiry month, a blocked
      *    card or an account no longer taking postings never gets a
      *    hold -- the card team takes it up with the processor.
           MOVE DTL-CARD-NUMBER TO CA-CARD-NUMBER

           EXEC SQL
              SELECT d.account_id, d.status, d.expiry_yyyymm, a.status
                    INTO :CA-ACCOUNT-ID, :CA-CARD-STATUS,
                    :CA-EXPIRY-YYYYMM, :CA-ACCOUNT-STATUS
                    FROM debit_card d
                    JOIN account a ON a.account_id = d.account_id
                    WHERE d.card_number = RTRIM(:CA-CARD-NUMBER)
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE EQUAL 100
                 MOVE "UNKNOWN CARD" TO EXCEPTION-REASON
                 PERFORM 3100-WRITE-EXCEPTION-LINE
              WHEN SQLCODE NOT EQUAL ZERO
                 DISPLAY "BCARDAUTH - CARD READ FAILED AT LINE "
                       LINE-NUMBER " SQLCODE " SQLCODE
                 MOVE "SQL ERROR ON CARD" TO EXCEPTION-REASON
                 ADD 1 TO AUTHS-IN-ERROR
                 PERFORM 3100-WRITE-EXCEPTION-LINE
              WHEN CA-CARD-STATUS NOT EQUAL "ACTIVE"
                 MOVE "CARD NOT ACTIVE" TO EXCEPTION-REASON
                 PERFORM 3100-WRITE-EXCEPTION-LINE
              WHEN CA-EXPIRY-YYYYMM LESS THAN DTL-AUTH-YYYYMM
                 MOVE "CARD EXPIRED" TO EXCEPTION-REASON
                 PERFORM 3100-WRITE-EXCEPTION-LINE
              WHEN CA-ACCOUNT-STATUS NOT EQUAL "OPEN"
                    AND CA-ACCOUNT-STATUS NOT EQUAL "DORMANT"
                 MOVE "ACCOUNT NOT OPEN" TO EXCEPTION-REASON
                 PERFORM 3100-WRITE-EXCEPTION-LINE
              WHEN OTHER
                 PERFORM 3030-PLACE-HOLD
           END-EVALUATE.

      ******************************************************************
       3030-PLACE-HOLD.
      ******************************************************************
      *    CARD <auth code> is the key BCARDSETL settles on, so an
      *    authorization code already held on this account -- in any
      *    status -- is the processor resending a line, or a rerun of
      *    tonight's file, and places nothing a second time.
           MOVE DTL-AMOUNT TO CA-AMOUNT
           MOVE DTL-AUTH-TIME TO CA-PLACED-AT
           MOVE SPACES TO CA-REFERENCE
           STRING "CARD " DTL-AUTH-CODE
                 DELIMITED BY SIZE INTO CA-REFERENCE

           EXEC SQL
              SELECT COUNT(*) INTO :CA-HELD-COUNT
                    FROM account_hold
                    WHERE account_id = :CA-ACCOUNT-ID
                    AND RTRIM(reference) = RTRIM(:CA-REFERENCE)
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BCARDAUTH - HOLD READ FAILED AT LINE "
                    LINE-NUMBER " SQLCODE " SQLCODE
              MOVE "SQL ERROR ON HOLD" TO EXCEPTION-REASON
              ADD 1 TO AUTHS-IN-ERROR
              PERFORM 3100-WRITE-EXCEPTION-LINE
           ELSE IF CA-HELD-COUNT GREATER THAN ZERO
              MOVE "DUPLICATE AUTHORIZATION" TO EXCEPTION-REASON
              PERFORM 3100-WRITE-EXCEPTION-LINE
           ELSE
              PERFORM 3040-INSERT-HOLD
           END-IF.

      ******************************************************************
       3040-INSERT-HOLD.
      ******************************************************************
      *    The hold runs from the moment the processor authorized it,
      *    not from tonight -- a late file doesn't stretch the hold.
      *    A timestamp the database can't read as a date comes back
      *    as an error and the line goes to the report.
           EXEC SQL
              SELECT CAST(to_char(to_timestamp(
                    CAST(:CA-PLACED-AT AS TEXT), 'YYYYMMDDHH24MISS')
                    + :HOLD-DAYS * INTERVAL '1 day',
                    'YYYYMMDDHH24MISS') AS BIGINT)
                    INTO :CA-EXPIRES-AT
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE "INVALID AUTH TIME" TO EXCEPTION-REASON
              PERFORM 3100-WRITE-EXCEPTION-LINE
           ELSE
              EXEC SQL
                 INSERT INTO account_hold (account_id, amount,
                       reference, placed_at, expires_at, status)
                       VALUES (:CA-ACCOUNT-ID, :CA-AMOUNT,
                       :CA-REFERENCE, :CA-PLACED-AT,
                       :CA-EXPIRES-AT, "ACTIVE")
              END-EXEC

              IF SQLCODE NOT EQUAL ZERO
                 DISPLAY "BCARDAUTH - HOLD INSERT FAILED AT LINE "
                       LINE-NUMBER " SQLCODE " SQLCODE
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE "SQL ERROR ON HOLD" TO EXCEPTION-REASON
                 ADD 1 TO AUTHS-IN-ERROR
                 PERFORM 3100-WRITE-EXCEPTION-LINE
              ELSE
                 EXEC SQL COMMIT WORK END-EXEC
                 ADD 1 TO HOLDS-PLACED
                 ADD CA-AMOUNT TO TOTAL-HELD
              END-IF
           END-IF.

      ******************************************************************
       3100-WRITE-EXCEPTION-LINE.
      ******************************************************************
      *    Line number, reason, then the processor's record as sent
      *    -- the card team reconciles straight off it.
           ADD 1 TO AUTHS-EXCEPTED
           MOVE LINE-NUMBER TO LINE-NUMBER-ED

           MOVE SPACES TO EXCEPTION-LINE
           STRING "LINE " LINE-NUMBER-ED " " EXCEPTION-REASON " "
                 AUTH-LINE DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

      ******************************************************************
       9000-REPORT-SUMMARY.
      ******************************************************************

           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE

           MOVE SPACES TO EXCEPTION-LINE
           STRING "HOLDS PLACED: " HOLDS-PLACED
                 "  EXCEPTIONS: " AUTHS-EXCEPTED
                 DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE

           DISPLAY "BCARDAUTH - DETAILS DECLARED: " DECLARED-COUNT
           DISPLAY "BCARDAUTH - DETAILS READ:     " READ-COUNT
           DISPLAY "BCARDAUTH - HOLDS PLACED:     " HOLDS-PLACED
           DISPLAY "BCARDAUTH - EXCEPTIONS:       " AUTHS-EXCEPTED
           DISPLAY "BCARDAUTH - IN ERROR:         " AUTHS-IN-ERROR
           DISPLAY "BCARDAUTH - TOTAL HELD:       " TOTAL-HELD

           IF AUTHS-IN-ERROR GREATER THAN ZERO
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
