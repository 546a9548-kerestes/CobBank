      *****************************************************************
      * Program name:    BSWEEP
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 03/09/24  KERESTES      Created as the nightly batch that
      *                         executes the sweep rules NSWEEP
      *                         maintains. For every ACTIVE rule not
      *                         yet swept on the business date, the
      *                         main account's available balance
      *                         (balance less ACTIVE, unexpired holds)
      *                         is brought to target_balance: a
      *                         SURPLUS above it moves to the reserve
      *                         account, a DEFICIT below it is funded
      *                         back from the reserve's available
      *                         balance (partly, when that is all the
      *                         reserve has). Nothing moves for less
      *                         than min_transfer. Both legs post
      *                         through LEDGPOST with commit-flag "N"
      *                         and the same SWEEP reference, and
      *                         commit with the rule's last_sweep_date
      *                         as one unit of work. A pair where
      *                         either account is not OPEN, is frozen
      *                         for a deceased holder or has an ACTIVE
      *                         attachment is skipped and reported,
      *                         and tried again the next night.
      *
      * Run nightly from cron/JCL (BSCHED dispatches it after BSORDER,
      * ahead of BINTEREST and BOVRDFT, so interest accrues and debit
      * interest is charged on the swept balances), no CGI input --
      * DBNAME/USERNAME/PASSWD come from the environment the same way
      * every other program in this system picks them up. Output is a
      * print-ready line-sequential run report on SWEEPOUT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 BSWEEP.
       AUTHOR.                     ALEXANDRE KERESTES.
       DATE-WRITTEN.               2024-09-03.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-OUTPUT ASSIGN TO SWEEPOUT
                 ORGANIZATION LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------

       FILE SECTION.

       FD  SWEEP-OUTPUT.
       01  SWEEP-LINE                PIC X(132).
      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.

       01  RULES-DONE-SWITCH         PIC X VALUE "N".
           88 END-OF-RULES           VALUE "Y".

       01  RULES-SELECTED            PIC 9(7) VALUE ZERO.
       01  SWEEPS-POSTED             PIC 9(7) VALUE ZERO.
       01  RULES-SKIPPED             PIC 9(7) VALUE ZERO.
       01  RULES-AT-TARGET           PIC 9(7) VALUE ZERO.
       01  RULES-IN-ERROR            PIC 9(7) VALUE ZERO.

       01  CURRENT-DATE-WS           PIC 9(8).
       01  CURRENT-TIME-WS           PIC 9(8).

      *****************************************************************
      *                    SWEEP WORK AREAS
      *****************************************************************

       01  SKIP-REASON               PIC X(40).
       01  MAIN-AVAILABLE            PIC S9(13)V99.
       01  RESERVE-AVAILABLE         PIC S9(13)V99.
       01  SWEEP-AMOUNT              PIC S9(13)V99.
       01  SWEEP-WAY                 PIC X(7).
           88 SWEEP-IS-SURPLUS       VALUE "SURPLUS".
           88 SWEEP-IS-DEFICIT       VALUE "DEFICIT".
       01  SWEEP-REFERENCE           PIC X(30).
       01  FROM-ACCOUNT-ID           PIC 9(9).
       01  TO-ACCOUNT-ID             PIC 9(9).

      *****************************************************************
      *                    PRINT-LINE WORK AREAS
      *****************************************************************

       01  SWEEP-ID-ED               PIC Z(8)9.
       01  SWEEP-AMOUNT-ED           PIC -(11)9.99.

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
           88 MVMT-SQL-ERROR         VALUE "99".
       01  MVMT-COMMIT-FLAG          PIC X VALUE "N".
       01  MVMT-OPERATOR-ID          PIC X(8) VALUE "SYSTEM".

      *----------------------------------------------------------------
      *                        SQL DECLARATION
      *----------------------------------------------------------------

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  SW-SWEEP-ID             PIC 9(9).
       01  SW-MAIN-ACCOUNT-ID      PIC 9(9).
       01  SW-RESERVE-ACCOUNT-ID   PIC 9(9).
       01  SW-TARGET-BALANCE       PIC S9(13)V99.
       01  SW-MIN-TRANSFER         PIC S9(13)V99.
       01  SW-DIRECTION            PIC X(7).

       01  MAIN-STATUS             PIC X(10).
       01  RESERVE-STATUS          PIC X(10).
       01  MAIN-DEBIT-BLOCK        PIC X(10).
       01  RESERVE-DEBIT-BLOCK     PIC X(10).
       01  MAIN-BALANCE            PIC S9(13)V99.
       01  RESERVE-BALANCE         PIC S9(13)V99.
       01  MAIN-HOLDS              PIC S9(13)V99.
       01  RESERVE-HOLDS           PIC S9(13)V99.
       01  ATTACHMENT-COUNT        PIC 9(7).
       01  HOLD-CHECK-TS           PIC 9(14).

       01  RUN-DATE                PIC 9(8).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    WITH HOLD for the same reason DUE_CURSOR in BSORDER is --
      *    the per-rule COMMIT below would close an un-held cursor
      *    after the first sweep. A rule already swept on the run
      *    date is not selected again, so a rerun of the night posts
      *    nothing twice.
       EXEC SQL
          DECLARE RULE_CURSOR CURSOR WITH HOLD FOR
             SELECT sweep_id, main_account_id, reserve_account_id,
                   target_balance, min_transfer, direction
                   FROM sweep_rule
                   WHERE status = "ACTIVE"
                   AND (last_sweep_date IS NULL
                   OR last_sweep_date < to_date(:RUN-DATE, 'YYYYMMDD'))
                   ORDER BY sweep_id
       END-EXEC.

      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DB-CONNECT
           PERFORM 1010-SET-RUN-DATE
           PERFORM 1020-OPEN-OUTPUT
           PERFORM 2000-OPEN-CURSOR
           PERFORM 2010-FETCH-RULE
           PERFORM 2020-PROCESS-LOOP UNTIL END-OF-RULES
           PERFORM 2030-CLOSE-CURSOR
           PERFORM 9000-REPORT-SUMMARY
           PERFORM 9800-CLOSE-OUTPUT
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
              DISPLAY "BSWEEP - UNABLE TO CONNECT TO DATABASE"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      ******************************************************************
       1010-SET-RUN-DATE.
      ******************************************************************
      *    The bank's business date, the one the legs will be stamped
      *    with -- wall clock when the business_date table is empty.
           EXEC SQL
              SELECT to_char(current_business_date, 'YYYYMMDD')
                    INTO :RUN-DATE FROM business_date
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              ACCEPT RUN-DATE FROM DATE YYYYMMDD
           END-IF.

      ******************************************************************
       1020-OPEN-OUTPUT.
      ******************************************************************

           OPEN OUTPUT SWEEP-OUTPUT

           MOVE SPACES TO SWEEP-LINE
           STRING "SWEEP RUN - " RUN-DATE
                 DELIMITED BY SIZE INTO SWEEP-LINE
           WRITE SWEEP-LINE

           MOVE SPACES TO SWEEP-LINE
           WRITE SWEEP-LINE.

      ******************************************************************
       2000-OPEN-CURSOR.
      ******************************************************************

           EXEC SQL
              OPEN RULE_CURSOR
           END-EXEC.

      ******************************************************************
       2010-FETCH-RULE.
      ******************************************************************

           EXEC SQL
              FETCH RULE_CURSOR
                    INTO :SW-SWEEP-ID, :SW-MAIN-ACCOUNT-ID,
                    :SW-RESERVE-ACCOUNT-ID, :SW-TARGET-BALANCE,
                    :SW-MIN-TRANSFER, :SW-DIRECTION
           END-EXEC

           IF SQLCODE EQUAL 100
              SET END-OF-RULES TO TRUE
           ELSE IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BSWEEP - FETCH FAILED, SQLCODE " SQLCODE
              MOVE 8 TO RETURN-CODE
              SET END-OF-RULES TO TRUE
           END-IF.

      ******************************************************************
       2020-PROCESS-LOOP.
      ******************************************************************

           ADD 1 TO RULES-SELECTED
           MOVE SPACES TO SKIP-REASON
           MOVE SPACES TO SWEEP-WAY
           MOVE ZERO TO SWEEP-AMOUNT

           PERFORM 2100-LOAD-ACCOUNTS

           IF SKIP-REASON EQUAL SPACES
              PERFORM 2200-COMPUTE-SWEEP
           END-IF

           EVALUATE TRUE
              WHEN SKIP-REASON EQUAL "ERROR"
                 ADD 1 TO RULES-IN-ERROR
                 PERFORM 2400-WRITE-SWEEP-LINE
              WHEN SKIP-REASON NOT EQUAL SPACES
                 ADD 1 TO RULES-SKIPPED
                 PERFORM 2400-WRITE-SWEEP-LINE
              WHEN SWEEP-AMOUNT EQUAL ZERO
                 ADD 1 TO RULES-AT-TARGET
              WHEN OTHER
                 PERFORM 2300-POST-SWEEP
           END-EVALUATE

           PERFORM 2010-FETCH-RULE.

      ******************************************************************
       2100-LOAD-ACCOUNTS.
      ******************************************************************
      *    Read per rule, not off the cursor: an earlier rule tonight
      *    may already have moved money on a reserve two rules share.
      *    The holds are the ones LEDGPOST's own debit floor counts.
           ACCEPT CURRENT-DATE-WS FROM DATE YYYYMMDD
           ACCEPT CURRENT-TIME-WS FROM TIME
           STRING CURRENT-DATE-WS CURRENT-TIME-WS(1:6)
                 DELIMITED BY SIZE INTO HOLD-CHECK-TS

           EXEC SQL
              SELECT m.status, r.status, m.debit_block, r.debit_block,
                    m.balance, r.balance,
                    (SELECT COALESCE(SUM(h.amount), 0)
                       FROM account_hold h
                       WHERE h.account_id = m.account_id
                       AND h.status = "ACTIVE"
                       AND h.expires_at > :HOLD-CHECK-TS),
                    (SELECT COALESCE(SUM(h.amount), 0)
                       FROM account_hold h
                       WHERE h.account_id = r.account_id
                       AND h.status = "ACTIVE"
                       AND h.expires_at > :HOLD-CHECK-TS),
                    (SELECT COUNT(*) FROM account_attachment t
                       WHERE t.account_id IN (m.account_id,
                       r.account_id)
                       AND t.status = "ACTIVE")
                    INTO :MAIN-STATUS, :RESERVE-STATUS,
                    :MAIN-DEBIT-BLOCK, :RESERVE-DEBIT-BLOCK,
                    :MAIN-BALANCE, :RESERVE-BALANCE,
                    :MAIN-HOLDS, :RESERVE-HOLDS, :ATTACHMENT-COUNT
                    FROM account m, account r
                    WHERE m.account_id = :SW-MAIN-ACCOUNT-ID
                    AND r.account_id = :SW-RESERVE-ACCOUNT-ID
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT EQUAL ZERO
                 DISPLAY "BSWEEP - ACCOUNT SELECT FAILED, SQLCODE "
                       SQLCODE
                 SET MVMT-SQL-ERROR TO TRUE
                 MOVE "ERROR" TO SKIP-REASON
              WHEN MAIN-STATUS NOT EQUAL "OPEN"
                 MOVE "MAIN ACCOUNT NOT OPEN" TO SKIP-REASON
              WHEN RESERVE-STATUS NOT EQUAL "OPEN"
                 MOVE "RESERVE ACCOUNT NOT OPEN" TO SKIP-REASON
              WHEN ATTACHMENT-COUNT GREATER THAN ZERO
                 MOVE "ACTIVE ATTACHMENT" TO SKIP-REASON
              WHEN MAIN-DEBIT-BLOCK NOT EQUAL SPACES
                    OR RESERVE-DEBIT-BLOCK NOT EQUAL SPACES
                 MOVE "ACCOUNT FROZEN - HOLDER DECEASED"
                       TO SKIP-REASON
           END-EVALUATE.

      ******************************************************************
       2200-COMPUTE-SWEEP.
      ******************************************************************
      *    A deficit is funded only from what the reserve actually has
      *    free -- never from its overdraft line -- and partly, when
      *    that is short of the whole gap. Under min_transfer is left
      *    alone and only counted.
           COMPUTE MAIN-AVAILABLE = MAIN-BALANCE - MAIN-HOLDS
           COMPUTE RESERVE-AVAILABLE = RESERVE-BALANCE - RESERVE-HOLDS

           EVALUATE TRUE
              WHEN MAIN-AVAILABLE > SW-TARGET-BALANCE
                    AND SW-DIRECTION NOT EQUAL "DEFICIT"
                 SET SWEEP-IS-SURPLUS TO TRUE
                 COMPUTE SWEEP-AMOUNT =
                       MAIN-AVAILABLE - SW-TARGET-BALANCE
              WHEN MAIN-AVAILABLE < SW-TARGET-BALANCE
                    AND SW-DIRECTION NOT EQUAL "SURPLUS"
                 SET SWEEP-IS-DEFICIT TO TRUE
                 COMPUTE SWEEP-AMOUNT =
                       SW-TARGET-BALANCE - MAIN-AVAILABLE
                 IF SWEEP-AMOUNT > RESERVE-AVAILABLE
                    MOVE RESERVE-AVAILABLE TO SWEEP-AMOUNT
                 END-IF
                 IF SWEEP-AMOUNT NOT GREATER THAN ZERO
                    MOVE ZERO TO SWEEP-AMOUNT
                    MOVE "RESERVE HAS NO FREE FUNDS" TO SKIP-REASON
                 END-IF
           END-EVALUATE

           IF SWEEP-AMOUNT < SW-MIN-TRANSFER
              MOVE ZERO TO SWEEP-AMOUNT
           END-IF.

      ******************************************************************
       2300-POST-SWEEP.
      ******************************************************************
      *    Debit leg first, credit leg second, one unit of work with
      *    the rule's last_sweep_date -- the NTRANSFER way. A refused
      *    leg (funds gone since the read, account closed or frozen in
      *    between) rolls the pair back and is reported as skipped.
           MOVE SPACES TO SWEEP-REFERENCE
           STRING "SWEEP " SW-SWEEP-ID " " SWEEP-WAY
                 DELIMITED BY SIZE INTO SWEEP-REFERENCE

           IF SWEEP-IS-SURPLUS
              MOVE SW-MAIN-ACCOUNT-ID TO FROM-ACCOUNT-ID
              MOVE SW-RESERVE-ACCOUNT-ID TO TO-ACCOUNT-ID
           ELSE
              MOVE SW-RESERVE-ACCOUNT-ID TO FROM-ACCOUNT-ID
              MOVE SW-MAIN-ACCOUNT-ID TO TO-ACCOUNT-ID
           END-IF

           MOVE FROM-ACCOUNT-ID TO MVMT-ACCOUNT-ID
           MOVE SWEEP-AMOUNT TO MVMT-AMOUNT
           MOVE "DEBIT " TO MVMT-DIRECTION
           MOVE SWEEP-REFERENCE TO MVMT-REFERENCE

           CALL "LEDGPOST" USING MVMT-ACCOUNT-ID, MVMT-AMOUNT,
                 MVMT-DIRECTION, MVMT-REFERENCE, MVMT-NEW-BALANCE,
                 MVMT-RETURN-CODE, MVMT-COMMIT-FLAG,
                 MVMT-OPERATOR-ID

           IF MVMT-OK
              MOVE TO-ACCOUNT-ID TO MVMT-ACCOUNT-ID
              MOVE SWEEP-AMOUNT TO MVMT-AMOUNT
              MOVE "CREDIT" TO MVMT-DIRECTION
              MOVE SWEEP-REFERENCE TO MVMT-REFERENCE

              CALL "LEDGPOST" USING MVMT-ACCOUNT-ID, MVMT-AMOUNT,
                    MVMT-DIRECTION, MVMT-REFERENCE, MVMT-NEW-BALANCE,
                    MVMT-RETURN-CODE, MVMT-COMMIT-FLAG,
                    MVMT-OPERATOR-ID
           END-IF

           IF MVMT-OK
              EXEC SQL
                 UPDATE sweep_rule
                       SET last_sweep_date =
                          to_date(:RUN-DATE, 'YYYYMMDD')
                       WHERE sweep_id = :SW-SWEEP-ID
              END-EXEC
              IF SQLCODE NOT EQUAL ZERO
                 SET MVMT-SQL-ERROR TO TRUE
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN MVMT-OK
                 EXEC SQL COMMIT WORK END-EXEC
                 ADD 1 TO SWEEPS-POSTED
              WHEN MVMT-INSUFFICIENT-FUNDS
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE "INSUFFICIENT FUNDS AT POSTING" TO SKIP-REASON
                 ADD 1 TO RULES-SKIPPED
              WHEN MVMT-ACCOUNT-NOT-FOUND
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE "ACCOUNT CLOSED AT POSTING" TO SKIP-REASON
                 ADD 1 TO RULES-SKIPPED
              WHEN MVMT-DEBIT-BLOCKED
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE "ACCOUNT FROZEN - HOLDER DECEASED"
                       TO SKIP-REASON
                 ADD 1 TO RULES-SKIPPED
              WHEN OTHER
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE "ERROR" TO SKIP-REASON
                 ADD 1 TO RULES-IN-ERROR
           END-EVALUATE

           PERFORM 2400-WRITE-SWEEP-LINE.

      ******************************************************************
       2400-WRITE-SWEEP-LINE.
      ******************************************************************

           MOVE SW-SWEEP-ID TO SWEEP-ID-ED
           MOVE SWEEP-AMOUNT TO SWEEP-AMOUNT-ED

           MOVE SPACES TO SWEEP-LINE
           EVALUATE TRUE
              WHEN SKIP-REASON EQUAL "ERROR"
                 STRING "RULE " SWEEP-ID-ED " MAIN "
                       SW-MAIN-ACCOUNT-ID " RESERVE "
                       SW-RESERVE-ACCOUNT-ID
                       " FAILED - RETURN CODE " MVMT-RETURN-CODE
                       DELIMITED BY SIZE INTO SWEEP-LINE
              WHEN SKIP-REASON NOT EQUAL SPACES
                 STRING "RULE " SWEEP-ID-ED " MAIN "
                       SW-MAIN-ACCOUNT-ID " RESERVE "
                       SW-RESERVE-ACCOUNT-ID " SKIPPED - "
                       SKIP-REASON
                       DELIMITED BY SIZE INTO SWEEP-LINE
              WHEN SWEEP-IS-SURPLUS
                 STRING "RULE " SWEEP-ID-ED " MAIN "
                       SW-MAIN-ACCOUNT-ID " RESERVE "
                       SW-RESERVE-ACCOUNT-ID " SWEPT OUT "
                       SWEEP-AMOUNT-ED
                       DELIMITED BY SIZE INTO SWEEP-LINE
              WHEN OTHER
                 STRING "RULE " SWEEP-ID-ED " MAIN "
                       SW-MAIN-ACCOUNT-ID " RESERVE "
                       SW-RESERVE-ACCOUNT-ID " FUNDED IN "
                       SWEEP-AMOUNT-ED
                       DELIMITED BY SIZE INTO SWEEP-LINE
           END-EVALUATE
           WRITE SWEEP-LINE.

      ******************************************************************
       2030-CLOSE-CURSOR.
      ******************************************************************

           EXEC SQL
              CLOSE RULE_CURSOR
           END-EXEC.

      ******************************************************************
       9000-REPORT-SUMMARY.
      ******************************************************************

           MOVE SPACES TO SWEEP-LINE
           WRITE SWEEP-LINE

           MOVE SPACES TO SWEEP-LINE
           STRING "SELECTED: " RULES-SELECTED
                 "  POSTED: " SWEEPS-POSTED
                 "  SKIPPED: " RULES-SKIPPED
                 "  AT TARGET: " RULES-AT-TARGET
                 "  ERRORS: " RULES-IN-ERROR
                 DELIMITED BY SIZE INTO SWEEP-LINE
           WRITE SWEEP-LINE

           DISPLAY "BSWEEP - RULES SELECTED:  " RULES-SELECTED
           DISPLAY "BSWEEP - SWEEPS POSTED:   " SWEEPS-POSTED
           DISPLAY "BSWEEP - RULES SKIPPED:   " RULES-SKIPPED
           DISPLAY "BSWEEP - RULES AT TARGET: " RULES-AT-TARGET
           DISPLAY "BSWEEP - RULES IN ERROR:  " RULES-IN-ERROR

           IF RULES-IN-ERROR GREATER THAN ZERO
              MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
       9800-CLOSE-OUTPUT.
      ******************************************************************

           CLOSE SWEEP-OUTPUT.

      ******************************************************************
       9900-CLOSE-DB.
      ******************************************************************

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
