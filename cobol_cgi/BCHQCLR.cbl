      *****************************************************************
      * Program name:    BCHQCLR
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 23/08/24  KERESTES      Created as the nightly inbound cheque
      *                         clearing batch -- presented cheques
      *                         used to arrive as a paper list the back
      *                         office keyed through NMOVEMENT. Proves
      *                         the presentment file's CTL declared
      *                         count and total against the DTL lines
      *                         read BEFORE anything posts (the
      *                         BPAYFILE discipline), then decides each
      *                         cheque: the drawn account must be a
      *                         CHECKING account still taking postings,
      *                         the serial must lie in a book NCHEQUE
      *                         issued to that account, must not lie in
      *                         an ACTIVE stop, and must not have been
      *                         paid before. A good cheque is debited
      *                         through LEDGPOST with CHQ <serial> in
      *                         the reference; anything else -- or a
      *                         debit LEDGPOST refuses for funds -- is
      *                         returned unpaid with a reason code.
      *                         Every decision lands in
      *                         cheque_presentment in the same unit of
      *                         work as the debit, keyed on the
      *                         clearing house's item reference, so a
      *                         rerun decides nothing twice. Last, the
      *                         day's returns go back to the clearing
      *                         house on an outbound returns file with
      *                         the same CTL count and hash total
      *                         BPAYOUT's clearing file carries.
      * 01/09/24  KERESTES      The file is now closed however the
      *                         control check ends.
      * 08/09/24  KERESTES      A cheque drawn on an account frozen on
      *                         its holder's death (LEDGPOST return
      *                         code "05") is now returned unpaid with
      *                         the new reason code DECD. It used to
      *                         count as an error, and the RC 8 that
      *                         followed stopped the rest of the
      *                         BSCHED chain with the cheque never
      *                         returned.
      * 09/09/24  KERESTES      A cheque LEDGPOST refuses because the
      *                         business date is inside a CLOSED
      *                         accounting period (code "06") is now
      *                         returned unpaid with the new reason
      *                         code PCLS, not counted as an error. A
      *                         presentment file that fails its
      *                         control check no longer sets RC 8 --
      *                         the clearing house resends it, and an
      *                         8 made BSCHED skip every job after
      *                         this one. 8 is kept for our own
      *                         failures.
      *
      * Run nightly from cron/JCL (BSCHED dispatches it with the
      * posting jobs), no CGI input -- DBNAME/USERNAME/PASSWD come
      * from the environment the same way every other program in this
      * system picks them up. Presentment file on CHQIN (a night with
      * no file is a night with nothing presented); returns file on
      * CHQRETOUT, rebuilt whole from cheque_presentment for the
      * business date on every run.
      *
      * Presentment record layout (132 bytes):
      *   CTL record: "CTL", count 9(7), total 9(13)V99
      *   DTL record: "DTL", item reference X(20), presenting bank
      *               X(11), drawn account number X(20), serial 9(8),
      *               amount 9(13)V99
      *
      * Returns record layout (132 bytes):
      *   CTL record: "CTL", count 9(7), total 9(13)V99
      *   DTL record: "DTL", item reference X(20), presenting bank
      *               X(11), drawn account number X(20), serial 9(8),
      *               amount 9(13)V99, reason code X(4), reason text
      *               X(30)
      *
      * Return reason codes:
      *   NACC  no such cheque account      CLSD  account not open
      *   SERL  serial not issued to acct   STOP  payment stopped
      *   PAID  cheque already paid         NSF   insufficient funds
      *   DECD  drawer deceased - acct frozen
      *   PCLS  accounting period closed
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 BCHQCLR.
       AUTHOR.                     ALEXANDRE KERESTES.
       DATE-WRITTEN.               2024-08-23.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESENTMENT-FILE ASSIGN TO CHQIN
                 ORGANIZATION LINE SEQUENTIAL
                 FILE STATUS IS CHQ-STATUS.
           SELECT RETURNS-FILE ASSIGN TO CHQRETOUT
                 ORGANIZATION LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------

       FILE SECTION.

       FD  PRESENTMENT-FILE.
       01  CHQ-INPUT-LINE            PIC X(132).

       FD  RETURNS-FILE.
       01  RETURNS-LINE              PIC X(132).
      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.

       01  CHQ-STATUS                PIC 99.
           88 CHQ-OK                 VALUE 00.
           88 CHQ-EOF                VALUE 10.

       01  CHQ-DONE-SWITCH           PIC X VALUE "N".
           88 END-OF-CHEQUES         VALUE "Y".

       01  CONTROL-VALID-SWITCH      PIC X VALUE "N".
           88 CONTROL-IS-VALID       VALUE "Y".

       01  RETURNS-DONE-SWITCH       PIC X VALUE "N".
           88 END-OF-RETURNS         VALUE "Y".

       01  CHQ-LINE                  PIC X(132).
       01  CHQ-CONTROL REDEFINES CHQ-LINE.
           02 CTL-TAG                PIC X(3).
           02 CTL-COUNT              PIC 9(7).
           02 CTL-TOTAL              PIC 9(13)V99.
           02 FILLER                 PIC X(107).
       01  CHQ-DETAIL REDEFINES CHQ-LINE.
           02 DTL-TAG                PIC X(3).
           02 DTL-ITEM-REFERENCE     PIC X(20).
           02 DTL-PRESENTING-BANK    PIC X(11).
           02 DTL-ACCOUNT-NUMBER     PIC X(20).
           02 DTL-SERIAL             PIC 9(8).
           02 DTL-AMOUNT             PIC 9(13)V99.
           02 FILLER                 PIC X(55).

       01  LINE-NUMBER               PIC 9(7) VALUE ZERO.
       01  DECLARED-COUNT            PIC 9(7) VALUE ZERO.
       01  DECLARED-TOTAL            PIC S9(13)V99 VALUE ZERO.
       01  READ-COUNT                PIC 9(7) VALUE ZERO.
       01  READ-TOTAL                PIC S9(13)V99 VALUE ZERO.

       01  CHEQUES-PAID              PIC 9(7) VALUE ZERO.
       01  CHEQUES-RETURNED          PIC 9(7) VALUE ZERO.
       01  CHEQUES-ALREADY-DECIDED   PIC 9(7) VALUE ZERO.
       01  CHEQUES-IN-ERROR          PIC 9(7) VALUE ZERO.
       01  TOTAL-PAID                PIC S9(13)V99 VALUE ZERO.

       01  SERIAL-ED                 PIC Z(7)9.

      *****************************************************************
      *                   RETURNS RECORD LAYOUTS
      *****************************************************************

       01  RETURNS-CONTROL-REC.
           02 RCT-TAG                PIC X(3) VALUE "CTL".
           02 RCT-COUNT              PIC 9(7).
           02 RCT-TOTAL              PIC 9(13)V99.
           02 FILLER                 PIC X(107) VALUE SPACES.

       01  RETURNS-DETAIL-REC.
           02 RDT-TAG                PIC X(3) VALUE "DTL".
           02 RDT-ITEM-REFERENCE     PIC X(20).
           02 RDT-PRESENTING-BANK    PIC X(11).
           02 RDT-ACCOUNT-NUMBER     PIC X(20).
           02 RDT-SERIAL             PIC 9(8).
           02 RDT-AMOUNT             PIC 9(13)V99.
           02 RDT-REASON-CODE        PIC X(4).
           02 RDT-REASON-TEXT        PIC X(30).
           02 FILLER                 PIC X(21) VALUE SPACES.

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
      *    Commit-flag "N" -- the debit and its PAID presentment row
      *    land together in 3300.
       01  MVMT-COMMIT-FLAG          PIC X VALUE "N".
       01  MVMT-OPERATOR-ID          PIC X(8) VALUE "SYSTEM".

      *----------------------------------------------------------------
      *                        SQL DECLARATION
      *----------------------------------------------------------------

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  RUN-DATE                PIC 9(8).

       01  CP-ITEM-REFERENCE       PIC X(20).
       01  CP-PRESENTING-BANK      PIC X(11).
       01  CP-ACCOUNT-NUMBER       PIC X(20).
       01  CP-ACCOUNT-ID           PIC 9(9).
       01  CP-ACCOUNT-STATUS       PIC X(10).
       01  CP-SERIAL               PIC 9(8).
       01  CP-AMOUNT               PIC S9(13)V99.
       01  CP-STATUS               PIC X(10).
       01  CP-REASON-CODE          PIC X(4).

       01  CP-DECIDED-COUNT        PIC 9(7).
       01  CP-ISSUED-COUNT         PIC 9(7).
       01  CP-STOPPED-COUNT        PIC 9(7).
       01  CP-PAID-COUNT           PIC 9(7).

       01  RETURNED-COUNT          PIC 9(7).
       01  RETURNED-TOTAL          PIC S9(13)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    Every cheque returned on the business date -- tonight's file
      *    and any earlier run of it alike, so a rerun resends the
      *    whole day rather than only what it decided itself.
       EXEC SQL
          DECLARE RETURNS_CURSOR CURSOR FOR
             SELECT item_reference, COALESCE(presenting_bank, ' '),
                   account_number, serial, amount,
                   COALESCE(reason_code, ' ')
                   FROM cheque_presentment
                   WHERE presented_date = to_date(:RUN-DATE, 'YYYYMMDD')
                   AND status = "RETURNED"
                   ORDER BY presentment_id
       END-EXEC.

      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DB-CONNECT
           PERFORM 1010-SET-RUN-DATE
           PERFORM 2000-VERIFY-CONTROL-PASS

           IF CONTROL-IS-VALID
              PERFORM 3000-PRESENTMENT-PASS
           END-IF

           PERFORM 4000-WRITE-RETURNS-FILE
           PERFORM 9000-REPORT-SUMMARY
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
              DISPLAY "BCHQCLR - UNABLE TO CONNECT TO DATABASE"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      ******************************************************************
       1010-SET-RUN-DATE.
      ******************************************************************
      *    Presentments are dated with the bank's business date --
      *    wall clock when the business_date table is empty.
           EXEC SQL
              SELECT to_char(current_business_date, 'YYYYMMDD')
                    INTO :RUN-DATE FROM business_date
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              ACCEPT RUN-DATE FROM DATE YYYYMMDD
           END-IF.

      ******************************************************************
       2000-VERIFY-CONTROL-PASS.
      ******************************************************************
      *    First pass reads the whole file and tallies the DTL lines
      *    -- nothing posts until the declared count and total have
      *    been proved against what was actually read. No file
      *    tonight means the clearing house presented nothing. A
      *    rejected file leaves RETURN-CODE alone, as BPAYFILE does --
      *    the fault is the sender's, and the chain still has to run.
           OPEN INPUT PRESENTMENT-FILE
           IF NOT CHQ-OK
              DISPLAY "BCHQCLR - NO PRESENTMENT FILE - NOTHING TO "
                    "PROCESS"
           ELSE
              MOVE "N" TO CHQ-DONE-SWITCH
              PERFORM 2010-READ-CHEQUE-LINE
              IF END-OF-CHEQUES OR CTL-TAG NOT EQUAL "CTL"
                 DISPLAY "BCHQCLR - FILE REJECTED - MISSING CONTROL "
                       "RECORD - NOTHING POSTED"
              ELSE
                 MOVE CTL-COUNT TO DECLARED-COUNT
                 MOVE CTL-TOTAL TO DECLARED-TOTAL

                 PERFORM 2010-READ-CHEQUE-LINE
                 PERFORM 2020-TALLY-LINE UNTIL END-OF-CHEQUES

                 EVALUATE TRUE
                    WHEN READ-COUNT NOT EQUAL DECLARED-COUNT
                       DISPLAY "BCHQCLR - FILE REJECTED - "
                             "COUNT MISMATCH - NOTHING POSTED"
                    WHEN READ-TOTAL NOT EQUAL DECLARED-TOTAL
                       DISPLAY "BCHQCLR - FILE REJECTED - "
                             "TOTAL MISMATCH - NOTHING POSTED"
                    WHEN OTHER
                       SET CONTROL-IS-VALID TO TRUE
                 END-EVALUATE
              END-IF

              CLOSE PRESENTMENT-FILE
           END-IF.

      ******************************************************************
       2010-READ-CHEQUE-LINE.
      ******************************************************************

           READ PRESENTMENT-FILE INTO CHQ-LINE
           IF CHQ-EOF
              SET END-OF-CHEQUES TO TRUE
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

           PERFORM 2010-READ-CHEQUE-LINE.

      ******************************************************************
       3000-PRESENTMENT-PASS.
      ******************************************************************

           OPEN INPUT PRESENTMENT-FILE
           IF NOT CHQ-OK
              DISPLAY "BCHQCLR - UNABLE TO REOPEN PRESENTMENT FILE"
              MOVE 8 TO RETURN-CODE
              PERFORM 9900-CLOSE-DB
              GOBACK
           END-IF

           MOVE "N" TO CHQ-DONE-SWITCH
           MOVE ZERO TO LINE-NUMBER

      *    Line 1 is the already-verified control record.
           PERFORM 2010-READ-CHEQUE-LINE
           PERFORM 2010-READ-CHEQUE-LINE
           PERFORM 3010-PROCESS-LINE UNTIL END-OF-CHEQUES

           CLOSE PRESENTMENT-FILE.

      ******************************************************************
       3010-PROCESS-LINE.
      ******************************************************************
      *    A line that isn't a detail, or carries no item reference to
      *    answer the clearing house with, can be neither paid nor
      *    returned -- it is reported and the run ends RC 8.
           IF DTL-TAG NOT EQUAL "DTL"
                 OR DTL-ITEM-REFERENCE EQUAL SPACES
              DISPLAY "BCHQCLR - UNUSABLE LINE " LINE-NUMBER ": "
                    CHQ-LINE(1:60)
              ADD 1 TO CHEQUES-IN-ERROR
           ELSE
              MOVE DTL-ITEM-REFERENCE TO CP-ITEM-REFERENCE
              MOVE DTL-PRESENTING-BANK TO CP-PRESENTING-BANK
              MOVE DTL-ACCOUNT-NUMBER TO CP-ACCOUNT-NUMBER
              MOVE DTL-AMOUNT TO CP-AMOUNT
              MOVE ZERO TO CP-ACCOUNT-ID
              IF DTL-SERIAL NUMERIC
                 MOVE DTL-SERIAL TO CP-SERIAL
              ELSE
                 MOVE ZERO TO CP-SERIAL
              END-IF
              PERFORM 3020-CHECK-ALREADY-DECIDED
           END-IF

           PERFORM 2010-READ-CHEQUE-LINE.

      ******************************************************************
       3020-CHECK-ALREADY-DECIDED.
      ******************************************************************
      *    The clearing house's item reference is unique to the item
      *    -- found here means a rerun of the same file, and the
      *    earlier decision stands.
           EXEC SQL
              SELECT COUNT(*) INTO :CP-DECIDED-COUNT
                    FROM cheque_presentment
                    WHERE item_reference = :CP-ITEM-REFERENCE
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BCHQCLR - PRESENTMENT READ FAILED AT LINE "
                    LINE-NUMBER " SQLCODE " SQLCODE
              ADD 1 TO CHEQUES-IN-ERROR
           ELSE IF CP-DECIDED-COUNT GREATER THAN ZERO
              ADD 1 TO CHEQUES-ALREADY-DECIDED
           ELSE
              PERFORM 3030-VALIDATE-CHEQUE
           END-IF.

      ******************************************************************
       3030-VALIDATE-CHEQUE.
      ******************************************************************
      *    The checks run in the order the reason codes are listed
      *    above; the first one a cheque fails is the reason it goes
      *    back with.
           MOVE SPACES TO CP-REASON-CODE

           EXEC SQL
              SELECT account_id, status
                    INTO :CP-ACCOUNT-ID, :CP-ACCOUNT-STATUS
                    FROM account
                    WHERE account_number = RTRIM(:CP-ACCOUNT-NUMBER)
                    AND account_type = "CHECKING"
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE EQUAL 100
                 MOVE ZERO TO CP-ACCOUNT-ID
                 MOVE "NACC" TO CP-REASON-CODE
              WHEN SQLCODE NOT EQUAL ZERO
                 DISPLAY "BCHQCLR - ACCOUNT READ FAILED AT LINE "
                       LINE-NUMBER " SQLCODE " SQLCODE
                 MOVE "ERR " TO CP-REASON-CODE
              WHEN CP-ACCOUNT-STATUS NOT EQUAL "OPEN"
                    AND CP-ACCOUNT-STATUS NOT EQUAL "DORMANT"
                 MOVE "CLSD" TO CP-REASON-CODE
           END-EVALUATE

           IF CP-REASON-CODE EQUAL SPACES
              EXEC SQL
                 SELECT
                       (SELECT COUNT(*) FROM cheque_book
                       WHERE account_id = :CP-ACCOUNT-ID
                       AND first_serial <= :CP-SERIAL
                       AND last_serial >= :CP-SERIAL),
                       (SELECT COUNT(*) FROM cheque_stop
                       WHERE account_id = :CP-ACCOUNT-ID
                       AND first_serial <= :CP-SERIAL
                       AND last_serial >= :CP-SERIAL
                       AND status = "ACTIVE"),
                       (SELECT COUNT(*) FROM cheque_presentment
                       WHERE account_id = :CP-ACCOUNT-ID
                       AND serial = :CP-SERIAL
                       AND status = "PAID")
                       INTO :CP-ISSUED-COUNT, :CP-STOPPED-COUNT,
                       :CP-PAID-COUNT
              END-EXEC

              EVALUATE TRUE
                 WHEN SQLCODE NOT EQUAL ZERO
                    DISPLAY "BCHQCLR - REGISTER READ FAILED AT LINE "
                          LINE-NUMBER " SQLCODE " SQLCODE
                    MOVE "ERR " TO CP-REASON-CODE
                 WHEN CP-ISSUED-COUNT EQUAL ZERO
                    MOVE "SERL" TO CP-REASON-CODE
                 WHEN CP-STOPPED-COUNT GREATER THAN ZERO
                    MOVE "STOP" TO CP-REASON-CODE
                 WHEN CP-PAID-COUNT GREATER THAN ZERO
                    MOVE "PAID" TO CP-REASON-CODE
              END-EVALUATE
           END-IF

      *    A read failure decides nothing -- the item stays
      *    undecided and the rerun picks it up.
           EVALUATE TRUE
              WHEN CP-REASON-CODE EQUAL "ERR "
                 ADD 1 TO CHEQUES-IN-ERROR
              WHEN CP-REASON-CODE EQUAL SPACES
                 PERFORM 3100-PAY-CHEQUE
              WHEN OTHER
                 PERFORM 3200-RETURN-CHEQUE
           END-EVALUATE.

      ******************************************************************
       3100-PAY-CHEQUE.
      ******************************************************************
      *    CHQ <serial> <item reference> -- the serial is what the
      *    customer looks for on the statement.
           MOVE CP-SERIAL TO SERIAL-ED
           MOVE CP-ACCOUNT-ID TO MVMT-ACCOUNT-ID
           MOVE CP-AMOUNT TO MVMT-AMOUNT
           MOVE "DEBIT " TO MVMT-DIRECTION
           MOVE SPACES TO MVMT-REFERENCE
           STRING "CHQ " FUNCTION TRIM(SERIAL-ED) " "
                 CP-ITEM-REFERENCE
                 DELIMITED BY SIZE INTO MVMT-REFERENCE

           CALL "LEDGPOST" USING MVMT-ACCOUNT-ID, MVMT-AMOUNT,
                 MVMT-DIRECTION, MVMT-REFERENCE, MVMT-NEW-BALANCE,
                 MVMT-RETURN-CODE, MVMT-COMMIT-FLAG,
                 MVMT-OPERATOR-ID

           EVALUATE TRUE
              WHEN MVMT-OK
                 PERFORM 3300-RECORD-PAID
              WHEN MVMT-INSUFFICIENT-FUNDS
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE "NSF " TO CP-REASON-CODE
                 PERFORM 3200-RETURN-CHEQUE
              WHEN MVMT-ACCOUNT-NOT-FOUND
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE "CLSD" TO CP-REASON-CODE
                 PERFORM 3200-RETURN-CHEQUE
              WHEN MVMT-DEBIT-BLOCKED
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE "DECD" TO CP-REASON-CODE
                 PERFORM 3200-RETURN-CHEQUE
              WHEN MVMT-PERIOD-CLOSED
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE "PCLS" TO CP-REASON-CODE
                 PERFORM 3200-RETURN-CHEQUE
              WHEN OTHER
                 EXEC SQL ROLLBACK WORK END-EXEC
                 DISPLAY "BCHQCLR - DEBIT FAILED AT LINE " LINE-NUMBER
                       " RETURN CODE " MVMT-RETURN-CODE
                 ADD 1 TO CHEQUES-IN-ERROR
           END-EVALUATE.

      ******************************************************************
       3200-RETURN-CHEQUE.
      ******************************************************************
      *    The unpaid cheque is recorded RETURNED with its reason --
      *    4000 sends it back to the clearing house from this row.
           MOVE "RETURNED" TO CP-STATUS

           EXEC SQL
              INSERT INTO cheque_presentment (item_reference,
                    presenting_bank, account_number, account_id,
                    serial, amount, presented_date, status,
                    reason_code)
                    VALUES (:CP-ITEM-REFERENCE, :CP-PRESENTING-BANK,
                    :CP-ACCOUNT-NUMBER, :CP-ACCOUNT-ID, :CP-SERIAL,
                    :CP-AMOUNT, to_date(:RUN-DATE, 'YYYYMMDD'),
                    :CP-STATUS, :CP-REASON-CODE)
           END-EXEC

           IF SQLCODE EQUAL ZERO
              EXEC SQL COMMIT WORK END-EXEC
              ADD 1 TO CHEQUES-RETURNED
           ELSE
              DISPLAY "BCHQCLR - RETURN INSERT FAILED AT LINE "
                    LINE-NUMBER " SQLCODE " SQLCODE
              EXEC SQL ROLLBACK WORK END-EXEC
              ADD 1 TO CHEQUES-IN-ERROR
           END-IF.

      ******************************************************************
       3300-RECORD-PAID.
      ******************************************************************
      *    PAID with the debit's ledger row, committed with the debit
      *    itself -- the next presentment of this serial finds it.
           MOVE "PAID" TO CP-STATUS

           EXEC SQL
              INSERT INTO cheque_presentment (item_reference,
                    presenting_bank, account_number, account_id,
                    serial, amount, presented_date, status,
                    ledger_id)
                    VALUES (:CP-ITEM-REFERENCE, :CP-PRESENTING-BANK,
                    :CP-ACCOUNT-NUMBER, :CP-ACCOUNT-ID, :CP-SERIAL,
                    :CP-AMOUNT, to_date(:RUN-DATE, 'YYYYMMDD'),
                    :CP-STATUS, lastval())
           END-EXEC

           IF SQLCODE EQUAL ZERO
              EXEC SQL COMMIT WORK END-EXEC
              ADD 1 TO CHEQUES-PAID
              ADD CP-AMOUNT TO TOTAL-PAID
           ELSE
              DISPLAY "BCHQCLR - PAID INSERT FAILED AT LINE "
                    LINE-NUMBER " SQLCODE " SQLCODE
              EXEC SQL ROLLBACK WORK END-EXEC
              ADD 1 TO CHEQUES-IN-ERROR
           END-IF.

      ******************************************************************
       4000-WRITE-RETURNS-FILE.
      ******************************************************************
      *    Count and hash total are proved off cheque_presentment
      *    BEFORE a detail goes out, the way BPAYOUT proves its
      *    queue. Nothing else writes RETURNED rows, so the control
      *    record and the detail cursor see the same population.
           OPEN OUTPUT RETURNS-FILE

           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(amount), 0)
                    INTO :RETURNED-COUNT, :RETURNED-TOTAL
                    FROM cheque_presentment
                    WHERE presented_date =
                       to_date(:RUN-DATE, 'YYYYMMDD')
                    AND status = "RETURNED"
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BCHQCLR - RETURNS CONTROL SELECT FAILED, "
                    "SQLCODE " SQLCODE
              MOVE 8 TO RETURN-CODE
              CLOSE RETURNS-FILE
              PERFORM 9900-CLOSE-DB
              GOBACK
           END-IF

           MOVE RETURNED-COUNT TO RCT-COUNT
           MOVE RETURNED-TOTAL TO RCT-TOTAL
           WRITE RETURNS-LINE FROM RETURNS-CONTROL-REC

           EXEC SQL
              OPEN RETURNS_CURSOR
           END-EXEC

           PERFORM 4010-FETCH-RETURN
           PERFORM 4020-WRITE-RETURN-DETAIL UNTIL END-OF-RETURNS

           EXEC SQL
              CLOSE RETURNS_CURSOR
           END-EXEC

           CLOSE RETURNS-FILE.

      ******************************************************************
       4010-FETCH-RETURN.
      ******************************************************************

           EXEC SQL
              FETCH RETURNS_CURSOR
                    INTO :CP-ITEM-REFERENCE, :CP-PRESENTING-BANK,
                    :CP-ACCOUNT-NUMBER, :CP-SERIAL, :CP-AMOUNT,
                    :CP-REASON-CODE
           END-EXEC

           IF SQLCODE EQUAL 100
              SET END-OF-RETURNS TO TRUE
           ELSE IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BCHQCLR - RETURNS FETCH FAILED, SQLCODE "
                    SQLCODE
              MOVE 8 TO RETURN-CODE
              SET END-OF-RETURNS TO TRUE
           END-IF.

      ******************************************************************
       4020-WRITE-RETURN-DETAIL.
      ******************************************************************

           MOVE CP-ITEM-REFERENCE TO RDT-ITEM-REFERENCE
           MOVE CP-PRESENTING-BANK TO RDT-PRESENTING-BANK
           MOVE CP-ACCOUNT-NUMBER TO RDT-ACCOUNT-NUMBER
           MOVE CP-SERIAL TO RDT-SERIAL
           MOVE CP-AMOUNT TO RDT-AMOUNT
           MOVE CP-REASON-CODE TO RDT-REASON-CODE

           EVALUATE CP-REASON-CODE
              WHEN "NACC"
                 MOVE "NO SUCH CHEQUE ACCOUNT" TO RDT-REASON-TEXT
              WHEN "CLSD"
                 MOVE "ACCOUNT NOT OPEN" TO RDT-REASON-TEXT
              WHEN "SERL"
                 MOVE "SERIAL NOT ISSUED TO ACCOUNT" TO RDT-REASON-TEXT
              WHEN "STOP"
                 MOVE "PAYMENT STOPPED BY DRAWER" TO RDT-REASON-TEXT
              WHEN "PAID"
                 MOVE "CHEQUE ALREADY PAID" TO RDT-REASON-TEXT
              WHEN "NSF "
                 MOVE "INSUFFICIENT FUNDS" TO RDT-REASON-TEXT
              WHEN "DECD"
                 MOVE "DRAWER DECEASED" TO RDT-REASON-TEXT
              WHEN "PCLS"
                 MOVE "ACCOUNTING PERIOD CLOSED" TO RDT-REASON-TEXT
              WHEN OTHER
                 MOVE "REFER TO DRAWER" TO RDT-REASON-TEXT
           END-EVALUATE

           WRITE RETURNS-LINE FROM RETURNS-DETAIL-REC

           PERFORM 4010-FETCH-RETURN.

      ******************************************************************
       9000-REPORT-SUMMARY.
      ******************************************************************

           DISPLAY "BCHQCLR - DETAILS DECLARED:  " DECLARED-COUNT
           DISPLAY "BCHQCLR - DETAILS READ:      " READ-COUNT
           DISPLAY "BCHQCLR - CHEQUES PAID:      " CHEQUES-PAID
           DISPLAY "BCHQCLR - CHEQUES RETURNED:  " CHEQUES-RETURNED
           DISPLAY "BCHQCLR - ALREADY DECIDED:   "
                 CHEQUES-ALREADY-DECIDED
           DISPLAY "BCHQCLR - IN ERROR:          " CHEQUES-IN-ERROR
           DISPLAY "BCHQCLR - TOTAL PAID:        " TOTAL-PAID
           DISPLAY "BCHQCLR - RETURNS FILE ITEMS:" RETURNED-COUNT
           DISPLAY "BCHQCLR - RETURNS HASH TOTAL:" RETURNED-TOTAL

           IF CHEQUES-IN-ERROR GREATER THAN ZERO
              MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
       9900-CLOSE-DB.
      ******************************************************************

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
