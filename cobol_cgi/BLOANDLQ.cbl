      *****************************************************************
      * Program name:    BLOANDLQ
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 25/08/24  KERESTES      Created as the nightly delinquency job
      *                         behind BLOANCOL, which only marks a
      *                         missed installment ARREARS and retries
      *                         it. Four things, in this order:
      *                         (1) every installment in ARREARS is
      *                         assessed one late-payment fee (the
      *                         LOAN row's late_fee on fee_schedule),
      *                         debited off the linked checking
      *                         account as LOAN LATE FEE nnn and
      *                         retried nightly until it collects;
      *                         (2) every OPEN LOAN account is aged by
      *                         its oldest ARREARS installment into
      *                         CURRENT / 1-30 / 31-60 / 61-90 / 90+
      *                         days past due, stamped on the account
      *                         as delinquency_status, and a move into
      *                         a worse bucket queues a LOANLATE
      *                         reminder on notification for BNOTIFY;
      *                         (3) on the last day of the month the
      *                         loan-loss provision each delinquent
      *                         bucket requires (outstanding times
      *                         loan_provision_rate) is trued up on
      *                         the LOANPROV internal account under a
      *                         LOAN PROVISION reference BGLEXTR
      *                         buckets as LOANPROV, one loan_provision
      *                         row per bucket in the same unit of
      *                         work; (4) credit control's ageing
      *                         report per bucket, with borrower
      *                         names, on DLQRPT.
      * 01/09/24  KERESTES      A failed look-up of a bucket's earlier
      *                         provision is now reported and sets RC 8
      *                         like any other provisioning failure.
      * 08/09/24  KERESTES      Month end is now the last BUSINESS day
      *                         of the month: the next business day on
      *                         posting_calendar (the day BCUTOVER will
      *                         roll to) falls in another month. The
      *                         old "tomorrow is the 1st" test never
      *                         fired in a month that ends on a weekend
      *                         or holiday, so that month's provisions
      *                         were never trued up.
      *
      * Run nightly from cron/JCL (BSCHED dispatches it straight after
      * BLOANCOL), no CGI input -- DBNAME/USERNAME/PASSWD come from the
      * environment the same way every other program in this system
      * picks them up.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 BLOANDLQ.
       AUTHOR.                     ALEXANDRE KERESTES.
       DATE-WRITTEN.               2024-08-25.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELINQUENCY-OUTPUT ASSIGN TO DLQRPT
                 ORGANIZATION LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------

       FILE SECTION.

       FD  DELINQUENCY-OUTPUT.
       01  DELINQUENCY-LINE          PIC X(132).
      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.

       01  FEES-DONE-SWITCH          PIC X VALUE "N".
           88 END-OF-FEES            VALUE "Y".

       01  LOANS-DONE-SWITCH         PIC X VALUE "N".
           88 END-OF-LOANS           VALUE "Y".

       01  REPORT-DONE-SWITCH        PIC X VALUE "N".
           88 END-OF-REPORT          VALUE "Y".

       01  STEP-SWITCH               PIC X VALUE "N".
           88 STEP-FAILED            VALUE "Y" FALSE "N".

       01  FEES-ASSESSED             PIC 9(7) VALUE ZERO.
       01  FEES-COLLECTED            PIC 9(7) VALUE ZERO.
       01  FEES-OUTSTANDING          PIC 9(7) VALUE ZERO.
       01  LOANS-AGED                PIC 9(7) VALUE ZERO.
       01  LOANS-DELINQUENT          PIC 9(7) VALUE ZERO.
       01  REMINDERS-QUEUED          PIC 9(7) VALUE ZERO.
       01  PROVISIONS-POSTED         PIC 9(7) VALUE ZERO.
       01  ITEMS-IN-ERROR            PIC 9(7) VALUE ZERO.
       01  TOTAL-FEES-COLLECTED      PIC S9(13)V99 VALUE ZERO.

       01  OLD-RANK                  PIC 9.
       01  NEW-RANK                  PIC 9.

       01  AMOUNT-ED                 PIC -(11)9.99.
       01  OUTSTANDING-ED            PIC -(11)9.99.
       01  DAYS-ED                   PIC Z(4)9.
       01  COUNT-ED                  PIC Z(6)9.
       01  BORROWER-NAME             PIC X(40).

      *****************************************************************
      *                    DELINQUENCY BUCKET TABLE
      *****************************************************************
      *    Rank is the table position -- a higher rank is a worse
      *    bucket. CURRENT carries no provision and isn't reported.

       01  BUCKET-TABLE-WS.
           02 FILLER       PIC X(8) VALUE "CURRENT ".
           02 FILLER       PIC X(8) VALUE "1-30    ".
           02 FILLER       PIC X(8) VALUE "31-60   ".
           02 FILLER       PIC X(8) VALUE "61-90   ".
           02 FILLER       PIC X(8) VALUE "90+     ".
       01  BUCKET-TABLE-RED REDEFINES BUCKET-TABLE-WS.
           02 BUCKET-CODE  PIC X(8) OCCURS 5 TIMES.
       77  BUCKET-TABLE-SIZE         PIC 9 VALUE 5.
       01  BUCKET-INDEX              PIC 9.
       01  BUCKET-SCAN               PIC 9.

       01  BUCKET-TOTALS-WS.
           02 BUCKET-TOTAL-ENTRY OCCURS 5 TIMES.
              03 BUCKET-LOANS        PIC 9(7).
              03 BUCKET-ARREARS      PIC S9(13)V99.
              03 BUCKET-OUTSTANDING  PIC S9(13)V99.

       01  REPORT-BUCKET             PIC X(8) VALUE SPACES.

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

       01  RUN-DATE                PIC 9(8).
       01  MONTH-END-FLAG          PIC X.
           88 IS-MONTH-END         VALUE "Y".
       01  LATE-FEE                PIC S9(13)V99 VALUE ZERO.
       01  LOANPROV-ACCOUNT-ID     PIC 9(9).

       01  LF-ACCOUNT-ID           PIC 9(9).
       01  LF-INST-NO              PIC 9(3).
       01  LF-FEE-STATUS           PIC X(4).
       01  LF-FEE-AMOUNT           PIC S9(13)V99.
       01  LF-SETTLEMENT-ID        PIC 9(9).

       01  DQ-ACCOUNT-ID           PIC 9(9).
       01  DQ-OLD-STATUS           PIC X(8).
       01  DQ-NEW-STATUS           PIC X(8).
       01  DQ-DAYS-PAST-DUE        PIC 9(5).

       01  EVT-ACCOUNT-NUMBER      PIC X(20).
       01  EVT-CLIENT-ID           PIC 9(9).
       01  EVT-PRENOM              PIC X(50).
       01  EVT-NOM                 PIC X(100).
       01  EVT-MAIL                PIC X(200).
       01  NOTIF-EVENT-KEY         PIC X(40).
       01  NOTIF-MESSAGE           PIC X(80).

       01  PV-MONTH                PIC X(6).
       01  PV-BUCKET               PIC X(8).
       01  PV-DONE-COUNT           PIC 9(7).
       01  PV-LOAN-COUNT           PIC 9(7).
       01  PV-OUTSTANDING          PIC S9(13)V99.
       01  PV-PCT                  PIC S9(3)V9(4).
       01  PV-REQUIRED             PIC S9(13)V99.
       01  PV-PREVIOUS             PIC S9(13)V99.
       01  PV-POSTED               PIC S9(13)V99.
       01  PV-LEDGER-ID            PIC 9(9).

       01  RP-ACCOUNT-NUMBER       PIC X(20).
       01  RP-STATUS               PIC X(8).
       01  RP-DAYS-PAST-DUE        PIC 9(5).
       01  RP-OLDEST-DUE           PIC 9(8).
       01  RP-ARREARS              PIC S9(13)V99.
       01  RP-BALANCE              PIC S9(13)V99.
       01  RP-PRENOM               PIC X(50).
       01  RP-NOM                  PIC X(100).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    WITH HOLD for the same reason DUE_CURSOR in BLOANCOL is --
      *    every fee commits on its own. A blank fee status on an
      *    ARREARS installment is one still to assess; DUE is one
      *    assessed and not yet collected, whatever has happened to
      *    the installment since.
       EXEC SQL
          DECLARE FEE_CURSOR CURSOR WITH HOLD FOR
             SELECT ls.account_id, ls.installment_no,
                   ls.late_fee_status, ls.late_fee_amount,
                   a.settlement_account_id
                   FROM loan_schedule ls
                   JOIN account a ON a.account_id = ls.account_id
                   WHERE a.account_type = "LOAN"
                   AND ((ls.status = "ARREARS"
                   AND ls.late_fee_status = " ")
                   OR ls.late_fee_status = "DUE")
                   ORDER BY ls.account_id, ls.installment_no
       END-EXEC.

      *    Days past due off the OLDEST unpaid installment -- zero
      *    when nothing is in ARREARS.
       EXEC SQL
          DECLARE AGEING_CURSOR CURSOR WITH HOLD FOR
             SELECT a.account_id, a.delinquency_status,
                   COALESCE((SELECT to_date(:RUN-DATE, 'YYYYMMDD')
                   - MIN(ls.due_date) FROM loan_schedule ls
                   WHERE ls.account_id = a.account_id
                   AND ls.status = "ARREARS"), 0)
                   FROM account a
                   WHERE a.account_type = "LOAN"
                   AND a.status = "OPEN"
                   ORDER BY a.account_id
       END-EXEC.

       EXEC SQL
          DECLARE REPORT_CURSOR CURSOR FOR
             SELECT a.account_number, a.delinquency_status,
                   a.days_past_due,
                   COALESCE((SELECT to_char(MIN(ls.due_date),
                   'YYYYMMDD') FROM loan_schedule ls
                   WHERE ls.account_id = a.account_id
                   AND ls.status = "ARREARS"), '0'),
                   COALESCE((SELECT SUM(ls.principal_amount
                   + ls.interest_amount) FROM loan_schedule ls
                   WHERE ls.account_id = a.account_id
                   AND ls.status = "ARREARS"), 0),
                   a.balance,
                   COALESCE(c.prenom, ' '), COALESCE(c.nom, ' ')
                   FROM account a
                   JOIN client c ON c.client_id = a.client_id
                   WHERE a.account_type = "LOAN"
                   AND a.status = "OPEN"
                   AND a.delinquency_status <> "CURRENT"
                   ORDER BY a.days_past_due, a.account_number
       END-EXEC.

      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DB-CONNECT
           PERFORM 1010-SET-RUN-DATE
           PERFORM 1020-LOAD-LATE-FEE
           PERFORM 1030-OPEN-OUTPUT
           PERFORM 2000-CHARGE-LATE-FEES
           PERFORM 3000-AGE-LOANS

           IF IS-MONTH-END
              PERFORM 4000-POST-PROVISIONS
           END-IF

           PERFORM 5000-WRITE-AGEING-REPORT
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
              DISPLAY "BLOANDLQ - UNABLE TO CONNECT TO DATABASE"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      ******************************************************************
       1010-SET-RUN-DATE.
      ******************************************************************
      *    Days past due count off the bank's business date -- wall
      *    clock when the business_date table is empty. Month end is
      *    the business date whose next business day -- found the way
      *    BCUTOVER finds it, the next calendar day when the calendar
      *    runs out -- falls in another month.
           EXEC SQL
              SELECT to_char(current_business_date, 'YYYYMMDD')
                    INTO :RUN-DATE FROM business_date
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              ACCEPT RUN-DATE FROM DATE YYYYMMDD
           END-IF

           MOVE "N" TO MONTH-END-FLAG
           EXEC SQL
              SELECT CASE WHEN to_char(COALESCE(
                    (SELECT MIN(cal_date) FROM posting_calendar
                    WHERE cal_date > to_date(:RUN-DATE, 'YYYYMMDD')
                    AND business_day = "Y"),
                    to_date(:RUN-DATE, 'YYYYMMDD') + 1), 'YYYYMM')
                    <> to_char(to_date(:RUN-DATE, 'YYYYMMDD'),
                    'YYYYMM') THEN "Y" ELSE "N" END
                    INTO :MONTH-END-FLAG
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BLOANDLQ - MONTH END CHECK FAILED, SQLCODE "
                    SQLCODE
              MOVE "N" TO MONTH-END-FLAG
              MOVE 8 TO RETURN-CODE
           END-IF

           MOVE RUN-DATE(1:6) TO PV-MONTH.

      ******************************************************************
       1020-LOAD-LATE-FEE.
      ******************************************************************
      *    No LOAN row on the fee schedule means late payment isn't
      *    charged -- the ageing and provisioning still run.
           EXEC SQL
              SELECT late_fee INTO :LATE-FEE FROM fee_schedule
                    WHERE account_type = "LOAN"
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              MOVE ZERO TO LATE-FEE
           END-IF.

      ******************************************************************
       1030-OPEN-OUTPUT.
      ******************************************************************

           OPEN OUTPUT DELINQUENCY-OUTPUT

           MOVE SPACES TO DELINQUENCY-LINE
           STRING "LOAN DELINQUENCY AGEING - RUN " RUN-DATE
                 DELIMITED BY SIZE INTO DELINQUENCY-LINE
           WRITE DELINQUENCY-LINE

           MOVE SPACES TO DELINQUENCY-LINE
           WRITE DELINQUENCY-LINE.

      ******************************************************************
       2000-CHARGE-LATE-FEES.
      ******************************************************************

           EXEC SQL
              OPEN FEE_CURSOR
           END-EXEC

           PERFORM 2010-FETCH-FEE
           PERFORM 2020-PROCESS-FEE UNTIL END-OF-FEES

           EXEC SQL
              CLOSE FEE_CURSOR
           END-EXEC.

      ******************************************************************
       2010-FETCH-FEE.
      ******************************************************************

           EXEC SQL
              FETCH FEE_CURSOR
                    INTO :LF-ACCOUNT-ID, :LF-INST-NO, :LF-FEE-STATUS,
                    :LF-FEE-AMOUNT, :LF-SETTLEMENT-ID
           END-EXEC

           IF SQLCODE EQUAL 100
              SET END-OF-FEES TO TRUE
           ELSE IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BLOANDLQ - FEE FETCH FAILED, SQLCODE " SQLCODE
              MOVE 8 TO RETURN-CODE
              SET END-OF-FEES TO TRUE
           END-IF.

      ******************************************************************
       2020-PROCESS-FEE.
      ******************************************************************

      *    A zero late_fee on the schedule assesses nothing new, but
      *    a fee already DUE is still owed and still collected.
           SET STEP-FAILED TO FALSE

           IF LF-FEE-STATUS EQUAL SPACES
              IF LATE-FEE GREATER THAN ZERO
                 PERFORM 2100-ASSESS-FEE
                 IF NOT STEP-FAILED
                    PERFORM 2200-COLLECT-FEE
                 END-IF
              END-IF
           ELSE
              PERFORM 2200-COLLECT-FEE
           END-IF

           PERFORM 2010-FETCH-FEE.

      ******************************************************************
       2100-ASSESS-FEE.
      ******************************************************************
      *    Its own unit of work, like BLOANCOL's arrears mark -- the
      *    assessment must survive a collection the balance can't
      *    cover. The amount is fixed now, so a later change to the
      *    schedule doesn't reprice a fee already owed.
           EXEC SQL
              UPDATE loan_schedule SET late_fee_status = "DUE",
                    late_fee_amount = :LATE-FEE
                    WHERE account_id = :LF-ACCOUNT-ID
                    AND installment_no = :LF-INST-NO
                    AND late_fee_status = " "
           END-EXEC

           IF SQLCODE EQUAL ZERO
              EXEC SQL COMMIT WORK END-EXEC
              ADD 1 TO FEES-ASSESSED
              MOVE "DUE " TO LF-FEE-STATUS
              MOVE LATE-FEE TO LF-FEE-AMOUNT
           ELSE
              EXEC SQL ROLLBACK WORK END-EXEC
              SET STEP-FAILED TO TRUE
              ADD 1 TO ITEMS-IN-ERROR
              MOVE 8 TO RETURN-CODE
              DISPLAY "BLOANDLQ - FEE ASSESSMENT FAILED, LOAN "
                    LF-ACCOUNT-ID " INSTALLMENT " LF-INST-NO
                    " SQLCODE " SQLCODE
           END-IF.

      ******************************************************************
       2200-COLLECT-FEE.
      ******************************************************************
      *    The fee row and the PAID mark in one unit of work -- a
      *    rerun can't find the fee DUE once it has posted.
           MOVE LF-SETTLEMENT-ID TO MVMT-ACCOUNT-ID
           MOVE LF-FEE-AMOUNT TO MVMT-AMOUNT
           MOVE "DEBIT " TO MVMT-DIRECTION
           MOVE SPACES TO MVMT-REFERENCE
           STRING "LOAN LATE FEE " LF-INST-NO
                 DELIMITED BY SIZE INTO MVMT-REFERENCE

           CALL "LEDGPOST" USING MVMT-ACCOUNT-ID, MVMT-AMOUNT,
                 MVMT-DIRECTION, MVMT-REFERENCE, MVMT-NEW-BALANCE,
                 MVMT-RETURN-CODE, MVMT-COMMIT-FLAG,
                 MVMT-OPERATOR-ID

           EVALUATE TRUE
              WHEN MVMT-OK
                 EXEC SQL
                    UPDATE loan_schedule SET late_fee_status = "PAID"
                          WHERE account_id = :LF-ACCOUNT-ID
                          AND installment_no = :LF-INST-NO
                 END-EXEC
                 IF SQLCODE EQUAL ZERO
                    EXEC SQL COMMIT WORK END-EXEC
                    ADD 1 TO FEES-COLLECTED
                    ADD LF-FEE-AMOUNT TO TOTAL-FEES-COLLECTED
                 ELSE
                    EXEC SQL ROLLBACK WORK END-EXEC
                    ADD 1 TO ITEMS-IN-ERROR
                    MOVE 8 TO RETURN-CODE
                    DISPLAY "BLOANDLQ - FEE MARK FAILED, LOAN "
                          LF-ACCOUNT-ID " INSTALLMENT " LF-INST-NO
                          " SQLCODE " SQLCODE
                 END-IF
              WHEN MVMT-INSUFFICIENT-FUNDS
                 EXEC SQL ROLLBACK WORK END-EXEC
                 ADD 1 TO FEES-OUTSTANDING
              WHEN OTHER
                 EXEC SQL ROLLBACK WORK END-EXEC
                 ADD 1 TO ITEMS-IN-ERROR
                 MOVE 8 TO RETURN-CODE
                 DISPLAY "BLOANDLQ - FEE POSTING FAILED, LOAN "
                       LF-ACCOUNT-ID " INSTALLMENT " LF-INST-NO
                       " RETURN CODE " MVMT-RETURN-CODE
           END-EVALUATE.

      ******************************************************************
       3000-AGE-LOANS.
      ******************************************************************

           EXEC SQL
              OPEN AGEING_CURSOR
           END-EXEC

           PERFORM 3010-FETCH-LOAN
           PERFORM 3020-AGE-ONE-LOAN UNTIL END-OF-LOANS

           EXEC SQL
              CLOSE AGEING_CURSOR
           END-EXEC.

      ******************************************************************
       3010-FETCH-LOAN.
      ******************************************************************

           EXEC SQL
              FETCH AGEING_CURSOR
                    INTO :DQ-ACCOUNT-ID, :DQ-OLD-STATUS,
                    :DQ-DAYS-PAST-DUE
           END-EXEC

           IF SQLCODE EQUAL 100
              SET END-OF-LOANS TO TRUE
           ELSE IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BLOANDLQ - AGEING FETCH FAILED, SQLCODE "
                    SQLCODE
              MOVE 8 TO RETURN-CODE
              SET END-OF-LOANS TO TRUE
           END-IF.

      ******************************************************************
       3020-AGE-ONE-LOAN.
      ******************************************************************

           ADD 1 TO LOANS-AGED
           SET STEP-FAILED TO FALSE

           EVALUATE TRUE
              WHEN DQ-DAYS-PAST-DUE EQUAL ZERO
                 MOVE 1 TO NEW-RANK
              WHEN DQ-DAYS-PAST-DUE NOT GREATER THAN 30
                 MOVE 2 TO NEW-RANK
              WHEN DQ-DAYS-PAST-DUE NOT GREATER THAN 60
                 MOVE 3 TO NEW-RANK
              WHEN DQ-DAYS-PAST-DUE NOT GREATER THAN 90
                 MOVE 4 TO NEW-RANK
              WHEN OTHER
                 MOVE 5 TO NEW-RANK
           END-EVALUATE
           MOVE BUCKET-CODE(NEW-RANK) TO DQ-NEW-STATUS

           MOVE 1 TO OLD-RANK
           PERFORM 3030-RANK-OLD-STATUS
                 VARYING BUCKET-INDEX FROM 1 BY 1
                 UNTIL BUCKET-INDEX > BUCKET-TABLE-SIZE

           IF NEW-RANK GREATER THAN 1
              ADD 1 TO LOANS-DELINQUENT
           END-IF

           EXEC SQL
              UPDATE account SET delinquency_status = :DQ-NEW-STATUS,
                    days_past_due = :DQ-DAYS-PAST-DUE
                    WHERE account_id = :DQ-ACCOUNT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              SET STEP-FAILED TO TRUE
           END-IF

           IF NOT STEP-FAILED AND NEW-RANK GREATER THAN OLD-RANK
              PERFORM 3100-QUEUE-REMINDER
           END-IF

           IF STEP-FAILED
              EXEC SQL ROLLBACK WORK END-EXEC
              ADD 1 TO ITEMS-IN-ERROR
              MOVE 8 TO RETURN-CODE
              DISPLAY "BLOANDLQ - AGEING FAILED, LOAN " DQ-ACCOUNT-ID
                    " SQLCODE " SQLCODE
           ELSE
              EXEC SQL COMMIT WORK END-EXEC
           END-IF

           PERFORM 3010-FETCH-LOAN.

      ******************************************************************
       3030-RANK-OLD-STATUS.
      ******************************************************************

           IF BUCKET-CODE(BUCKET-INDEX) EQUAL DQ-OLD-STATUS
              MOVE BUCKET-INDEX TO OLD-RANK
           END-IF.

      ******************************************************************
       3100-QUEUE-REMINDER.
      ******************************************************************
      *    One reminder per move into a worse bucket -- the bucket
      *    and run date in the event key make a rerun of the same
      *    night harmless. Client name and mail joined the way
      *    BNOTIFY joins them; no mail on file means nothing to send.
           EXEC SQL
              SELECT a.account_number, a.client_id,
                    COALESCE(c.prenom, ' '), COALESCE(c.nom, ' '),
                    COALESCE(c.mail, ' ')
                    INTO :EVT-ACCOUNT-NUMBER, :EVT-CLIENT-ID,
                    :EVT-PRENOM, :EVT-NOM, :EVT-MAIL
                    FROM account a
                    JOIN client c ON c.client_id = a.client_id
                    WHERE a.account_id = :DQ-ACCOUNT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
              SET STEP-FAILED TO TRUE
           END-IF

           IF SQLCODE EQUAL ZERO AND EVT-MAIL NOT EQUAL SPACES
              MOVE SPACES TO NOTIF-EVENT-KEY
              STRING "LOANLATE " DQ-ACCOUNT-ID " "
                    FUNCTION TRIM(DQ-NEW-STATUS) " " RUN-DATE
                    DELIMITED BY SIZE INTO NOTIF-EVENT-KEY

              MOVE DQ-DAYS-PAST-DUE TO DAYS-ED
              MOVE SPACES TO NOTIF-MESSAGE
              STRING "LOAN PAYMENT " FUNCTION TRIM(DAYS-ED)
                    " DAYS OVERDUE - PLEASE FUND YOUR ACCOUNT"
                    DELIMITED BY SIZE INTO NOTIF-MESSAGE

              EXEC SQL
                 INSERT INTO notification (event_type, event_key,
                       client_id, account_id, account_number,
                       prenom, nom, mail, message)
                       VALUES ("LOANLATE", :NOTIF-EVENT-KEY,
                       :EVT-CLIENT-ID, :DQ-ACCOUNT-ID,
                       :EVT-ACCOUNT-NUMBER, :EVT-PRENOM, :EVT-NOM,
                       :EVT-MAIL, :NOTIF-MESSAGE)
              END-EXEC
              IF SQLCODE EQUAL ZERO
                 ADD 1 TO REMINDERS-QUEUED
              ELSE
                 SET STEP-FAILED TO TRUE
              END-IF
           END-IF.

      ******************************************************************
       4000-POST-PROVISIONS.
      ******************************************************************
      *    The provision needs somewhere to land -- no LOANPROV
      *    account on the book is an operations problem this batch
      *    can only report; the ageing and the report still stand.
           EXEC SQL
              SELECT account_id INTO :LOANPROV-ACCOUNT-ID FROM account
                    WHERE account_number = "LOANPROV"
                    AND account_type = "INTERNAL"
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BLOANDLQ - NO LOANPROV INTERNAL ACCOUNT - "
                    "PROVISIONING SKIPPED"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 4100-PROVIDE-BUCKET
                    VARYING BUCKET-INDEX FROM 2 BY 1
                    UNTIL BUCKET-INDEX > BUCKET-TABLE-SIZE
           END-IF.

      ******************************************************************
       4100-PROVIDE-BUCKET.
      ******************************************************************
      *    Required = the bucket's outstanding at the finance rate;
      *    what posts is the movement on the last provision held for
      *    the bucket. A month already on loan_provision is a rerun
      *    finding finished work.
           MOVE BUCKET-CODE(BUCKET-INDEX) TO PV-BUCKET
           SET STEP-FAILED TO FALSE

           EXEC SQL
              SELECT COUNT(*) INTO :PV-DONE-COUNT FROM loan_provision
                    WHERE provision_month = :PV-MONTH
                    AND delinquency_status = :PV-BUCKET
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT EQUAL ZERO
                 SET STEP-FAILED TO TRUE
              WHEN PV-DONE-COUNT EQUAL ZERO
                 PERFORM 4110-PRICE-BUCKET
                 IF NOT STEP-FAILED
                    PERFORM 4120-POST-BUCKET
                 END-IF
                 IF STEP-FAILED
                    EXEC SQL ROLLBACK WORK END-EXEC
                 ELSE
                    EXEC SQL COMMIT WORK END-EXEC
                 END-IF
           END-EVALUATE

           IF STEP-FAILED
              ADD 1 TO ITEMS-IN-ERROR
              MOVE 8 TO RETURN-CODE
              DISPLAY "BLOANDLQ - PROVISION FAILED, BUCKET " PV-BUCKET
                    " SQLCODE " SQLCODE " RETURN CODE "
                    MVMT-RETURN-CODE
           END-IF.

      ******************************************************************
       4110-PRICE-BUCKET.
      ******************************************************************

           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(balance), 0)
                    INTO :PV-LOAN-COUNT, :PV-OUTSTANDING
                    FROM account
                    WHERE account_type = "LOAN"
                    AND status = "OPEN"
                    AND delinquency_status = :PV-BUCKET
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              SET STEP-FAILED TO TRUE
           END-IF

           IF NOT STEP-FAILED
              EXEC SQL
                 SELECT provision_pct INTO :PV-PCT
                       FROM loan_provision_rate
                       WHERE delinquency_status = :PV-BUCKET
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE EQUAL 100
                    MOVE ZERO TO PV-PCT
                 WHEN SQLCODE NOT EQUAL ZERO
                    SET STEP-FAILED TO TRUE
              END-EVALUATE
           END-IF

           IF NOT STEP-FAILED
              EXEC SQL
                 SELECT COALESCE((SELECT required_amount
                       FROM loan_provision
                       WHERE delinquency_status = :PV-BUCKET
                       AND provision_month < :PV-MONTH
                       ORDER BY provision_month DESC LIMIT 1), 0)
                       INTO :PV-PREVIOUS
              END-EXEC
              IF SQLCODE NOT EQUAL ZERO
                 SET STEP-FAILED TO TRUE
              END-IF
           END-IF

           COMPUTE PV-REQUIRED ROUNDED =
                 PV-OUTSTANDING * PV-PCT / 100
           COMPUTE PV-POSTED = PV-REQUIRED - PV-PREVIOUS.

      ******************************************************************
       4120-POST-BUCKET.
      ******************************************************************
      *    A growing requirement credits LOANPROV, a shrinking one
      *    releases it -- the GL-side internal account may run either
      *    way. No movement still records the month.
           MOVE ZERO TO PV-LEDGER-ID
           MOVE "00" TO MVMT-RETURN-CODE

           IF PV-POSTED NOT EQUAL ZERO
              MOVE LOANPROV-ACCOUNT-ID TO MVMT-ACCOUNT-ID
              IF PV-POSTED GREATER THAN ZERO
                 MOVE PV-POSTED TO MVMT-AMOUNT
                 MOVE "CREDIT" TO MVMT-DIRECTION
              ELSE
                 COMPUTE MVMT-AMOUNT = 0 - PV-POSTED
                 MOVE "DEBIT " TO MVMT-DIRECTION
              END-IF
              MOVE SPACES TO MVMT-REFERENCE
              STRING "LOAN PROVISION " PV-BUCKET " " PV-MONTH
                    DELIMITED BY SIZE INTO MVMT-REFERENCE

              CALL "LEDGPOST" USING MVMT-ACCOUNT-ID, MVMT-AMOUNT,
                    MVMT-DIRECTION, MVMT-REFERENCE, MVMT-NEW-BALANCE,
                    MVMT-RETURN-CODE, MVMT-COMMIT-FLAG,
                    MVMT-OPERATOR-ID

              IF MVMT-OK
                 EXEC SQL
                    SELECT lastval() INTO :PV-LEDGER-ID
                 END-EXEC
              ELSE
                 SET STEP-FAILED TO TRUE
              END-IF
           END-IF

           IF NOT STEP-FAILED
              EXEC SQL
                 INSERT INTO loan_provision (provision_month,
                       delinquency_status, loan_count, outstanding,
                       provision_pct, required_amount, posted_amount,
                       ledger_id)
                       VALUES (:PV-MONTH, :PV-BUCKET, :PV-LOAN-COUNT,
                       :PV-OUTSTANDING, :PV-PCT, :PV-REQUIRED,
                       :PV-POSTED, :PV-LEDGER-ID)
              END-EXEC
              IF SQLCODE EQUAL ZERO
                 ADD 1 TO PROVISIONS-POSTED
                 PERFORM 4130-WRITE-PROVISION-LINE
              ELSE
                 SET STEP-FAILED TO TRUE
              END-IF
           END-IF.

      ******************************************************************
       4130-WRITE-PROVISION-LINE.
      ******************************************************************

           MOVE PV-OUTSTANDING TO OUTSTANDING-ED
           MOVE PV-REQUIRED TO AMOUNT-ED
           MOVE PV-LOAN-COUNT TO COUNT-ED

           MOVE SPACES TO DELINQUENCY-LINE
           STRING "PROVISION " PV-MONTH " BUCKET " PV-BUCKET
                 " LOANS " COUNT-ED " OUTSTANDING " OUTSTANDING-ED
                 " REQUIRED " AMOUNT-ED
                 DELIMITED BY SIZE INTO DELINQUENCY-LINE
           WRITE DELINQUENCY-LINE

           MOVE PV-POSTED TO AMOUNT-ED
           MOVE SPACES TO DELINQUENCY-LINE
           STRING "          MOVEMENT POSTED TO LOANPROV " AMOUNT-ED
                 DELIMITED BY SIZE INTO DELINQUENCY-LINE
           WRITE DELINQUENCY-LINE.

      ******************************************************************
       5000-WRITE-AGEING-REPORT.
      ******************************************************************
      *    Read back from the stamps 3000 just committed, nearest
      *    delinquency first -- days past due orders the buckets too,
      *    so a change of bucket is the control break.
           INITIALIZE BUCKET-TOTALS-WS

           MOVE SPACES TO DELINQUENCY-LINE
           WRITE DELINQUENCY-LINE

           EXEC SQL
              OPEN REPORT_CURSOR
           END-EXEC

           PERFORM 5010-FETCH-REPORT-LOAN
           PERFORM 5020-WRITE-LOAN-LINE UNTIL END-OF-REPORT

           EXEC SQL
              CLOSE REPORT_CURSOR
           END-EXEC

           IF REPORT-BUCKET NOT EQUAL SPACES
              PERFORM 5030-WRITE-BUCKET-TOTAL
           END-IF.

      ******************************************************************
       5010-FETCH-REPORT-LOAN.
      ******************************************************************

           EXEC SQL
              FETCH REPORT_CURSOR
                    INTO :RP-ACCOUNT-NUMBER, :RP-STATUS,
                    :RP-DAYS-PAST-DUE, :RP-OLDEST-DUE, :RP-ARREARS,
                    :RP-BALANCE, :RP-PRENOM, :RP-NOM
           END-EXEC

           IF SQLCODE EQUAL 100
              SET END-OF-REPORT TO TRUE
           ELSE IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BLOANDLQ - REPORT FETCH FAILED, SQLCODE "
                    SQLCODE
              MOVE 8 TO RETURN-CODE
              SET END-OF-REPORT TO TRUE
           END-IF.

      ******************************************************************
       5020-WRITE-LOAN-LINE.
      ******************************************************************

           IF RP-STATUS NOT EQUAL REPORT-BUCKET
              IF REPORT-BUCKET NOT EQUAL SPACES
                 PERFORM 5030-WRITE-BUCKET-TOTAL
              END-IF
              MOVE RP-STATUS TO REPORT-BUCKET
              MOVE 1 TO BUCKET-INDEX
              PERFORM 5040-FIND-BUCKET
                    VARYING BUCKET-SCAN FROM 1 BY 1
                    UNTIL BUCKET-SCAN > BUCKET-TABLE-SIZE
              MOVE SPACES TO DELINQUENCY-LINE
              STRING "BUCKET " REPORT-BUCKET " DAYS PAST DUE"
                    DELIMITED BY SIZE INTO DELINQUENCY-LINE
              WRITE DELINQUENCY-LINE
           END-IF

           ADD 1 TO BUCKET-LOANS(BUCKET-INDEX)
           ADD RP-ARREARS TO BUCKET-ARREARS(BUCKET-INDEX)
           ADD RP-BALANCE TO BUCKET-OUTSTANDING(BUCKET-INDEX)

           MOVE SPACES TO BORROWER-NAME
           STRING FUNCTION TRIM(RP-PRENOM) " " FUNCTION TRIM(RP-NOM)
                 DELIMITED BY SIZE INTO BORROWER-NAME

           MOVE RP-DAYS-PAST-DUE TO DAYS-ED
           MOVE RP-ARREARS TO AMOUNT-ED
           MOVE RP-BALANCE TO OUTSTANDING-ED

           MOVE SPACES TO DELINQUENCY-LINE
           STRING "  " RP-ACCOUNT-NUMBER " " BORROWER-NAME
                 " DPD " DAYS-ED " OLDEST " RP-OLDEST-DUE
                 " ARREARS " AMOUNT-ED " OUTSTANDING " OUTSTANDING-ED
                 DELIMITED BY SIZE INTO DELINQUENCY-LINE
           WRITE DELINQUENCY-LINE

           PERFORM 5010-FETCH-REPORT-LOAN.

      ******************************************************************
       5030-WRITE-BUCKET-TOTAL.
      ******************************************************************

           MOVE BUCKET-LOANS(BUCKET-INDEX) TO COUNT-ED
           MOVE BUCKET-ARREARS(BUCKET-INDEX) TO AMOUNT-ED
           MOVE BUCKET-OUTSTANDING(BUCKET-INDEX) TO OUTSTANDING-ED

           MOVE SPACES TO DELINQUENCY-LINE
           STRING "  BUCKET " REPORT-BUCKET " LOANS " COUNT-ED
                 " ARREARS " AMOUNT-ED " OUTSTANDING " OUTSTANDING-ED
                 DELIMITED BY SIZE INTO DELINQUENCY-LINE
           WRITE DELINQUENCY-LINE

           MOVE SPACES TO DELINQUENCY-LINE
           WRITE DELINQUENCY-LINE.

      ******************************************************************
       5040-FIND-BUCKET.
      ******************************************************************

           IF BUCKET-CODE(BUCKET-SCAN) EQUAL REPORT-BUCKET
              MOVE BUCKET-SCAN TO BUCKET-INDEX
           END-IF.

      ******************************************************************
       9000-REPORT-SUMMARY.
      ******************************************************************

           MOVE TOTAL-FEES-COLLECTED TO AMOUNT-ED

           MOVE SPACES TO DELINQUENCY-LINE
           STRING "LOANS AGED: " LOANS-AGED
                 "  DELINQUENT: " LOANS-DELINQUENT
                 "  REMINDERS: " REMINDERS-QUEUED
                 "  FEES ASSESSED: " FEES-ASSESSED
                 "  COLLECTED: " FEES-COLLECTED
                 "  OUTSTANDING: " FEES-OUTSTANDING
                 DELIMITED BY SIZE INTO DELINQUENCY-LINE
           WRITE DELINQUENCY-LINE

           DISPLAY "BLOANDLQ - LOANS AGED:         " LOANS-AGED
           DISPLAY "BLOANDLQ - LOANS DELINQUENT:   " LOANS-DELINQUENT
           DISPLAY "BLOANDLQ - REMINDERS QUEUED:   " REMINDERS-QUEUED
           DISPLAY "BLOANDLQ - LATE FEES ASSESSED: " FEES-ASSESSED
           DISPLAY "BLOANDLQ - LATE FEES COLLECTED:" FEES-COLLECTED
           DISPLAY "BLOANDLQ - LATE FEES UNPAID:   " FEES-OUTSTANDING
           DISPLAY "BLOANDLQ - FEES COLLECTED AMT: " AMOUNT-ED
           DISPLAY "BLOANDLQ - PROVISIONS POSTED:  " PROVISIONS-POSTED
           DISPLAY "BLOANDLQ - ITEMS IN ERROR:     " ITEMS-IN-ERROR.

      ******************************************************************
       9800-CLOSE-OUTPUT.
      ******************************************************************

           CLOSE DELINQUENCY-OUTPUT.

      ******************************************************************
       9900-CLOSE-DB.
      ******************************************************************

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
