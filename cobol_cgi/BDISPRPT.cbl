      *****************************************************************
      * Program name:    BDISPRPT
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 24/08/24  KERESTES      Created so no dispute runs past its
      *                         regulatory response deadline: lists
      *                         every dispute_case still OPEN or
      *                         PROVISIONAL-CREDIT whose
      *                         response_due_date falls within
      *                         DISPUTE_WARN_DAYS calendar days
      *                         (default 10) of the run date, nearest
      *                         deadline first, with the account
      *                         number, amount, reason, status, due
      *                         date and days left. Cases already past
      *                         their date are flagged OVERDUE. The
      *                         case team works the list through
      *                         NDISPUTE. Report on DISPRPT.
      *
      * Run weekly from cron/JCL (BSCHED dispatches it on Mondays
      * with the other report jobs), no CGI input -- DBNAME/USERNAME/
      * PASSWD come from the environment the same way every other
      * program in this system picks them up.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 BDISPRPT.
       AUTHOR.                     ALEXANDRE KERESTES.
       DATE-WRITTEN.               2024-08-24.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-OUTPUT ASSIGN TO DISPRPT
                 ORGANIZATION LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------

       FILE SECTION.

       FD  DISPUTE-OUTPUT.
       01  DISPUTE-LINE              PIC X(200).
      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.

       01  CASES-DONE-SWITCH         PIC X VALUE "N".
           88 END-OF-CASES           VALUE "Y".

       77  DEFAULT-WARN-DAYS         PIC 9(3) VALUE 10.

       01  CASES-LISTED              PIC 9(7) VALUE ZERO.
       01  CASES-OVERDUE             PIC 9(7) VALUE ZERO.
       01  TOTAL-LISTED              PIC S9(13)V99 VALUE ZERO.

       01  AMOUNT-ED                 PIC -(11)9.99.
       01  DAYS-LEFT-ED              PIC -(4)9.
       01  DEADLINE-FLAG             PIC X(7).

      *----------------------------------------------------------------
      *                        SQL DECLARATION
      *----------------------------------------------------------------

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  RUN-DATE                PIC 9(8).
       01  WARN-DAYS               PIC 9(3) VALUE ZERO.

       01  DC-CASE-ID              PIC 9(9).
       01  DC-LEDGER-ID            PIC 9(9).
       01  DC-ACCOUNT-NUMBER       PIC X(20).
       01  DC-AMOUNT               PIC S9(13)V99.
       01  DC-REASON-CODE          PIC X(4).
       01  DC-STATUS               PIC X(20).
       01  DC-OPENED-DATE          PIC 9(8).
       01  DC-DUE-DATE             PIC 9(8).
       01  DC-DAYS-LEFT            PIC S9(5).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
          DECLARE DISPUTE_CURSOR CURSOR FOR
             SELECT d.case_id, d.ledger_id, a.account_number,
                   d.amount, d.reason_code, d.status,
                   to_char(d.opened_date, 'YYYYMMDD'),
                   to_char(d.response_due_date, 'YYYYMMDD'),
                   d.response_due_date - to_date(:RUN-DATE, 'YYYYMMDD')
                   FROM dispute_case d
                   JOIN account a ON a.account_id = d.account_id
                   WHERE d.status IN ("OPEN", "PROVISIONAL-CREDIT")
                   AND d.response_due_date <=
                      to_date(:RUN-DATE, 'YYYYMMDD') + :WARN-DAYS
                   ORDER BY d.response_due_date, d.case_id
       END-EXEC.

      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DB-CONNECT
           PERFORM 1010-SET-RUN-DATE
           PERFORM 1030-OPEN-OUTPUT
           PERFORM 2000-LIST-CASES
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
              DISPLAY "BDISPRPT - UNABLE TO CONNECT TO DATABASE"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      ******************************************************************
       1010-SET-RUN-DATE.
      ******************************************************************
      *    Deadlines run off the bank's business date -- wall clock
      *    when the business_date table is empty. DISPUTE_WARN_DAYS
      *    left unset keeps the ten-day default, which covers the gap
      *    to next week's run with margin.
           EXEC SQL
              SELECT to_char(current_business_date, 'YYYYMMDD')
                    INTO :RUN-DATE FROM business_date
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              ACCEPT RUN-DATE FROM DATE YYYYMMDD
           END-IF

           ACCEPT WARN-DAYS FROM ENVIRONMENT "DISPUTE_WARN_DAYS"
           IF WARN-DAYS EQUAL ZERO
              MOVE DEFAULT-WARN-DAYS TO WARN-DAYS
           END-IF.

      ******************************************************************
       1030-OPEN-OUTPUT.
      ******************************************************************

           OPEN OUTPUT DISPUTE-OUTPUT

           MOVE SPACES TO DISPUTE-LINE
           STRING "DISPUTE DEADLINES - RUN " RUN-DATE
                 " - OPEN CASES DUE WITHIN " WARN-DAYS " DAYS"
                 DELIMITED BY SIZE INTO DISPUTE-LINE
           WRITE DISPUTE-LINE

           MOVE SPACES TO DISPUTE-LINE
           WRITE DISPUTE-LINE.

      ******************************************************************
       2000-LIST-CASES.
      ******************************************************************

           EXEC SQL
              OPEN DISPUTE_CURSOR
           END-EXEC

           PERFORM 2010-FETCH-CASE
           PERFORM 2020-WRITE-CASE-LINE UNTIL END-OF-CASES

           EXEC SQL
              CLOSE DISPUTE_CURSOR
           END-EXEC.

      ******************************************************************
       2010-FETCH-CASE.
      ******************************************************************

           EXEC SQL
              FETCH DISPUTE_CURSOR
                    INTO :DC-CASE-ID, :DC-LEDGER-ID, :DC-ACCOUNT-NUMBER,
                    :DC-AMOUNT, :DC-REASON-CODE, :DC-STATUS,
                    :DC-OPENED-DATE, :DC-DUE-DATE, :DC-DAYS-LEFT
           END-EXEC

           IF SQLCODE EQUAL 100
              SET END-OF-CASES TO TRUE
           ELSE IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BDISPRPT - FETCH FAILED, SQLCODE " SQLCODE
              MOVE 8 TO RETURN-CODE
              SET END-OF-CASES TO TRUE
           END-IF.

      ******************************************************************
       2020-WRITE-CASE-LINE.
      ******************************************************************

           ADD 1 TO CASES-LISTED
           ADD DC-AMOUNT TO TOTAL-LISTED

           IF DC-DAYS-LEFT LESS THAN ZERO
              MOVE "OVERDUE" TO DEADLINE-FLAG
              ADD 1 TO CASES-OVERDUE
           ELSE
              MOVE SPACES TO DEADLINE-FLAG
           END-IF

           MOVE DC-AMOUNT TO AMOUNT-ED
           MOVE DC-DAYS-LEFT TO DAYS-LEFT-ED

           MOVE SPACES TO DISPUTE-LINE
           STRING "CASE " DC-CASE-ID " DUE " DC-DUE-DATE
                 " DAYS " DAYS-LEFT-ED " " DEADLINE-FLAG
                 " OPENED " DC-OPENED-DATE " LEDGER " DC-LEDGER-ID
                 " ACCT " DC-ACCOUNT-NUMBER " " AMOUNT-ED
                 " " DC-REASON-CODE " " DC-STATUS
                 DELIMITED BY SIZE INTO DISPUTE-LINE
           WRITE DISPUTE-LINE

           PERFORM 2010-FETCH-CASE.

      ******************************************************************
       9000-REPORT-SUMMARY.
      ******************************************************************

           MOVE TOTAL-LISTED TO AMOUNT-ED

           MOVE SPACES TO DISPUTE-LINE
           WRITE DISPUTE-LINE

           MOVE SPACES TO DISPUTE-LINE
           STRING "CASES LISTED: " CASES-LISTED
                 "  OVERDUE: " CASES-OVERDUE
                 "  DISPUTED TOTAL: " AMOUNT-ED
                 DELIMITED BY SIZE INTO DISPUTE-LINE
           WRITE DISPUTE-LINE

           DISPLAY "BDISPRPT - CASES LISTED:   " CASES-LISTED
           DISPLAY "BDISPRPT - CASES OVERDUE:  " CASES-OVERDUE
           DISPLAY "BDISPRPT - DISPUTED TOTAL: " AMOUNT-ED.

      ******************************************************************
       9800-CLOSE-OUTPUT.
      ******************************************************************

           CLOSE DISPUTE-OUTPUT.

      ******************************************************************
       9900-CLOSE-DB.
      ******************************************************************

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
