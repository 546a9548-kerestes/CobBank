      *****************************************************************
      * Program name:    BSUSPAGE
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 20/08/24  KERESTES      Created so nothing sits in SUSPENSE
      *                         forever: lists every suspense_item
      *                         still OPEN more than SUSPENSE_AGE_DAYS
      *                         business days (default 5) after
      *                         BPAYFILE posted it, oldest first, with
      *                         the file, line, account number as sent,
      *                         amount and age -- operations works the
      *                         list through NSUSPENSE. Age counts the
      *                         posting_calendar's business days after
      *                         the posted date up to the run date; a
      *                         calendar not loaded that far falls
      *                         back to plain calendar days, so an
      *                         unloaded calendar can't hide an item.
      *                         Report on SUSPAGE.
      *
      * Run nightly from cron/JCL (BSCHED dispatches it with the
      * other report jobs), no CGI input -- DBNAME/USERNAME/PASSWD
      * come from the environment the same way every other program in
      * this system picks them up.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 BSUSPAGE.
       AUTHOR.                     ALEXANDRE KERESTES.
       DATE-WRITTEN.               2024-08-20.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGEING-OUTPUT ASSIGN TO SUSPAGE
                 ORGANIZATION LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------

       FILE SECTION.

       FD  AGEING-OUTPUT.
       01  AGEING-LINE               PIC X(200).
      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.

       01  ITEMS-DONE-SWITCH         PIC X VALUE "N".
           88 END-OF-ITEMS           VALUE "Y".

       01  CALENDAR-LOADED-SWITCH    PIC X VALUE "N".
           88 CALENDAR-IS-LOADED     VALUE "Y".

       01  AGE-LIMIT                 PIC 9(3) VALUE ZERO.
       77  DEFAULT-AGE-LIMIT         PIC 9(3) VALUE 5.
       01  ITEM-AGE                  PIC 9(5).

       01  ITEMS-READ                PIC 9(7) VALUE ZERO.
       01  ITEMS-LISTED              PIC 9(7) VALUE ZERO.
       01  TOTAL-LISTED              PIC S9(13)V99 VALUE ZERO.

       01  LINE-NUMBER-ED            PIC Z(6)9.
       01  AMOUNT-ED                 PIC -(11)9.99.
       01  AGE-ED                    PIC Z(4)9.

      *----------------------------------------------------------------
      *                        SQL DECLARATION
      *----------------------------------------------------------------

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  RUN-DATE                PIC 9(8).
       01  CAL-ROW-COUNT           PIC 9(7).

       01  SI-SUSPENSE-ID          PIC 9(9).
       01  SI-FILE-ID              PIC X(40).
       01  SI-LINE-NUMBER          PIC 9(7).
       01  SI-ACCOUNT-NUMBER       PIC X(20).
       01  SI-AMOUNT               PIC S9(13)V99.
       01  SI-REFERENCE            PIC X(30).
       01  SI-POSTED-DATE          PIC 9(8).
       01  SI-BUSINESS-AGE         PIC 9(5).
       01  SI-CALENDAR-AGE         PIC 9(5).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    Both ages come back on every row -- 2020 decides which one
      *    counts once it knows whether the calendar covers the run.
       EXEC SQL
          DECLARE AGEING_CURSOR CURSOR FOR
             SELECT s.suspense_id, s.file_id, s.line_number,
                   s.account_number, s.amount,
                   COALESCE(s.reference, ' '),
                   to_char(s.posted_date, 'YYYYMMDD'),
                   (SELECT COUNT(*) FROM posting_calendar c
                   WHERE c.cal_date > s.posted_date
                   AND c.cal_date <= to_date(:RUN-DATE, 'YYYYMMDD')
                   AND c.business_day = "Y"),
                   to_date(:RUN-DATE, 'YYYYMMDD') - s.posted_date
                   FROM suspense_item s
                   WHERE s.status = "OPEN"
                   ORDER BY s.posted_date, s.suspense_id
       END-EXEC.

      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DB-CONNECT
           PERFORM 1010-SET-RUN-DATE
           PERFORM 1020-CHECK-CALENDAR
           PERFORM 1030-OPEN-OUTPUT
           PERFORM 2000-LIST-AGED-ITEMS
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
              DISPLAY "BSUSPAGE - UNABLE TO CONNECT TO DATABASE"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      ******************************************************************
       1010-SET-RUN-DATE.
      ******************************************************************
      *    Ages run off the bank's business date -- wall clock when
      *    the business_date table is empty. SUSPENSE_AGE_DAYS left
      *    unset keeps the five-day default.
           EXEC SQL
              SELECT to_char(current_business_date, 'YYYYMMDD')
                    INTO :RUN-DATE FROM business_date
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              ACCEPT RUN-DATE FROM DATE YYYYMMDD
           END-IF

           ACCEPT AGE-LIMIT FROM ENVIRONMENT "SUSPENSE_AGE_DAYS"
           IF AGE-LIMIT EQUAL ZERO
              MOVE DEFAULT-AGE-LIMIT TO AGE-LIMIT
           END-IF.

      ******************************************************************
       1020-CHECK-CALENDAR.
      ******************************************************************
      *    The calendar only counts if operations loaded it through
      *    the run date -- otherwise every age would read short.
           EXEC SQL
              SELECT COUNT(*) INTO :CAL-ROW-COUNT FROM posting_calendar
                    WHERE cal_date = to_date(:RUN-DATE, 'YYYYMMDD')
           END-EXEC

           IF SQLCODE EQUAL ZERO AND CAL-ROW-COUNT GREATER THAN ZERO
              SET CALENDAR-IS-LOADED TO TRUE
           ELSE
              DISPLAY "BSUSPAGE - CALENDAR NOT LOADED FOR " RUN-DATE
                    " - AGEING IN CALENDAR DAYS"
           END-IF.

      ******************************************************************
       1030-OPEN-OUTPUT.
      ******************************************************************

           OPEN OUTPUT AGEING-OUTPUT

           MOVE SPACES TO AGEING-LINE
           STRING "SUSPENSE AGEING - RUN " RUN-DATE
                 " - OPEN ITEMS OLDER THAN " AGE-LIMIT
                 " BUSINESS DAYS"
                 DELIMITED BY SIZE INTO AGEING-LINE
           WRITE AGEING-LINE

           MOVE SPACES TO AGEING-LINE
           WRITE AGEING-LINE.

      ******************************************************************
       2000-LIST-AGED-ITEMS.
      ******************************************************************

           EXEC SQL
              OPEN AGEING_CURSOR
           END-EXEC

           PERFORM 2010-FETCH-ITEM
           PERFORM 2020-CHECK-ITEM UNTIL END-OF-ITEMS

           EXEC SQL
              CLOSE AGEING_CURSOR
           END-EXEC.

      ******************************************************************
       2010-FETCH-ITEM.
      ******************************************************************

           EXEC SQL
              FETCH AGEING_CURSOR
                    INTO :SI-SUSPENSE-ID, :SI-FILE-ID, :SI-LINE-NUMBER,
                    :SI-ACCOUNT-NUMBER, :SI-AMOUNT, :SI-REFERENCE,
                    :SI-POSTED-DATE, :SI-BUSINESS-AGE,
                    :SI-CALENDAR-AGE
           END-EXEC

           IF SQLCODE EQUAL 100
              SET END-OF-ITEMS TO TRUE
           ELSE IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BSUSPAGE - FETCH FAILED, SQLCODE " SQLCODE
              MOVE 8 TO RETURN-CODE
              SET END-OF-ITEMS TO TRUE
           END-IF.

      ******************************************************************
       2020-CHECK-ITEM.
      ******************************************************************

           ADD 1 TO ITEMS-READ

           IF CALENDAR-IS-LOADED
              MOVE SI-BUSINESS-AGE TO ITEM-AGE
           ELSE
              MOVE SI-CALENDAR-AGE TO ITEM-AGE
           END-IF

           IF ITEM-AGE GREATER THAN AGE-LIMIT
              PERFORM 2030-WRITE-ITEM-LINE
           END-IF

           PERFORM 2010-FETCH-ITEM.

      ******************************************************************
       2030-WRITE-ITEM-LINE.
      ******************************************************************

           ADD 1 TO ITEMS-LISTED
           ADD SI-AMOUNT TO TOTAL-LISTED

           MOVE SI-LINE-NUMBER TO LINE-NUMBER-ED
           MOVE SI-AMOUNT TO AMOUNT-ED
           MOVE ITEM-AGE TO AGE-ED

           MOVE SPACES TO AGEING-LINE
           STRING "ITEM " SI-SUSPENSE-ID " POSTED " SI-POSTED-DATE
                 " AGE " AGE-ED " FILE " SI-FILE-ID(1:20)
                 " LINE " LINE-NUMBER-ED " ACCT " SI-ACCOUNT-NUMBER
                 " " AMOUNT-ED " " SI-REFERENCE
                 DELIMITED BY SIZE INTO AGEING-LINE
           WRITE AGEING-LINE.

      ******************************************************************
       9000-REPORT-SUMMARY.
      ******************************************************************

           MOVE TOTAL-LISTED TO AMOUNT-ED

           MOVE SPACES TO AGEING-LINE
           WRITE AGEING-LINE

           MOVE SPACES TO AGEING-LINE
           STRING "OPEN ITEMS: " ITEMS-READ
                 "  AGED ITEMS LISTED: " ITEMS-LISTED
                 "  AGED TOTAL: " AMOUNT-ED
                 DELIMITED BY SIZE INTO AGEING-LINE
           WRITE AGEING-LINE

           DISPLAY "BSUSPAGE - OPEN ITEMS:        " ITEMS-READ
           DISPLAY "BSUSPAGE - AGED ITEMS LISTED: " ITEMS-LISTED
           DISPLAY "BSUSPAGE - AGED TOTAL:        " AMOUNT-ED.

      ******************************************************************
       9800-CLOSE-OUTPUT.
      ******************************************************************

           CLOSE AGEING-OUTPUT.

      ******************************************************************
       9900-CLOSE-DB.
      ******************************************************************

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
