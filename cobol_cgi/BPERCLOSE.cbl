      *****************************************************************
      * Program name:    BPERCLOSE
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 07/09/24  KERESTES      Created as the month-end period close
      *                         finance asked for -- BGLEXTR reports
      *                         each day on its own and nothing ever
      *                         closed a month. Runs last in the BSCHED
      *                         chain, after BCUTOVER: on the night the
      *                         cutover rolls the business date into a
      *                         new month, the month it rolled off is
      *                         opened as an accounting_period row and
      *                         its trial balance is struck. Every
      *                         ledger row dated in the month is
      *                         bucketed the BGLEXTR way and mapped,
      *                         account_type and bucket, to the chart
      *                         of accounts through the gl_mapping
      *                         table (contra_coa_code supplying the
      *                         leg the ledger doesn't carry). The
      *                         printed trial balance proves total
      *                         debits equal total credits across
      *                         every internal and customer account;
      *                         only then is the period marked CLOSED,
      *                         and from then on LEDGPOST refuses any
      *                         posting dated inside it. A period that
      *                         does not balance, or has a pair with
      *                         no mapping, stays OPEN and is tried
      *                         again every night until it closes.
      *                         Where branch routing is in use every
      *                         branch schema closes its own book.
      * 09/09/24  KERESTES      A month's period row is no longer
      *                         opened only on the one night the
      *                         business date rolls out of it -- a
      *                         chain that stopped before this job
      *                         that night left the month with no row,
      *                         never proved and never closed. Every
      *                         run now opens an OPEN row for each
      *                         month before the current business
      *                         month that has ledger or archived
      *                         movements and no row yet (new
      *                         2020-OPEN-MISSING-PERIODS), so the
      *                         next run catches the month up.
      *
      * Run nightly from BSCHED after BCUTOVER, no CGI input --
      * DBNAME/USERNAME/PASSWD come from the environment the same way
      * every other program in this system picks them up. Nights that
      * are not a month-end normally find nothing to do -- a month
      * that missed its own night is opened and closed on the next
      * run that gets this far. A period reopened
      * through the maker-checker queue (MPERIOD/NAPPROVE) is proved
      * and closed again at the next month-end, or the same night when
      * CLOSE_PERIOD names it (YYYYMM) on a run from JCL. Trial balance
      * on PCLRPT. RETURN-CODE: zero clean, 4 a period left open, 8
      * mid-run errors, 12 no connection.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 BPERCLOSE.
       AUTHOR.                     ALEXANDRE KERESTES.
       DATE-WRITTEN.               2024-09-07.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-OUTPUT ASSIGN TO PCLRPT
                 ORGANIZATION LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------

       FILE SECTION.

       FD  CLOSE-OUTPUT.
       01  CLOSE-LINE                PIC X(132).
      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.

       01  BRANCHES-DONE-SWITCH      PIC X VALUE "N".
           88 END-OF-BRANCHES        VALUE "Y".

       01  PERIODS-DONE-SWITCH       PIC X VALUE "N".
           88 END-OF-PERIODS         VALUE "Y".

       01  LINES-DONE-SWITCH         PIC X VALUE "N".
           88 END-OF-LINES           VALUE "Y".

       01  BUSINESS-DATE-SWITCH      PIC X VALUE "N".
           88 BUSINESS-DATE-FOUND    VALUE "Y".

       01  COA-FOUND-SWITCH          PIC X VALUE "N".
           88 COA-FOUND              VALUE "Y".

       01  PERIOD-FAULT-SWITCH       PIC X VALUE "N".
           88 PERIOD-IN-FAULT        VALUE "Y".

       01  PERIODS-CLOSED            PIC 9(5) VALUE ZERO.
       01  PERIODS-LEFT-OPEN         PIC 9(5) VALUE ZERO.
       01  UNMAPPED-LINES            PIC 9(5) VALUE ZERO.

       01  CURRENT-DATE-WS           PIC 9(8).
       01  CURRENT-TIME-WS           PIC 9(8).

      *****************************************************************
      *                    PERIODS TO CLOSE IN THIS PASS
      *****************************************************************

       01  PERIOD-TABLE-WS.
           02 PERIOD-ENTRY OCCURS 24 TIMES.
              03 PER-ID              PIC X(6).
              03 PER-START           PIC 9(8).
              03 PER-END             PIC 9(8).
       01  PERIOD-COUNT              PIC 99 VALUE ZERO.
       01  PERIOD-INDEX              PIC 99.

      *****************************************************************
      *                    CHART-OF-ACCOUNTS ACCUMULATORS
      *****************************************************************

       01  COA-TABLE-WS.
           02 COA-ENTRY OCCURS 100 TIMES.
              03 COA-CODE            PIC X(10).
              03 COA-DEBIT           PIC S9(13)V99.
              03 COA-CREDIT          PIC S9(13)V99.
       01  COA-COUNT                 PIC 999 VALUE ZERO.
       01  COA-INDEX                 PIC 999.
       01  SCAN-INDEX                PIC 999.
       01  SEARCH-COA-CODE           PIC X(10).
       01  POST-DEBIT                PIC S9(13)V99.
       01  POST-CREDIT               PIC S9(13)V99.

       01  BALANCE-DIFFERENCE        PIC S9(13)V99.

      *****************************************************************
      *                    BRANCH PASS WORK AREAS
      *****************************************************************

       01  BRANCH-TABLE-WS.
           02 BRANCH-ENTRY OCCURS 50 TIMES.
              03 BRANCH-CODE-WS      PIC X(6).
              03 BRANCH-SCHEMA-WS    PIC X(30).
       01  BRANCH-COUNT              PIC 99 VALUE ZERO.
       01  BRANCH-INDEX              PIC 99.
       01  PASS-BRANCH-CODE          PIC X(6).

      *****************************************************************
      *                    PRINT-LINE WORK AREAS
      *****************************************************************

       01  ROW-COUNT-ED              PIC Z(6)9.
       01  DEBIT-ED                  PIC -(11)9.99.
       01  CREDIT-ED                 PIC -(11)9.99.
       01  DIFFERENCE-ED             PIC -(11)9.99.

      *----------------------------------------------------------------
      *                        SQL DECLARATION
      *----------------------------------------------------------------

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  BRANCH_CODE             PIC  X(6).
       01  BRANCH_SCHEMA           PIC  X(30).

       01  CURRENT-BUS-DATE        PIC 9(8).
       01  PREVIOUS-BUS-DATE       PIC 9(8).
       01  MONTH-END-FLAG          PIC X.
       01  FORCE-PERIOD-ID         PIC X(6) VALUE SPACES.

       01  PD-ID                   PIC X(6).
       01  PD-START                PIC 9(8).
       01  PD-END                  PIC 9(8).

       01  TB-ACCOUNT-TYPE         PIC X(10).
       01  TB-BUCKET               PIC X(8).
       01  TB-COA-CODE             PIC X(10).
       01  TB-CONTRA-CODE          PIC X(10).
       01  TB-COUNT                PIC 9(7).
       01  TB-DEBIT                PIC S9(13)V99.
       01  TB-CREDIT               PIC S9(13)V99.

       01  CLOSE-PERIOD-ID         PIC X(6).
       01  CLOSE-START             PIC 9(8).
       01  CLOSE-END               PIC 9(8).
       01  CLOSE-STAMP-TS          PIC 9(14).
       01  TOTAL-DEBITS            PIC S9(13)V99.
       01  TOTAL-CREDITS           PIC S9(13)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
          DECLARE BRANCH_CURSOR CURSOR FOR
             SELECT branch_code, branch_schema FROM branch
                   ORDER BY branch_code
       END-EXEC.

      *    Periods still to close: any OPEN one the business date has
      *    moved past (a month that failed to prove is retried every
      *    night), a REOPENED one only at month-end or when the run
      *    names it.
       EXEC SQL
          DECLARE PERIOD_CURSOR CURSOR FOR
             SELECT period_id, to_char(period_start, 'YYYYMMDD'),
                   to_char(period_end, 'YYYYMMDD')
                   FROM accounting_period
                   WHERE period_end
                      < to_date(:CURRENT-BUS-DATE, 'YYYYMMDD')
                   AND (status = "OPEN"
                   OR (status = "REOPENED"
                   AND (:MONTH-END-FLAG = "Y"
                   OR period_id = :FORCE-PERIOD-ID)))
                   ORDER BY period_id
       END-EXEC.

      *    The month's movements by account_type and GL bucket -- the
      *    same buckets BGLEXTR extracts, so the trial balance
      *    reconciles to the daily files finance already loaded.
      *    Archived rows count too; a CARRY FORWARD row is an opening
      *    balance, not a movement of the month.
       EXEC SQL
          DECLARE TB_CURSOR CURSOR FOR
             SELECT t.account_type, t.bucket,
                   COALESCE(m.coa_code, "UNMAPPED"),
                   COALESCE(m.contra_coa_code, " "),
                   t.row_count, t.debit_total, t.credit_total
                   FROM (SELECT a.account_type AS account_type,
                      CASE WHEN l.reference IN ("INTEREST ACCRUAL",
                      "CLOSING INTEREST", "OVERDRAFT INTEREST")
                      THEN "INTEREST"
                      WHEN l.reference LIKE "LOAN PRINCIPAL%"
                      THEN "LOANPRIN"
                      WHEN l.reference LIKE "LOAN INTEREST%"
                      THEN "LOANINT"
                      WHEN l.reference LIKE "FX REVALUATION%"
                      THEN "FXREVAL"
                      WHEN l.reference LIKE "LOAN LATE FEE%"
                      THEN "LOANFEE"
                      WHEN l.reference LIKE "LOAN PROVISION%"
                      THEN "LOANPROV"
                      WHEN l.reference LIKE "WHT %"
                      THEN "WHTAX"
                      WHEN l.reference LIKE "MAINTENANCE FEE%"
                      THEN "FEES"
                      ELSE "CUSTOMER" END AS bucket,
                      COUNT(*) AS row_count,
                      SUM(CASE WHEN l.direction = "DEBIT"
                      THEN l.amount ELSE 0 END) AS debit_total,
                      SUM(CASE WHEN l.direction = "CREDIT"
                      THEN l.amount ELSE 0 END) AS credit_total
                      FROM (SELECT account_id, direction, amount,
                         reference, business_date FROM ledger
                      UNION ALL
                      SELECT account_id, direction, amount,
                         reference, business_date
                         FROM ledger_archive) l
                      JOIN account a ON a.account_id = l.account_id
                      WHERE l.business_date
                      BETWEEN to_date(:CLOSE-START, 'YYYYMMDD')
                      AND to_date(:CLOSE-END, 'YYYYMMDD')
                      AND COALESCE(l.reference, " ")
                      NOT LIKE "CARRY FORWARD %"
                      GROUP BY 1, 2) t
                   LEFT JOIN gl_mapping m
                   ON m.account_type = t.account_type
                   AND m.gl_bucket = t.bucket
                   ORDER BY 3, 1, 2
       END-EXEC.

      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DB-CONNECT
           PERFORM 1010-READ-PARAMETERS
           PERFORM 1020-OPEN-OUTPUT
           PERFORM 1030-LOAD-BRANCH-TABLE

      *    The default search_path first (periods tagged with a blank
      *    branch), then one pass per branch schema.
           MOVE SPACES TO PASS-BRANCH-CODE
           PERFORM 2000-RUN-CLOSE-PASS

           PERFORM 1040-NEXT-BRANCH-PASS
                 VARYING BRANCH-INDEX FROM 1 BY 1
                 UNTIL BRANCH-INDEX > BRANCH-COUNT

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
              DISPLAY "BPERCLOSE - UNABLE TO CONNECT TO DATABASE"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      ******************************************************************
       1010-READ-PARAMETERS.
      ******************************************************************
      *    CLOSE_PERIOD is only set on a run from JCL that closes a
      *    REOPENED month again without waiting for month-end.
           ACCEPT FORCE-PERIOD-ID FROM ENVIRONMENT "CLOSE_PERIOD"

           IF FORCE-PERIOD-ID NOT EQUAL SPACES
              DISPLAY "BPERCLOSE - CLOSE_PERIOD " FORCE-PERIOD-ID
           END-IF.

      ******************************************************************
       1020-OPEN-OUTPUT.
      ******************************************************************

           OPEN OUTPUT CLOSE-OUTPUT

           ACCEPT CURRENT-DATE-WS FROM DATE YYYYMMDD

           MOVE SPACES TO CLOSE-LINE
           STRING "MONTH-END PERIOD CLOSE - TRIAL BALANCE - RUN "
                 CURRENT-DATE-WS
                 DELIMITED BY SIZE INTO CLOSE-LINE
           WRITE CLOSE-LINE.

      ******************************************************************
       1030-LOAD-BRANCH-TABLE.
      ******************************************************************
      *    The branch table lives on the default search_path -- read
      *    it once up front, before any pass switches the path away
      *    from it.
           EXEC SQL
              OPEN BRANCH_CURSOR
           END-EXEC

           PERFORM 1031-FETCH-BRANCH
           PERFORM 1032-STORE-BRANCH UNTIL END-OF-BRANCHES

           EXEC SQL
              CLOSE BRANCH_CURSOR
           END-EXEC.

      ******************************************************************
       1031-FETCH-BRANCH.
      ******************************************************************

           EXEC SQL
              FETCH BRANCH_CURSOR
                    INTO :BRANCH_CODE, :BRANCH_SCHEMA
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              SET END-OF-BRANCHES TO TRUE
           END-IF.

      ******************************************************************
       1032-STORE-BRANCH.
      ******************************************************************

           IF BRANCH-COUNT < 50
              ADD 1 TO BRANCH-COUNT
              MOVE BRANCH_CODE TO BRANCH-CODE-WS(BRANCH-COUNT)
              MOVE BRANCH_SCHEMA TO BRANCH-SCHEMA-WS(BRANCH-COUNT)
           ELSE
              DISPLAY "BPERCLOSE - MORE THAN 50 BRANCHES, EXTRA SKIPPED"
              SET END-OF-BRANCHES TO TRUE
           END-IF

           IF NOT END-OF-BRANCHES
              PERFORM 1031-FETCH-BRANCH
           END-IF.

      ******************************************************************
       1040-NEXT-BRANCH-PASS.
      ******************************************************************

           MOVE BRANCH-CODE-WS(BRANCH-INDEX) TO PASS-BRANCH-CODE
           MOVE BRANCH-SCHEMA-WS(BRANCH-INDEX) TO BRANCH_SCHEMA
           EXEC SQL
              SET search_path TO :BRANCH_SCHEMA
           END-EXEC
           PERFORM 2000-RUN-CLOSE-PASS.

      ******************************************************************
       2000-RUN-CLOSE-PASS.
      ******************************************************************
      *    Each schema is its own book with its own business date and
      *    its own periods -- proved and closed on their own.
           PERFORM 2010-READ-BUSINESS-DATE

           IF BUSINESS-DATE-FOUND
              PERFORM 2020-OPEN-MISSING-PERIODS
              PERFORM 2030-LOAD-PERIODS
              PERFORM 3000-CLOSE-PERIOD
                    VARYING PERIOD-INDEX FROM 1 BY 1
                    UNTIL PERIOD-INDEX > PERIOD-COUNT
           END-IF.

      ******************************************************************
       2010-READ-BUSINESS-DATE.
      ******************************************************************
      *    Month-end is the night BCUTOVER rolled the business date
      *    out of the month the previous business date was in --
      *    it decides when a REOPENED period is closed again; OPEN
      *    periods are opened and tried every night. No
      *    business_date row means the calendar isn't in use in this
      *    schema, and there is no business month to close.
           MOVE "N" TO BUSINESS-DATE-SWITCH
           MOVE "N" TO MONTH-END-FLAG

           EXEC SQL
              SELECT to_char(current_business_date, 'YYYYMMDD'),
                    COALESCE(to_char(previous_business_date,
                    'YYYYMMDD'), '00000000')
                    INTO :CURRENT-BUS-DATE, :PREVIOUS-BUS-DATE
                    FROM business_date
           END-EXEC

           IF SQLCODE EQUAL 100
              DISPLAY "BPERCLOSE - BRANCH " PASS-BRANCH-CODE
                    " NO BUSINESS DATE - NOTHING TO CLOSE"
           ELSE IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BPERCLOSE - BUSINESS DATE READ FAILED, SQLCODE "
                    SQLCODE
              MOVE 8 TO RETURN-CODE
           ELSE
              SET BUSINESS-DATE-FOUND TO TRUE
              IF PREVIOUS-BUS-DATE NOT EQUAL ZERO
                    AND PREVIOUS-BUS-DATE(1:6)
                    NOT EQUAL CURRENT-BUS-DATE(1:6)
                 MOVE "Y" TO MONTH-END-FLAG
              END-IF
           END-IF.

      ******************************************************************
       2020-OPEN-MISSING-PERIODS.
      ******************************************************************
      *    Every month before the current business month that saw a
      *    movement, live or archived, gets its period row, OPEN until
      *    its trial balance proves. On a month-end night that is the
      *    month just rolled off; a month whose own night never got
      *    this far is picked up by whichever run comes next. A
      *    CARRY FORWARD row alone is an opening balance, not a
      *    movement. Nothing to add is the usual night (SQLCODE 100).
           EXEC SQL
              INSERT INTO accounting_period (period_id, period_start,
                    period_end, status)
                    SELECT to_char(m.month_start, 'YYYYMM'),
                    m.month_start,
                    CAST(m.month_start + INTERVAL '1 month'
                    - INTERVAL '1 day' AS DATE),
                    "OPEN"
                    FROM (SELECT DISTINCT CAST(date_trunc('month',
                       l.business_date) AS DATE) AS month_start
                       FROM (SELECT business_date, reference
                          FROM ledger
                       UNION ALL
                       SELECT business_date, reference
                          FROM ledger_archive) l
                       WHERE l.business_date
                       < CAST(date_trunc('month',
                       to_date(:CURRENT-BUS-DATE, 'YYYYMMDD')) AS DATE)
                       AND COALESCE(l.reference, " ")
                       NOT LIKE "CARRY FORWARD %") m
                    WHERE NOT EXISTS (SELECT 1
                    FROM accounting_period p WHERE p.period_id
                    = to_char(m.month_start, 'YYYYMM'))
           END-EXEC

           IF SQLCODE EQUAL ZERO OR SQLCODE EQUAL 100
              EXEC SQL COMMIT WORK END-EXEC
           ELSE
              DISPLAY "BPERCLOSE - PERIOD INSERT FAILED, SQLCODE "
                    SQLCODE
              MOVE 8 TO RETURN-CODE
              EXEC SQL ROLLBACK WORK END-EXEC
           END-IF.

      ******************************************************************
       2030-LOAD-PERIODS.
      ******************************************************************
      *    Read into a table first -- each period commits its own
      *    close, and the cursor must not be open across that.
           MOVE ZERO TO PERIOD-COUNT
           MOVE "N" TO PERIODS-DONE-SWITCH

           EXEC SQL
              OPEN PERIOD_CURSOR
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BPERCLOSE - PERIOD OPEN FAILED, SQLCODE "
                    SQLCODE
              MOVE 8 TO RETURN-CODE
              SET END-OF-PERIODS TO TRUE
           ELSE
              PERFORM 2031-FETCH-PERIOD
              PERFORM 2032-STORE-PERIOD UNTIL END-OF-PERIODS
              EXEC SQL
                 CLOSE PERIOD_CURSOR
              END-EXEC
           END-IF.

      ******************************************************************
       2031-FETCH-PERIOD.
      ******************************************************************

           EXEC SQL
              FETCH PERIOD_CURSOR
                    INTO :PD-ID, :PD-START, :PD-END
           END-EXEC

           IF SQLCODE EQUAL 100
              SET END-OF-PERIODS TO TRUE
           ELSE IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BPERCLOSE - FETCH FAILED, SQLCODE " SQLCODE
              MOVE 8 TO RETURN-CODE
              SET END-OF-PERIODS TO TRUE
           END-IF.

      ******************************************************************
       2032-STORE-PERIOD.
      ******************************************************************

           IF PERIOD-COUNT < 24
              ADD 1 TO PERIOD-COUNT
              MOVE PD-ID TO PER-ID(PERIOD-COUNT)
              MOVE PD-START TO PER-START(PERIOD-COUNT)
              MOVE PD-END TO PER-END(PERIOD-COUNT)
           ELSE
              DISPLAY "BPERCLOSE - MORE THAN 24 PERIODS, REST NEXT RUN"
              SET END-OF-PERIODS TO TRUE
           END-IF

           IF NOT END-OF-PERIODS
              PERFORM 2031-FETCH-PERIOD
           END-IF.

      ******************************************************************
       3000-CLOSE-PERIOD.
      ******************************************************************
      *    One trial balance per period. The period only closes when
      *    every line mapped, every row was read and the two sides
      *    agree to the cent.
           MOVE PER-ID(PERIOD-INDEX) TO CLOSE-PERIOD-ID
           MOVE PER-START(PERIOD-INDEX) TO CLOSE-START
           MOVE PER-END(PERIOD-INDEX) TO CLOSE-END

           MOVE ZERO TO COA-COUNT
           MOVE ZERO TO TOTAL-DEBITS
           MOVE ZERO TO TOTAL-CREDITS
           MOVE ZERO TO UNMAPPED-LINES
           MOVE "N" TO PERIOD-FAULT-SWITCH

           PERFORM 3010-PRINT-PERIOD-HEADING

           EXEC SQL
              OPEN TB_CURSOR
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BPERCLOSE - TRIAL BALANCE OPEN FAILED, SQLCODE "
                    SQLCODE
              MOVE 8 TO RETURN-CODE
              SET PERIOD-IN-FAULT TO TRUE
           ELSE
              MOVE "N" TO LINES-DONE-SWITCH
              PERFORM 3020-FETCH-TB-LINE
              PERFORM 3030-NEXT-TB-LINE UNTIL END-OF-LINES
              EXEC SQL
                 CLOSE TB_CURSOR
              END-EXEC
           END-IF

           PERFORM 3100-PRINT-COA-HEADING
           PERFORM 3110-PRINT-COA-LINE
                 VARYING COA-INDEX FROM 1 BY 1
                 UNTIL COA-INDEX > COA-COUNT

           PERFORM 3200-PRINT-PROOF

           IF TOTAL-DEBITS EQUAL TOTAL-CREDITS
                 AND UNMAPPED-LINES EQUAL ZERO
                 AND NOT PERIOD-IN-FAULT
              PERFORM 3300-MARK-CLOSED
           ELSE
              PERFORM 3400-LEAVE-OPEN
           END-IF.

      ******************************************************************
       3010-PRINT-PERIOD-HEADING.
      ******************************************************************

           MOVE SPACES TO CLOSE-LINE
           WRITE CLOSE-LINE

           MOVE SPACES TO CLOSE-LINE
           STRING "BRANCH " PASS-BRANCH-CODE
                 "  PERIOD " CLOSE-PERIOD-ID
                 "  " CLOSE-START " - " CLOSE-END
                 DELIMITED BY SIZE INTO CLOSE-LINE
           WRITE CLOSE-LINE

           MOVE SPACES TO CLOSE-LINE
           STRING "ACCT TYPE  BUCKET   COA CODE   CONTRA    "
                 "     ROWS          DEBITS         CREDITS"
                 DELIMITED BY SIZE INTO CLOSE-LINE
           WRITE CLOSE-LINE.

      ******************************************************************
       3020-FETCH-TB-LINE.
      ******************************************************************

           EXEC SQL
              FETCH TB_CURSOR
                    INTO :TB-ACCOUNT-TYPE, :TB-BUCKET, :TB-COA-CODE,
                    :TB-CONTRA-CODE, :TB-COUNT, :TB-DEBIT, :TB-CREDIT
           END-EXEC

           IF SQLCODE EQUAL 100
              SET END-OF-LINES TO TRUE
           ELSE IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BPERCLOSE - FETCH FAILED, SQLCODE " SQLCODE
              MOVE 8 TO RETURN-CODE
              SET PERIOD-IN-FAULT TO TRUE
              SET END-OF-LINES TO TRUE
           END-IF.

      ******************************************************************
       3030-NEXT-TB-LINE.
      ******************************************************************

           PERFORM 3040-RECORD-TB-LINE
           PERFORM 3020-FETCH-TB-LINE.

      ******************************************************************
       3040-RECORD-TB-LINE.
      ******************************************************************
      *    The ledger leg lands on the pair's own code, debit for
      *    debit. Where the mapping names a contra code the ledger
      *    doesn't carry the other leg, so the same amounts land there
      *    the other way round.
           MOVE TB-COUNT TO ROW-COUNT-ED
           MOVE TB-DEBIT TO DEBIT-ED
           MOVE TB-CREDIT TO CREDIT-ED

           MOVE SPACES TO CLOSE-LINE
           STRING TB-ACCOUNT-TYPE " " TB-BUCKET " " TB-COA-CODE " "
                 TB-CONTRA-CODE " " ROW-COUNT-ED " " DEBIT-ED " "
                 CREDIT-ED
                 DELIMITED BY SIZE INTO CLOSE-LINE
           WRITE CLOSE-LINE

           IF TB-COA-CODE EQUAL "UNMAPPED"
              ADD 1 TO UNMAPPED-LINES
              DISPLAY "BPERCLOSE - NO GL_MAPPING FOR " TB-ACCOUNT-TYPE
                    " " TB-BUCKET
           END-IF

           MOVE TB-COA-CODE TO SEARCH-COA-CODE
           MOVE TB-DEBIT TO POST-DEBIT
           MOVE TB-CREDIT TO POST-CREDIT
           PERFORM 3050-POST-TO-COA

           IF TB-CONTRA-CODE NOT EQUAL SPACES
              MOVE TB-CONTRA-CODE TO SEARCH-COA-CODE
              MOVE TB-CREDIT TO POST-DEBIT
              MOVE TB-DEBIT TO POST-CREDIT
              PERFORM 3050-POST-TO-COA
           END-IF.

      ******************************************************************
       3050-POST-TO-COA.
      ******************************************************************
      *    A code not seen yet in this period gets the next slot,
      *    zeroed. The proof totals count every posted leg whether or
      *    not it found a slot.
           ADD POST-DEBIT TO TOTAL-DEBITS
           ADD POST-CREDIT TO TOTAL-CREDITS

           MOVE "N" TO COA-FOUND-SWITCH
           MOVE ZERO TO COA-INDEX

           PERFORM 3060-SCAN-COA
                 VARYING SCAN-INDEX FROM 1 BY 1
                 UNTIL SCAN-INDEX > COA-COUNT OR COA-FOUND

           IF NOT COA-FOUND
              IF COA-COUNT < 100
                 ADD 1 TO COA-COUNT
                 MOVE COA-COUNT TO COA-INDEX
                 MOVE SEARCH-COA-CODE TO COA-CODE(COA-INDEX)
                 MOVE ZERO TO COA-DEBIT(COA-INDEX)
                 MOVE ZERO TO COA-CREDIT(COA-INDEX)
                 SET COA-FOUND TO TRUE
              ELSE
                 DISPLAY "BPERCLOSE - MORE THAN 100 COA CODES, "
                       SEARCH-COA-CODE " LEFT OFF THE PRINT"
                 SET PERIOD-IN-FAULT TO TRUE
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF

           IF COA-FOUND
              ADD POST-DEBIT TO COA-DEBIT(COA-INDEX)
              ADD POST-CREDIT TO COA-CREDIT(COA-INDEX)
           END-IF.

      ******************************************************************
       3060-SCAN-COA.
      ******************************************************************

           IF COA-CODE(SCAN-INDEX) EQUAL SEARCH-COA-CODE
              MOVE SCAN-INDEX TO COA-INDEX
              SET COA-FOUND TO TRUE
           END-IF.

      ******************************************************************
       3100-PRINT-COA-HEADING.
      ******************************************************************

           MOVE SPACES TO CLOSE-LINE
           WRITE CLOSE-LINE

           MOVE SPACES TO CLOSE-LINE
           STRING "CHART OF ACCOUNTS          DEBITS         CREDITS"
                 DELIMITED BY SIZE INTO CLOSE-LINE
           WRITE CLOSE-LINE.

      ******************************************************************
       3110-PRINT-COA-LINE.
      ******************************************************************

           MOVE COA-DEBIT(COA-INDEX) TO DEBIT-ED
           MOVE COA-CREDIT(COA-INDEX) TO CREDIT-ED

           MOVE SPACES TO CLOSE-LINE
           STRING COA-CODE(COA-INDEX) "       " DEBIT-ED " " CREDIT-ED
                 DELIMITED BY SIZE INTO CLOSE-LINE
           WRITE CLOSE-LINE.

      ******************************************************************
       3200-PRINT-PROOF.
      ******************************************************************

           COMPUTE BALANCE-DIFFERENCE = TOTAL-DEBITS - TOTAL-CREDITS
           MOVE TOTAL-DEBITS TO DEBIT-ED
           MOVE TOTAL-CREDITS TO CREDIT-ED
           MOVE BALANCE-DIFFERENCE TO DIFFERENCE-ED

           MOVE SPACES TO CLOSE-LINE
           STRING "TOTALS                  " DEBIT-ED " " CREDIT-ED
                 "  DIFFERENCE " DIFFERENCE-ED
                 DELIMITED BY SIZE INTO CLOSE-LINE
           WRITE CLOSE-LINE.

      ******************************************************************
       3300-MARK-CLOSED.
      ******************************************************************
      *    From this commit on LEDGPOST refuses postings dated in the
      *    period. The status guard keeps a period someone else
      *    already closed from being stamped twice.
           ACCEPT CURRENT-DATE-WS FROM DATE YYYYMMDD
           ACCEPT CURRENT-TIME-WS FROM TIME
           STRING CURRENT-DATE-WS CURRENT-TIME-WS(1:6)
                 DELIMITED BY SIZE INTO CLOSE-STAMP-TS

           EXEC SQL
              UPDATE accounting_period SET status = "CLOSED",
                    total_debits = :TOTAL-DEBITS,
                    total_credits = :TOTAL-CREDITS,
                    closed_at = :CLOSE-STAMP-TS
                    WHERE period_id = :CLOSE-PERIOD-ID
                    AND status IN ("OPEN", "REOPENED")
           END-EXEC

           IF SQLCODE EQUAL ZERO
              EXEC SQL COMMIT WORK END-EXEC
              ADD 1 TO PERIODS-CLOSED
              MOVE SPACES TO CLOSE-LINE
              STRING "PERIOD " CLOSE-PERIOD-ID
                    " BALANCED - MARKED CLOSED"
                    DELIMITED BY SIZE INTO CLOSE-LINE
              WRITE CLOSE-LINE
           ELSE
              DISPLAY "BPERCLOSE - PERIOD UPDATE FAILED, SQLCODE "
                    SQLCODE
              MOVE 8 TO RETURN-CODE
              EXEC SQL ROLLBACK WORK END-EXEC
              ADD 1 TO PERIODS-LEFT-OPEN
              MOVE SPACES TO CLOSE-LINE
              STRING "PERIOD " CLOSE-PERIOD-ID
                    " LEFT OPEN - UPDATE FAILED"
                    DELIMITED BY SIZE INTO CLOSE-LINE
              WRITE CLOSE-LINE
           END-IF.

      ******************************************************************
       3400-LEAVE-OPEN.
      ******************************************************************
      *    Finance fixes the mapping or the book; the next night's run
      *    tries the period again. Return code 4 so BSCHED shows the
      *    close did not happen.
           ADD 1 TO PERIODS-LEFT-OPEN

           MOVE SPACES TO CLOSE-LINE
           EVALUATE TRUE
              WHEN PERIOD-IN-FAULT
                 STRING "PERIOD " CLOSE-PERIOD-ID
                       " LEFT OPEN - TRIAL BALANCE INCOMPLETE"
                       DELIMITED BY SIZE INTO CLOSE-LINE
              WHEN UNMAPPED-LINES GREATER THAN ZERO
                 STRING "PERIOD " CLOSE-PERIOD-ID
                       " LEFT OPEN - UNMAPPED LINES: " UNMAPPED-LINES
                       DELIMITED BY SIZE INTO CLOSE-LINE
              WHEN OTHER
                 STRING "PERIOD " CLOSE-PERIOD-ID
                       " LEFT OPEN - DEBITS DO NOT EQUAL CREDITS"
                       DELIMITED BY SIZE INTO CLOSE-LINE
           END-EVALUATE
           WRITE CLOSE-LINE

           DISPLAY "BPERCLOSE - " CLOSE-LINE(1:60)

           IF RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
       9000-REPORT-SUMMARY.
      ******************************************************************

           MOVE SPACES TO CLOSE-LINE
           WRITE CLOSE-LINE

           MOVE SPACES TO CLOSE-LINE
           STRING "PERIODS CLOSED: " PERIODS-CLOSED
                 "  PERIODS LEFT OPEN: " PERIODS-LEFT-OPEN
                 DELIMITED BY SIZE INTO CLOSE-LINE
           WRITE CLOSE-LINE

           DISPLAY "BPERCLOSE - PERIODS CLOSED:    " PERIODS-CLOSED
           DISPLAY "BPERCLOSE - PERIODS LEFT OPEN: " PERIODS-LEFT-OPEN.

      ******************************************************************
       9800-CLOSE-OUTPUT.
      ******************************************************************

           CLOSE CLOSE-OUTPUT.

      ******************************************************************
       9900-CLOSE-DB.
      ******************************************************************

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
