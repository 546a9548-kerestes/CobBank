      *****************************************************************
      * Program name:    BLIQLAD
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 04/09/24  KERESTES      Created as the monthly liquidity
      *                         maturity ladder treasury reports to
      *                         the regulator: what flows in and out
      *                         of the bank, per currency, in the time
      *                         bands overnight, 2-7 days, 8-30 days,
      *                         1-3 months, 3-12 months and over 1
      *                         year from the business date.
      *                         Contractual flows: TERM deposits out
      *                         at maturity_date (a deposit with
      *                         rollover_flag Y one term later, the
      *                         way BMATURITY will roll it), DUE loan
      *                         installments in at due_date, standing
      *                         orders out (DEBIT) or in (CREDIT) on
      *                         every due date of the coming year, and
      *                         QUEUED outbound payments out
      *                         overnight. Demand deposits (CHECKING,
      *                         SAVINGS) come off the latest
      *                         balance_snapshot, spread over the
      *                         bands by the liquidity_runoff
      *                         assumptions. Printed ladder with net
      *                         and cumulative gap per band on LIQRPT;
      *                         fixed-width extract with a trailer
      *                         hash total, the BGLEXTR way, on LIQEXT
      *                         for the treasury system. Where branch
      *                         routing is in use every branch schema
      *                         is read and the ladder is bank-wide.
      *
      * Run monthly from cron/JCL (BSCHED dispatches it on the 1st with
      * the other month-end jobs), no CGI input -- DBNAME/USERNAME/
      * PASSWD come from the environment the same way every other
      * program in this system picks them up.
      *
      * Extract layout (80 bytes):
      *   "D" record: branch X(6), date 9(8), currency X(3),
      *               band X(6), category X(8), direction X(3),
      *               count 9(7), amount 9(13)V99
      *   "T" record: date 9(8), record count 9(7),
      *               hash total 9(13)V99
      * Bands: ON, 2-7D, 8-30D, 1-3M, 3-12M, 1Y+. Categories: TERMDEP,
      * TERMROLL, LOANREPY, SORDER, PAYOUT and, for demand deposits,
      * the account_type.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 BLIQLAD.
       AUTHOR.                     ALEXANDRE KERESTES.
       DATE-WRITTEN.               2024-09-04.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIQ-OUTPUT ASSIGN TO LIQRPT
                 ORGANIZATION LINE SEQUENTIAL.
           SELECT LIQ-EXTRACT ASSIGN TO LIQEXT
                 ORGANIZATION LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------

       FILE SECTION.

       FD  LIQ-OUTPUT.
       01  LIQ-LINE                  PIC X(132).

       FD  LIQ-EXTRACT.
       01  EXTRACT-LINE              PIC X(80).
      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.

       01  FLOWS-DONE-SWITCH         PIC X VALUE "N".
           88 END-OF-FLOWS           VALUE "Y".

       01  BRANCHES-DONE-SWITCH      PIC X VALUE "N".
           88 END-OF-BRANCHES        VALUE "Y".

       01  CURRENCY-FOUND-SWITCH     PIC X VALUE "N".
           88 CURRENCY-FOUND         VALUE "Y".

       01  RECORDS-WRITTEN           PIC 9(7) VALUE ZERO.
       01  HASH-TOTAL                PIC S9(13)V99 VALUE ZERO.
       01  FLOWS-DROPPED             PIC 9(7) VALUE ZERO.

      *****************************************************************
      *                    TIME BANDS
      *****************************************************************

       01  BAND-TABLE-WS.
           02 FILLER       PIC X(18) VALUE "ON    OVERNIGHT   ".
           02 FILLER       PIC X(18) VALUE "2-7D  2-7 DAYS    ".
           02 FILLER       PIC X(18) VALUE "8-30D 8-30 DAYS   ".
           02 FILLER       PIC X(18) VALUE "1-3M  1-3 MONTHS  ".
           02 FILLER       PIC X(18) VALUE "3-12M 3-12 MONTHS ".
           02 FILLER       PIC X(18) VALUE "1Y+   OVER 1 YEAR ".
       01  BAND-TABLE-RED REDEFINES BAND-TABLE-WS.
           02 BAND-ENTRY OCCURS 6 TIMES.
              03 BAND-CODE           PIC X(6).
              03 BAND-LABEL          PIC X(12).
       01  BAND-INDEX                PIC 9.

      *****************************************************************
      *                    LADDER ACCUMULATORS
      *****************************************************************

       01  LADDER-TABLE-WS.
           02 LADDER-ENTRY OCCURS 30 TIMES.
              03 LAD-CURRENCY        PIC X(3).
              03 LAD-BAND OCCURS 6 TIMES.
                 04 LAD-INFLOW       PIC S9(13)V99.
                 04 LAD-OUTFLOW      PIC S9(13)V99.
       01  LADDER-COUNT              PIC 99 VALUE ZERO.
       01  LADDER-INDEX              PIC 99.
       01  SCAN-INDEX                PIC 99.

       01  NET-GAP                   PIC S9(13)V99.
       01  CUMULATIVE-GAP            PIC S9(13)V99.

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

       01  INFLOW-ED                 PIC -(11)9.99.
       01  OUTFLOW-ED                PIC -(11)9.99.
       01  NET-GAP-ED                PIC -(11)9.99.
       01  CUMULATIVE-GAP-ED         PIC -(11)9.99.

      *****************************************************************
      *                    EXTRACT RECORD LAYOUTS
      *****************************************************************

       01  EXTRACT-DETAIL-REC.
           02 EXD-TYPE               PIC X VALUE "D".
           02 EXD-BRANCH             PIC X(6).
           02 EXD-DATE               PIC 9(8).
           02 EXD-CURRENCY           PIC X(3).
           02 EXD-BAND               PIC X(6).
           02 EXD-CATEGORY           PIC X(8).
           02 EXD-DIRECTION          PIC X(3).
           02 EXD-COUNT              PIC 9(7).
           02 EXD-AMOUNT             PIC 9(13)V99.
           02 FILLER                 PIC X(23) VALUE SPACES.

       01  EXTRACT-TRAILER-REC.
           02 EXT-TYPE               PIC X VALUE "T".
           02 EXT-DATE               PIC 9(8).
           02 EXT-RECORD-COUNT       PIC 9(7).
           02 EXT-HASH-TOTAL         PIC 9(13)V99.
           02 FILLER                 PIC X(49) VALUE SPACES.

      *----------------------------------------------------------------
      *                        SQL DECLARATION
      *----------------------------------------------------------------

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  BRANCH_CODE             PIC  X(6).
       01  BRANCH_SCHEMA           PIC  X(30).

       01  RUN-DATE                PIC 9(8).
       01  SNAPSHOT-DATE           PIC 9(8).

       01  FL-CURRENCY             PIC X(3).
       01  FL-BAND-NO              PIC 9.
       01  FL-CATEGORY             PIC X(8).
       01  FL-DIRECTION            PIC X(3).
       01  FL-COUNT                PIC 9(7).
       01  FL-AMOUNT               PIC S9(13)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
          DECLARE BRANCH_CURSOR CURSOR FOR
             SELECT branch_code, branch_schema FROM branch
                   ORDER BY branch_code
       END-EXEC.

      *    Every contractual flow with the date it falls due, banded
      *    once on the way out. Loan installments already in ARREARS
      *    are not counted on -- only DUE ones are a contractual
      *    inflow. Standing orders are projected over the coming year
      *    by their frequency.
       EXEC SQL
          DECLARE CONTRACT_CURSOR CURSOR FOR
             SELECT f.currency,
                   CASE WHEN f.flow_date
                      <= to_date(:RUN-DATE, 'YYYYMMDD') + 1 THEN 1
                   WHEN f.flow_date
                      <= to_date(:RUN-DATE, 'YYYYMMDD') + 7 THEN 2
                   WHEN f.flow_date
                      <= to_date(:RUN-DATE, 'YYYYMMDD') + 30 THEN 3
                   WHEN f.flow_date <= to_date(:RUN-DATE, 'YYYYMMDD')
                      + INTERVAL '3 months' THEN 4
                   WHEN f.flow_date <= to_date(:RUN-DATE, 'YYYYMMDD')
                      + INTERVAL '12 months' THEN 5
                   ELSE 6 END,
                   f.category, f.flow_dir, COUNT(*), SUM(f.amount)
                   FROM (SELECT a.currency AS currency,
                      CASE WHEN a.rollover_flag = "Y"
                      THEN "TERMROLL" ELSE "TERMDEP" END AS category,
                      "OUT" AS flow_dir,
                      CASE WHEN a.rollover_flag = "Y"
                      THEN CAST(a.maturity_date
                      + a.term_months * INTERVAL '1 month' AS DATE)
                      ELSE a.maturity_date END AS flow_date,
                      a.balance AS amount
                      FROM account a
                      WHERE a.account_type = "TERM"
                      AND a.status = "OPEN"
                      AND a.balance > 0
                   UNION ALL
                   SELECT a.currency, "LOANREPY", "IN", ls.due_date,
                      ls.principal_amount + ls.interest_amount
                      FROM loan_schedule ls JOIN account a
                      ON a.account_id = ls.account_id
                      WHERE ls.status = "DUE"
                      AND a.status = "OPEN"
                      AND ls.due_date
                      >= to_date(:RUN-DATE, 'YYYYMMDD')
                   UNION ALL
                   SELECT a.currency, "SORDER",
                      CASE WHEN s.direction = "DEBIT"
                      THEN "OUT" ELSE "IN" END,
                      CAST(g.due_at AS DATE), s.amount
                      FROM standing_order s JOIN account a
                      ON a.account_id = s.account_id,
                      generate_series(CAST(s.next_due_date
                      AS TIMESTAMP),
                      CAST(LEAST(s.end_date,
                      to_date(:RUN-DATE, 'YYYYMMDD') + 365)
                      AS TIMESTAMP),
                      CASE s.frequency
                      WHEN "DAILY" THEN INTERVAL '1 day'
                      WHEN "WEEKLY" THEN INTERVAL '7 days'
                      ELSE INTERVAL '1 month' END) AS g(due_at)
                      WHERE s.status = "ACTIVE"
                      AND a.status = "OPEN"
                   UNION ALL
                   SELECT a.currency, "PAYOUT", "OUT",
                      to_date(:RUN-DATE, 'YYYYMMDD'), p.amount
                      FROM outbound_payment p JOIN account a
                      ON a.account_id = p.account_id
                      WHERE p.status = "QUEUED") f
                   GROUP BY 1, 2, 3, 4
                   ORDER BY 1, 2, 3, 4
       END-EXEC.

      *    Demand balances off the newest snapshot on or before the
      *    run date, spread by the run-off table; what a type's rows
      *    leave over is the stable core (band 6), and a type with no
      *    rows is repayable on demand (band 1). Overdrawn accounts
      *    are not a deposit and don't count.
       EXEC SQL
          DECLARE DEMAND_CURSOR CURSOR FOR
             SELECT a.currency, r.band_no, a.account_type, "OUT",
                   COUNT(*), ROUND(SUM(s.balance * r.runoff_pct / 100),
                   2)
                   FROM balance_snapshot s
                   JOIN account a ON a.account_id = s.account_id
                   JOIN liquidity_runoff r
                   ON r.account_type = a.account_type
                   WHERE s.snapshot_date =
                      (SELECT MAX(snapshot_date) FROM balance_snapshot
                      WHERE snapshot_date
                      <= to_date(:RUN-DATE, 'YYYYMMDD'))
                   AND a.account_type IN ("CHECKING", "SAVINGS")
                   AND a.status IN ("OPEN", "DORMANT")
                   AND s.balance > 0
                   GROUP BY 1, 2, 3
             UNION ALL
             SELECT a.currency,
                   CASE WHEN rt.total_pct IS NULL THEN 1 ELSE 6 END,
                   a.account_type, "OUT", COUNT(*),
                   ROUND(SUM(s.balance
                   * (100 - COALESCE(rt.total_pct, 0)) / 100), 2)
                   FROM balance_snapshot s
                   JOIN account a ON a.account_id = s.account_id
                   LEFT JOIN (SELECT account_type,
                      SUM(runoff_pct) AS total_pct
                      FROM liquidity_runoff
                      GROUP BY account_type) rt
                   ON rt.account_type = a.account_type
                   WHERE s.snapshot_date =
                      (SELECT MAX(snapshot_date) FROM balance_snapshot
                      WHERE snapshot_date
                      <= to_date(:RUN-DATE, 'YYYYMMDD'))
                   AND a.account_type IN ("CHECKING", "SAVINGS")
                   AND a.status IN ("OPEN", "DORMANT")
                   AND s.balance > 0
                   AND COALESCE(rt.total_pct, 0) < 100
                   GROUP BY 1, 2, 3
             ORDER BY 1, 2, 3
       END-EXEC.

      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DB-CONNECT
           PERFORM 1010-SET-RUN-DATE
           PERFORM 1020-OPEN-OUTPUT
           PERFORM 1030-LOAD-BRANCH-TABLE

      *    The default search_path first (records tagged with a blank
      *    branch), then one pass per branch schema.
           MOVE SPACES TO PASS-BRANCH-CODE
           PERFORM 2000-RUN-LADDER-PASS

           PERFORM 1040-NEXT-BRANCH-PASS
                 VARYING BRANCH-INDEX FROM 1 BY 1
                 UNTIL BRANCH-INDEX > BRANCH-COUNT

           PERFORM 3000-WRITE-TRAILER
           PERFORM 4000-PRINT-LADDER
                 VARYING LADDER-INDEX FROM 1 BY 1
                 UNTIL LADDER-INDEX > LADDER-COUNT
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
              DISPLAY "BLIQLAD - UNABLE TO CONNECT TO DATABASE"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      ******************************************************************
       1010-SET-RUN-DATE.
      ******************************************************************
      *    The ladder is struck as at the bank's business date --
      *    wall clock when the business_date table is empty. The
      *    snapshot date is only reported; each pass reads the newest
      *    snapshot its own schema holds.
           EXEC SQL
              SELECT to_char(current_business_date, 'YYYYMMDD')
                    INTO :RUN-DATE FROM business_date
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              ACCEPT RUN-DATE FROM DATE YYYYMMDD
           END-IF

           EXEC SQL
              SELECT COALESCE(to_char(MAX(snapshot_date), 'YYYYMMDD'),
                    '00000000')
                    INTO :SNAPSHOT-DATE FROM balance_snapshot
                    WHERE snapshot_date
                    <= to_date(:RUN-DATE, 'YYYYMMDD')
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              MOVE ZERO TO SNAPSHOT-DATE
           END-IF.

      ******************************************************************
       1020-OPEN-OUTPUT.
      ******************************************************************

           OPEN OUTPUT LIQ-OUTPUT
           OPEN OUTPUT LIQ-EXTRACT

           MOVE SPACES TO LIQ-LINE
           STRING "LIQUIDITY MATURITY LADDER AS AT " RUN-DATE
                 " - DEMAND DEPOSITS AT SNAPSHOT " SNAPSHOT-DATE
                 DELIMITED BY SIZE INTO LIQ-LINE
           WRITE LIQ-LINE.

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
              DISPLAY "BLIQLAD - MORE THAN 50 BRANCHES, EXTRA SKIPPED"
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
           PERFORM 2000-RUN-LADDER-PASS.

      ******************************************************************
       2000-RUN-LADDER-PASS.
      ******************************************************************

           EXEC SQL
              OPEN CONTRACT_CURSOR
           END-EXEC

           MOVE "N" TO FLOWS-DONE-SWITCH
           PERFORM 2010-FETCH-CONTRACT-FLOW
           PERFORM 2030-NEXT-CONTRACT-FLOW UNTIL END-OF-FLOWS

           EXEC SQL
              CLOSE CONTRACT_CURSOR
           END-EXEC

           EXEC SQL
              OPEN DEMAND_CURSOR
           END-EXEC

           MOVE "N" TO FLOWS-DONE-SWITCH
           PERFORM 2020-FETCH-DEMAND-FLOW
           PERFORM 2040-NEXT-DEMAND-FLOW UNTIL END-OF-FLOWS

           EXEC SQL
              CLOSE DEMAND_CURSOR
           END-EXEC.

      ******************************************************************
       2010-FETCH-CONTRACT-FLOW.
      ******************************************************************

           EXEC SQL
              FETCH CONTRACT_CURSOR
                    INTO :FL-CURRENCY, :FL-BAND-NO, :FL-CATEGORY,
                    :FL-DIRECTION, :FL-COUNT, :FL-AMOUNT
           END-EXEC

           IF SQLCODE EQUAL 100
              SET END-OF-FLOWS TO TRUE
           ELSE IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BLIQLAD - FETCH FAILED, SQLCODE " SQLCODE
              MOVE 8 TO RETURN-CODE
              SET END-OF-FLOWS TO TRUE
           END-IF.

      ******************************************************************
       2020-FETCH-DEMAND-FLOW.
      ******************************************************************

           EXEC SQL
              FETCH DEMAND_CURSOR
                    INTO :FL-CURRENCY, :FL-BAND-NO, :FL-CATEGORY,
                    :FL-DIRECTION, :FL-COUNT, :FL-AMOUNT
           END-EXEC

           IF SQLCODE EQUAL 100
              SET END-OF-FLOWS TO TRUE
           ELSE IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BLIQLAD - FETCH FAILED, SQLCODE " SQLCODE
              MOVE 8 TO RETURN-CODE
              SET END-OF-FLOWS TO TRUE
           END-IF.

      ******************************************************************
       2030-NEXT-CONTRACT-FLOW.
      ******************************************************************

           PERFORM 2100-RECORD-FLOW
           PERFORM 2010-FETCH-CONTRACT-FLOW.

      ******************************************************************
       2040-NEXT-DEMAND-FLOW.
      ******************************************************************

           PERFORM 2100-RECORD-FLOW
           PERFORM 2020-FETCH-DEMAND-FLOW.

      ******************************************************************
       2100-RECORD-FLOW.
      ******************************************************************
      *    Each fetched row is one extract record and one addition to
      *    its currency's ladder.
           MOVE PASS-BRANCH-CODE TO EXD-BRANCH
           MOVE RUN-DATE TO EXD-DATE
           MOVE FL-CURRENCY TO EXD-CURRENCY
           MOVE BAND-CODE(FL-BAND-NO) TO EXD-BAND
           MOVE FL-CATEGORY TO EXD-CATEGORY
           MOVE FL-DIRECTION TO EXD-DIRECTION
           MOVE FL-COUNT TO EXD-COUNT
           MOVE FL-AMOUNT TO EXD-AMOUNT
           WRITE EXTRACT-LINE FROM EXTRACT-DETAIL-REC

           ADD 1 TO RECORDS-WRITTEN
           ADD FL-AMOUNT TO HASH-TOTAL

           PERFORM 2110-FIND-CURRENCY

           IF CURRENCY-FOUND
              IF FL-DIRECTION EQUAL "IN "
                 ADD FL-AMOUNT
                       TO LAD-INFLOW(LADDER-INDEX, FL-BAND-NO)
              ELSE
                 ADD FL-AMOUNT
                       TO LAD-OUTFLOW(LADDER-INDEX, FL-BAND-NO)
              END-IF
           END-IF.

      ******************************************************************
       2110-FIND-CURRENCY.
      ******************************************************************
      *    A currency not seen yet gets the next ladder slot, zeroed.
           MOVE "N" TO CURRENCY-FOUND-SWITCH
           MOVE ZERO TO LADDER-INDEX

           PERFORM 2120-SCAN-LADDER
                 VARYING SCAN-INDEX FROM 1 BY 1
                 UNTIL SCAN-INDEX > LADDER-COUNT OR CURRENCY-FOUND

           IF NOT CURRENCY-FOUND
              IF LADDER-COUNT < 30
                 ADD 1 TO LADDER-COUNT
                 MOVE LADDER-COUNT TO LADDER-INDEX
                 MOVE FL-CURRENCY TO LAD-CURRENCY(LADDER-INDEX)
                 PERFORM 2130-ZERO-BAND
                       VARYING BAND-INDEX FROM 1 BY 1
                       UNTIL BAND-INDEX > 6
                 SET CURRENCY-FOUND TO TRUE
              ELSE
                 DISPLAY "BLIQLAD - MORE THAN 30 CURRENCIES, "
                       FL-CURRENCY " LEFT OFF THE LADDER"
                 ADD 1 TO FLOWS-DROPPED
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

      ******************************************************************
       2120-SCAN-LADDER.
      ******************************************************************

           IF LAD-CURRENCY(SCAN-INDEX) EQUAL FL-CURRENCY
              MOVE SCAN-INDEX TO LADDER-INDEX
              SET CURRENCY-FOUND TO TRUE
           END-IF.

      ******************************************************************
       2130-ZERO-BAND.
      ******************************************************************

           MOVE ZERO TO LAD-INFLOW(LADDER-INDEX, BAND-INDEX)
           MOVE ZERO TO LAD-OUTFLOW(LADDER-INDEX, BAND-INDEX).

      ******************************************************************
       3000-WRITE-TRAILER.
      ******************************************************************

           MOVE RUN-DATE TO EXT-DATE
           MOVE RECORDS-WRITTEN TO EXT-RECORD-COUNT
           MOVE HASH-TOTAL TO EXT-HASH-TOTAL
           WRITE EXTRACT-LINE FROM EXTRACT-TRAILER-REC.

      ******************************************************************
       4000-PRINT-LADDER.
      ******************************************************************

           MOVE SPACES TO LIQ-LINE
           WRITE LIQ-LINE

           MOVE SPACES TO LIQ-LINE
           STRING "CURRENCY " LAD-CURRENCY(LADDER-INDEX)
                 DELIMITED BY SIZE INTO LIQ-LINE
           WRITE LIQ-LINE

           MOVE SPACES TO LIQ-LINE
           STRING "TIME BAND           INFLOWS        OUTFLOWS"
                 "         NET GAP  CUMULATIVE GAP"
                 DELIMITED BY SIZE INTO LIQ-LINE
           WRITE LIQ-LINE

           MOVE ZERO TO CUMULATIVE-GAP
           PERFORM 4010-PRINT-BAND
                 VARYING BAND-INDEX FROM 1 BY 1
                 UNTIL BAND-INDEX > 6.

      ******************************************************************
       4010-PRINT-BAND.
      ******************************************************************

           COMPUTE NET-GAP = LAD-INFLOW(LADDER-INDEX, BAND-INDEX)
                 - LAD-OUTFLOW(LADDER-INDEX, BAND-INDEX)
           ADD NET-GAP TO CUMULATIVE-GAP

           MOVE LAD-INFLOW(LADDER-INDEX, BAND-INDEX) TO INFLOW-ED
           MOVE LAD-OUTFLOW(LADDER-INDEX, BAND-INDEX) TO OUTFLOW-ED
           MOVE NET-GAP TO NET-GAP-ED
           MOVE CUMULATIVE-GAP TO CUMULATIVE-GAP-ED

           MOVE SPACES TO LIQ-LINE
           STRING BAND-LABEL(BAND-INDEX) " " INFLOW-ED " "
                 OUTFLOW-ED " " NET-GAP-ED " " CUMULATIVE-GAP-ED
                 DELIMITED BY SIZE INTO LIQ-LINE
           WRITE LIQ-LINE.

      ******************************************************************
       9000-REPORT-SUMMARY.
      ******************************************************************

           MOVE SPACES TO LIQ-LINE
           WRITE LIQ-LINE

           MOVE SPACES TO LIQ-LINE
           STRING "CURRENCIES: " LADDER-COUNT
                 "  EXTRACT RECORDS: " RECORDS-WRITTEN
                 "  LEFT OFF LADDER: " FLOWS-DROPPED
                 DELIMITED BY SIZE INTO LIQ-LINE
           WRITE LIQ-LINE

           DISPLAY "BLIQLAD - CURRENCIES:      " LADDER-COUNT
           DISPLAY "BLIQLAD - RECORDS WRITTEN: " RECORDS-WRITTEN
           DISPLAY "BLIQLAD - HASH TOTAL:      " HASH-TOTAL.

      ******************************************************************
       9800-CLOSE-OUTPUT.
      ******************************************************************

           CLOSE LIQ-OUTPUT
           CLOSE LIQ-EXTRACT.

      ******************************************************************
       9900-CLOSE-DB.
      ******************************************************************

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
