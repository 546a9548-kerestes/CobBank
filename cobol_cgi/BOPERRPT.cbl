      *****************************************************************
      * Program name:    BOPERRPT
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 02/09/24  KERESTES      Created as the daily operator activity
      *                         report audit kept asking someone to
      *                         write SQL for. Section 1 lists, per
      *                         operator, the day's postings (count and
      *                         total by transaction type, read off
      *                         the ledger reference), approvals
      *                         requested and decided on
      *                         pending_approval, till movements,
      *                         debits LIMITCHK refused and
      *                         attachments placed. Section 2 lists the
      *                         calls AUTHCHK refused, by caller.
      *                         Section 3 is the segregation-of-duties
      *                         exceptions: two operators who keep
      *                         approving each other's requests,
      *                         postings made outside the operator's
      *                         branch, postings by an inactive or
      *                         unknown operator, and postings to an
      *                         account held by a client whose name
      *                         matches the operator's. Where branch
      *                         routing is in use the report repeats
      *                         once per branch schema, the BGLEXTR
      *                         way.
      *
      * Run end-of-day from cron/JCL (BSCHED dispatches it after
      * BTILLRPT, ahead of the cutover), no CGI input -- DBNAME/
      * USERNAME/PASSWD come from the environment the same way every
      * other program in this system picks them up; SOD_LOOKBACK_DAYS
      * (how far back mutual approvals are counted, default 30) and
      * SOD_MUTUAL_MIN (approvals each way before a pair is flagged,
      * default 2) the same way. Report on OPEROUT.
      *
      * The posting branch is the pass's branch; on the default
      * search_path it is the till's branch for a till leg and unknown
      * (never flagged) otherwise. An operator with no branch_code is
      * not tied to a branch and is never flagged for it.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 BOPERRPT.
       AUTHOR.                     ALEXANDRE KERESTES.
       DATE-WRITTEN.               2024-09-02.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-OUTPUT ASSIGN TO OPEROUT
                 ORGANIZATION LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------

       FILE SECTION.

       FD  OPER-OUTPUT.
       01  OPER-LINE                 PIC X(132).
      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.

       01  ACTIVITY-DONE-SWITCH      PIC X VALUE "N".
           88 END-OF-ACTIVITY        VALUE "Y".

       01  REFUSED-DONE-SWITCH       PIC X VALUE "N".
           88 END-OF-REFUSED         VALUE "Y".

       01  EXCEPTION-DONE-SWITCH     PIC X VALUE "N".
           88 END-OF-EXCEPTIONS      VALUE "Y".

       01  BRANCHES-DONE-SWITCH      PIC X VALUE "N".
           88 END-OF-BRANCHES        VALUE "Y".

       77  DEFAULT-LOOKBACK-DAYS     PIC 9(3) VALUE 30.
       77  DEFAULT-MUTUAL-MIN        PIC 9(3) VALUE 2.

       01  OPERATORS-LISTED          PIC 9(7) VALUE ZERO.
       01  REFUSED-LISTED            PIC 9(7) VALUE ZERO.
       01  EXCEPTIONS-FLAGGED        PIC 9(7) VALUE ZERO.

       01  LAST-OPERATOR-ID          PIC X(8).

      *****************************************************************
      *                    BRANCH PASS WORK AREAS
      *****************************************************************

       01  BRANCH-TABLE-WS.
           02 BRANCH-ENTRY OCCURS 50 TIMES.
              03 BRANCH-CODE-WS      PIC X(6).
              03 BRANCH-SCHEMA-WS    PIC X(30).
       01  BRANCH-COUNT              PIC 99 VALUE ZERO.
       01  BRANCH-INDEX              PIC 99.

      *****************************************************************
      *                    PRINT-LINE WORK AREAS
      *****************************************************************

       01  AMOUNT-ED                 PIC -(11)9.99.
       01  COUNT-ED                  PIC Z(6)9.
       01  COUNT-2-ED                PIC Z(6)9.

      *----------------------------------------------------------------
      *                        SQL DECLARATION
      *----------------------------------------------------------------

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  BRANCH_CODE             PIC  X(6).
       01  BRANCH_SCHEMA           PIC  X(30).
       01  PASS-BRANCH-CODE        PIC  X(6).

       01  RUN-DATE                PIC 9(8).
       01  LOOKBACK-DAYS           PIC 9(3) VALUE ZERO.
       01  MUTUAL-MIN              PIC 9(3) VALUE ZERO.

       01  OA-OPERATOR-ID          PIC X(8).
       01  OA-OPERATOR-NAME        PIC X(40).
       01  OA-ACTIVE               PIC X(1).
       01  OA-SORT-KEY             PIC 9.
       01  OA-ACTIVITY             PIC X(30).
       01  OA-COUNT                PIC 9(7).
       01  OA-AMOUNT               PIC S9(13)V99.

       01  RF-CALLER-ID            PIC X(10).
       01  RF-TRANSACTION          PIC X(10).
       01  RF-REASON               PIC X(40).
       01  RF-COUNT                PIC 9(7).

       01  EX-KIND                 PIC X(8).
       01  EX-OPERATOR-ID          PIC X(8).
       01  EX-DETAIL               PIC X(20).
       01  EX-COUNT                PIC 9(7).
       01  EX-COUNT-2              PIC 9(7).
       01  EX-AMOUNT               PIC S9(13)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
          DECLARE BRANCH_CURSOR CURSOR FOR
             SELECT branch_code, branch_schema FROM branch
                   ORDER BY branch_code
       END-EXEC.

      *    Everything an operator did today, one row per kind of thing,
      *    ordered so each operator's rows print together. The posting
      *    type is read off the reference each channel writes; the
      *    bank's own SYSTEM postings are not an operator's doing.
       EXEC SQL
          DECLARE ACTIVITY_CURSOR CURSOR FOR
             SELECT x.op_id,
                   COALESCE(o.operator_name, "UNKNOWN OPERATOR"),
                   COALESCE(o.active, "N"),
                   x.sort_key, x.activity, x.item_count, x.item_amount
                   FROM (SELECT l.operator_id AS op_id, 1 AS sort_key,
                      "POSTED " ||
                      CASE WHEN l.reference LIKE "CASH DEPOSIT%"
                      THEN "CASHDEP"
                      WHEN l.reference LIKE "CASH WITHDRAWAL%"
                      THEN "CASHWDL"
                      WHEN l.reference LIKE "CASH %"
                      THEN "TILL"
                      WHEN l.reference LIKE "TRF%"
                      OR l.reference LIKE "FX %"
                      THEN "TRANSFER"
                      WHEN l.reference LIKE "EXT %"
                      THEN "EXTPAY"
                      WHEN l.reference LIKE "REV OF %"
                      THEN "REVERSAL"
                      WHEN l.reference LIKE "ATT %"
                      THEN "ATTACH"
                      WHEN l.reference LIKE "DSP %"
                      THEN "DISPUTE"
                      WHEN l.reference LIKE "SUSP %"
                      THEN "SUSPENSE"
                      WHEN l.reference IN ("CLOSURE TRANSFER",
                      "CLOSING INTEREST")
                      THEN "CLOSURE"
                      WHEN l.reference = "ESTATE SETTLEMENT"
                      THEN "ESTATE"
                      ELSE "MOVEMENT" END || " " || l.direction
                      AS activity,
                      COUNT(*) AS item_count,
                      SUM(l.amount) AS item_amount
                      FROM ledger l
                      WHERE l.business_date
                      = to_date(:RUN-DATE, 'YYYYMMDD')
                      AND l.operator_id IS NOT NULL
                      AND l.operator_id <> "SYSTEM"
                      GROUP BY 1, 2, 3
                   UNION ALL
                   SELECT requested_by, 2,
                      "REQUESTED " || action_type, COUNT(*), 0
                      FROM pending_approval
                      WHERE CAST(requested_at AS DATE)
                      = to_date(:RUN-DATE, 'YYYYMMDD')
                      GROUP BY 1, 2, 3
                   UNION ALL
                   SELECT decided_by, 3,
                      "DECIDED " || status || " " || action_type,
                      COUNT(*), 0
                      FROM pending_approval
                      WHERE CAST(decided_at AS DATE)
                      = to_date(:RUN-DATE, 'YYYYMMDD')
                      AND decided_by IS NOT NULL
                      GROUP BY 1, 2, 3
                   UNION ALL
                   SELECT l.operator_id, 4,
                      "TILL " || t.till_code || " " || l.direction,
                      COUNT(*), SUM(l.amount)
                      FROM ledger l JOIN till t
                      ON t.account_id = l.account_id
                      WHERE l.business_date
                      = to_date(:RUN-DATE, 'YYYYMMDD')
                      AND l.operator_id IS NOT NULL
                      AND l.operator_id <> "SYSTEM"
                      GROUP BY 1, 2, 3
                   UNION ALL
                   SELECT operator_id, 5,
                      "REFUSED LIMIT " || limit_category,
                      COUNT(*), SUM(attempted_amount)
                      FROM limit_breach
                      WHERE business_date
                      = to_date(:RUN-DATE, 'YYYYMMDD')
                      AND operator_id IS NOT NULL
                      GROUP BY 1, 2, 3
                   UNION ALL
                   SELECT operator_id, 6, "ATTACHMENT PLACED",
                      COUNT(*), SUM(amount)
                      FROM account_attachment
                      WHERE CAST(placed_at AS DATE)
                      = to_date(:RUN-DATE, 'YYYYMMDD')
                      AND operator_id IS NOT NULL
                      GROUP BY 1, 2, 3) x
                   LEFT JOIN operator o ON o.operator_id = x.op_id
                   ORDER BY 1, 4, 5
       END-EXEC.

      *    auth_failure carries the calling system, not an operator.
       EXEC SQL
          DECLARE REFUSED_CURSOR CURSOR FOR
             SELECT COALESCE(caller_id, " "),
                   COALESCE(transaction_name, " "),
                   COALESCE(reason, " "), COUNT(*)
                   FROM auth_failure
                   WHERE CAST(failed_at AS DATE)
                   = to_date(:RUN-DATE, 'YYYYMMDD')
                   GROUP BY 1, 2, 3
                   ORDER BY 1, 2, 3
       END-EXEC.

      *    MUTUAL: a pair who each approved at least MUTUAL-MIN of the
      *    other's requests over the lookback, listed on a day one of
      *    those approvals was made. BRANCH: postings made at a branch
      *    other than the operator's own. INACTIVE: postings by an
      *    operator the operator table has inactive, or doesn't know.
      *    NAMEMTCH: postings to an account whose registered client or
      *    any holder has the operator's name, either way round.
       EXEC SQL
          DECLARE EXCEPTION_CURSOR CURSOR FOR
             SELECT "MUTUAL", x.decided_by, x.requested_by,
                   x.n, y.n, 0
                   FROM (SELECT requested_by, decided_by,
                      COUNT(*) AS n,
                      SUM(CASE WHEN CAST(decided_at AS DATE)
                      = to_date(:RUN-DATE, 'YYYYMMDD')
                      THEN 1 ELSE 0 END) AS today
                      FROM pending_approval
                      WHERE status = "APPROVED"
                      AND CAST(decided_at AS DATE)
                      > to_date(:RUN-DATE, 'YYYYMMDD') - :LOOKBACK-DAYS
                      AND CAST(decided_at AS DATE)
                      <= to_date(:RUN-DATE, 'YYYYMMDD')
                      GROUP BY requested_by, decided_by) x
                   JOIN (SELECT requested_by, decided_by,
                      COUNT(*) AS n,
                      SUM(CASE WHEN CAST(decided_at AS DATE)
                      = to_date(:RUN-DATE, 'YYYYMMDD')
                      THEN 1 ELSE 0 END) AS today
                      FROM pending_approval
                      WHERE status = "APPROVED"
                      AND CAST(decided_at AS DATE)
                      > to_date(:RUN-DATE, 'YYYYMMDD') - :LOOKBACK-DAYS
                      AND CAST(decided_at AS DATE)
                      <= to_date(:RUN-DATE, 'YYYYMMDD')
                      GROUP BY requested_by, decided_by) y
                   ON y.requested_by = x.decided_by
                   AND y.decided_by = x.requested_by
                   WHERE x.decided_by < x.requested_by
                   AND x.n >= :MUTUAL-MIN AND y.n >= :MUTUAL-MIN
                   AND x.today + y.today > 0
             UNION ALL
             SELECT "BRANCH", l.operator_id,
                   COALESCE(NULLIF(:PASS-BRANCH-CODE, " "),
                   t.branch_code), COUNT(*), 0, SUM(l.amount)
                   FROM ledger l
                   JOIN operator o ON o.operator_id = l.operator_id
                   LEFT JOIN till t ON t.account_id = l.account_id
                   WHERE l.business_date
                   = to_date(:RUN-DATE, 'YYYYMMDD')
                   AND o.branch_code <> " "
                   AND COALESCE(NULLIF(:PASS-BRANCH-CODE, " "),
                   t.branch_code, o.branch_code) <> o.branch_code
                   GROUP BY 1, 2, 3
             UNION ALL
             SELECT "INACTIVE", l.operator_id,
                   CASE WHEN o.operator_id IS NULL THEN "UNKNOWN"
                   ELSE "INACTIVE" END, COUNT(*), 0, SUM(l.amount)
                   FROM ledger l
                   LEFT JOIN operator o ON o.operator_id = l.operator_id
                   WHERE l.business_date
                   = to_date(:RUN-DATE, 'YYYYMMDD')
                   AND l.operator_id IS NOT NULL
                   AND l.operator_id <> "SYSTEM"
                   AND (o.operator_id IS NULL OR o.active <> "Y")
                   GROUP BY 1, 2, 3
             UNION ALL
             SELECT "NAMEMTCH", l.operator_id, a.account_number,
                   COUNT(*), 0, SUM(l.amount)
                   FROM ledger l
                   JOIN operator o ON o.operator_id = l.operator_id
                   JOIN account a ON a.account_id = l.account_id
                   WHERE l.business_date
                   = to_date(:RUN-DATE, 'YYYYMMDD')
                   AND EXISTS (SELECT 1
                      FROM (SELECT account_id, client_id FROM account
                      UNION
                      SELECT account_id, client_id
                      FROM account_holder) h
                      JOIN client c ON c.client_id = h.client_id
                      WHERE h.account_id = l.account_id
                      AND upper(trim(o.operator_name)) IN
                      (upper(trim(c.prenom) || " " || trim(c.nom)),
                      upper(trim(c.nom) || " " || trim(c.prenom))))
                   GROUP BY 1, 2, 3
             ORDER BY 1, 2, 3
       END-EXEC.

      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DB-CONNECT
           PERFORM 1010-SET-PARAMETERS
           PERFORM 1020-OPEN-OUTPUT
           PERFORM 1030-LOAD-BRANCH-TABLE

      *    The default search_path first, then one pass per branch
      *    schema.
           MOVE SPACES TO PASS-BRANCH-CODE
           PERFORM 2000-RUN-BRANCH-PASS

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
              DISPLAY "BOPERRPT - UNABLE TO CONNECT TO DATABASE"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      ******************************************************************
       1010-SET-PARAMETERS.
      ******************************************************************
      *    The report covers the business date still open -- it runs
      *    ahead of BCUTOVER -- wall clock when the business_date table
      *    is empty. The timestamped tables (approvals, refusals,
      *    attachments) are read by that calendar date.
           EXEC SQL
              SELECT to_char(current_business_date, 'YYYYMMDD')
                    INTO :RUN-DATE FROM business_date
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              ACCEPT RUN-DATE FROM DATE YYYYMMDD
           END-IF

           ACCEPT LOOKBACK-DAYS FROM ENVIRONMENT "SOD_LOOKBACK_DAYS"
           IF LOOKBACK-DAYS EQUAL ZERO
              MOVE DEFAULT-LOOKBACK-DAYS TO LOOKBACK-DAYS
           END-IF

           ACCEPT MUTUAL-MIN FROM ENVIRONMENT "SOD_MUTUAL_MIN"
           IF MUTUAL-MIN EQUAL ZERO
              MOVE DEFAULT-MUTUAL-MIN TO MUTUAL-MIN
           END-IF.

      ******************************************************************
       1020-OPEN-OUTPUT.
      ******************************************************************

           OPEN OUTPUT OPER-OUTPUT

           MOVE SPACES TO OPER-LINE
           STRING "OPERATOR ACTIVITY AND SOD EXCEPTIONS - " RUN-DATE
                 " - MUTUAL APPROVALS " MUTUAL-MIN
                 " EACH WAY IN " LOOKBACK-DAYS " DAYS"
                 DELIMITED BY SIZE INTO OPER-LINE
           WRITE OPER-LINE.

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
              DISPLAY "BOPERRPT - MORE THAN 50 BRANCHES, EXTRA SKIPPED"
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
           PERFORM 2000-RUN-BRANCH-PASS.

      ******************************************************************
       2000-RUN-BRANCH-PASS.
      ******************************************************************

           MOVE SPACES TO OPER-LINE
           WRITE OPER-LINE

           MOVE SPACES TO OPER-LINE
           IF PASS-BRANCH-CODE EQUAL SPACES
              STRING "BRANCH (DEFAULT)"
                    DELIMITED BY SIZE INTO OPER-LINE
           ELSE
              STRING "BRANCH " PASS-BRANCH-CODE
                    DELIMITED BY SIZE INTO OPER-LINE
           END-IF
           WRITE OPER-LINE

           PERFORM 3000-REPORT-ACTIVITY
           PERFORM 4000-REPORT-REFUSED-CALLS
           PERFORM 5000-REPORT-EXCEPTIONS.

      ******************************************************************
       3000-REPORT-ACTIVITY.
      ******************************************************************

           MOVE SPACES TO OPER-LINE
           WRITE OPER-LINE

           MOVE SPACES TO OPER-LINE
           STRING "SECTION 1 - ACTIVITY BY OPERATOR"
                 DELIMITED BY SIZE INTO OPER-LINE
           WRITE OPER-LINE

           MOVE SPACES TO LAST-OPERATOR-ID

           EXEC SQL
              OPEN ACTIVITY_CURSOR
           END-EXEC

           MOVE "N" TO ACTIVITY-DONE-SWITCH
           PERFORM 3010-FETCH-ACTIVITY
           PERFORM 3020-WRITE-ACTIVITY-LINE UNTIL END-OF-ACTIVITY

           EXEC SQL
              CLOSE ACTIVITY_CURSOR
           END-EXEC.

      ******************************************************************
       3010-FETCH-ACTIVITY.
      ******************************************************************

           EXEC SQL
              FETCH ACTIVITY_CURSOR
                    INTO :OA-OPERATOR-ID, :OA-OPERATOR-NAME,
                    :OA-ACTIVE, :OA-SORT-KEY, :OA-ACTIVITY,
                    :OA-COUNT, :OA-AMOUNT
           END-EXEC

           IF SQLCODE EQUAL 100
              SET END-OF-ACTIVITY TO TRUE
           ELSE IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BOPERRPT - FETCH FAILED, SQLCODE " SQLCODE
              MOVE 8 TO RETURN-CODE
              SET END-OF-ACTIVITY TO TRUE
           END-IF.

      ******************************************************************
       3020-WRITE-ACTIVITY-LINE.
      ******************************************************************
      *    A new operator gets a heading line; approvals carry no
      *    amount of their own.
           IF OA-OPERATOR-ID NOT EQUAL LAST-OPERATOR-ID
              ADD 1 TO OPERATORS-LISTED
              MOVE OA-OPERATOR-ID TO LAST-OPERATOR-ID
              MOVE SPACES TO OPER-LINE
              IF OA-ACTIVE EQUAL "Y"
                 STRING "OPERATOR " OA-OPERATOR-ID " "
                       FUNCTION TRIM(OA-OPERATOR-NAME)
                       DELIMITED BY SIZE INTO OPER-LINE
              ELSE
                 STRING "OPERATOR " OA-OPERATOR-ID " "
                       FUNCTION TRIM(OA-OPERATOR-NAME) " (INACTIVE)"
                       DELIMITED BY SIZE INTO OPER-LINE
              END-IF
              WRITE OPER-LINE
           END-IF

           MOVE OA-COUNT TO COUNT-ED
           MOVE OA-AMOUNT TO AMOUNT-ED

           MOVE SPACES TO OPER-LINE
           IF OA-SORT-KEY EQUAL 2 OR OA-SORT-KEY EQUAL 3
              STRING "   " OA-ACTIVITY " COUNT " COUNT-ED
                    DELIMITED BY SIZE INTO OPER-LINE
           ELSE
              STRING "   " OA-ACTIVITY " COUNT " COUNT-ED
                    " TOTAL " AMOUNT-ED
                    DELIMITED BY SIZE INTO OPER-LINE
           END-IF
           WRITE OPER-LINE

           PERFORM 3010-FETCH-ACTIVITY.

      ******************************************************************
       4000-REPORT-REFUSED-CALLS.
      ******************************************************************

           MOVE SPACES TO OPER-LINE
           WRITE OPER-LINE

           MOVE SPACES TO OPER-LINE
           STRING "SECTION 2 - REFUSED CALLS BY CALLER"
                 DELIMITED BY SIZE INTO OPER-LINE
           WRITE OPER-LINE

           EXEC SQL
              OPEN REFUSED_CURSOR
           END-EXEC

           MOVE "N" TO REFUSED-DONE-SWITCH
           PERFORM 4010-FETCH-REFUSED
           PERFORM 4020-WRITE-REFUSED-LINE UNTIL END-OF-REFUSED

           EXEC SQL
              CLOSE REFUSED_CURSOR
           END-EXEC.

      ******************************************************************
       4010-FETCH-REFUSED.
      ******************************************************************

           EXEC SQL
              FETCH REFUSED_CURSOR
                    INTO :RF-CALLER-ID, :RF-TRANSACTION, :RF-REASON,
                    :RF-COUNT
           END-EXEC

           IF SQLCODE EQUAL 100
              SET END-OF-REFUSED TO TRUE
           ELSE IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BOPERRPT - FETCH FAILED, SQLCODE " SQLCODE
              MOVE 8 TO RETURN-CODE
              SET END-OF-REFUSED TO TRUE
           END-IF.

      ******************************************************************
       4020-WRITE-REFUSED-LINE.
      ******************************************************************

           ADD 1 TO REFUSED-LISTED
           MOVE RF-COUNT TO COUNT-ED

           MOVE SPACES TO OPER-LINE
           STRING "CALLER " RF-CALLER-ID " " RF-TRANSACTION " "
                 RF-REASON " COUNT " COUNT-ED
                 DELIMITED BY SIZE INTO OPER-LINE
           WRITE OPER-LINE

           PERFORM 4010-FETCH-REFUSED.

      ******************************************************************
       5000-REPORT-EXCEPTIONS.
      ******************************************************************

           MOVE SPACES TO OPER-LINE
           WRITE OPER-LINE

           MOVE SPACES TO OPER-LINE
           STRING "SECTION 3 - SEGREGATION OF DUTIES EXCEPTIONS"
                 DELIMITED BY SIZE INTO OPER-LINE
           WRITE OPER-LINE

           EXEC SQL
              OPEN EXCEPTION_CURSOR
           END-EXEC

           MOVE "N" TO EXCEPTION-DONE-SWITCH
           PERFORM 5010-FETCH-EXCEPTION
           PERFORM 5020-WRITE-EXCEPTION-LINE UNTIL END-OF-EXCEPTIONS

           EXEC SQL
              CLOSE EXCEPTION_CURSOR
           END-EXEC.

      ******************************************************************
       5010-FETCH-EXCEPTION.
      ******************************************************************

           EXEC SQL
              FETCH EXCEPTION_CURSOR
                    INTO :EX-KIND, :EX-OPERATOR-ID, :EX-DETAIL,
                    :EX-COUNT, :EX-COUNT-2, :EX-AMOUNT
           END-EXEC

           IF SQLCODE EQUAL 100
              SET END-OF-EXCEPTIONS TO TRUE
           ELSE IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BOPERRPT - FETCH FAILED, SQLCODE " SQLCODE
              MOVE 8 TO RETURN-CODE
              SET END-OF-EXCEPTIONS TO TRUE
           END-IF.

      ******************************************************************
       5020-WRITE-EXCEPTION-LINE.
      ******************************************************************

           ADD 1 TO EXCEPTIONS-FLAGGED
           MOVE EX-COUNT TO COUNT-ED
           MOVE EX-COUNT-2 TO COUNT-2-ED
           MOVE EX-AMOUNT TO AMOUNT-ED

           MOVE SPACES TO OPER-LINE
           EVALUATE EX-KIND
              WHEN "MUTUAL"
                 STRING "MUTUAL APPROVALS  OPERATOR " EX-OPERATOR-ID
                       " APPROVED " COUNT-ED " OF "
                       EX-DETAIL(1:8) "'S REQUESTS, " EX-DETAIL(1:8)
                       " APPROVED " COUNT-2-ED " BACK"
                       DELIMITED BY SIZE INTO OPER-LINE
              WHEN "BRANCH"
                 STRING "OUTSIDE BRANCH    OPERATOR " EX-OPERATOR-ID
                       " POSTED AT BRANCH " EX-DETAIL(1:6)
                       " COUNT " COUNT-ED " TOTAL " AMOUNT-ED
                       DELIMITED BY SIZE INTO OPER-LINE
              WHEN "INACTIVE"
                 STRING "INACTIVE OPERATOR OPERATOR " EX-OPERATOR-ID
                       " (" FUNCTION TRIM(EX-DETAIL) ")"
                       " COUNT " COUNT-ED " TOTAL " AMOUNT-ED
                       DELIMITED BY SIZE INTO OPER-LINE
              WHEN OTHER
                 STRING "NAME MATCH        OPERATOR " EX-OPERATOR-ID
                       " POSTED TO ACCOUNT " EX-DETAIL
                       " COUNT " COUNT-ED " TOTAL " AMOUNT-ED
                       DELIMITED BY SIZE INTO OPER-LINE
           END-EVALUATE
           WRITE OPER-LINE

           PERFORM 5010-FETCH-EXCEPTION.

      ******************************************************************
       9000-REPORT-SUMMARY.
      ******************************************************************

           MOVE SPACES TO OPER-LINE
           WRITE OPER-LINE

           MOVE SPACES TO OPER-LINE
           STRING "OPERATORS LISTED: " OPERATORS-LISTED
                 "  REFUSED CALL LINES: " REFUSED-LISTED
                 "  SOD EXCEPTIONS: " EXCEPTIONS-FLAGGED
                 DELIMITED BY SIZE INTO OPER-LINE
           WRITE OPER-LINE

           DISPLAY "BOPERRPT - OPERATORS LISTED:   " OPERATORS-LISTED
           DISPLAY "BOPERRPT - REFUSED CALL LINES: " REFUSED-LISTED
           DISPLAY "BOPERRPT - SOD EXCEPTIONS:     " EXCEPTIONS-FLAGGED.

      ******************************************************************
       9800-CLOSE-OUTPUT.
      ******************************************************************

           CLOSE OPER-OUTPUT.

      ******************************************************************
       9900-CLOSE-DB.
      ******************************************************************

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
