      *                         BDORMANT use) were summing a large
      *                         savings book into cases the customer
      *                         never originated.
      * 26/08/24  KERESTES      WHT withholding-tax debits join the
      *                         bank-posting filter -- one follows
      *                         every interest credit, and a savings
      *                         book's worth of them is no more the
      *                         customer's doing than the accruals.
      * 28/08/24  KERESTES      Clients BRISKRT rates HIGH are flagged
      *                         at AML_HIGH_THRESHOLD (default 5000)
      *                         instead of AML_THRESHOLD, for single
      *                         movements and for the structuring sum
      *                         alike; each case line carries the
      *                         client's rating.
      * 31/08/24  KERESTES      Section 3 lists every customer debit
      *                         LIMITCHK refused today for going over
      *                         the account's daily cash, external or
      *                         total limit (limit_breach) -- a run of
      *                         attempts against a limit is as much a
      *                         surveillance matter as the ones that
      *                         went through.
      * 10/09/24  KERESTES      Section 3 now selects on the breach's
      *                         business_date -- the logged_at test
      *                         compared a TIMESTAMP with a 14-digit
      *                         number, which PostgreSQL refuses, so
      *                         the section was always empty. The
      *                         business date is read the way LIMITCHK
      *                         stamps it (the wall clock when there is
      *                         no business_date row). A failed fetch
      *                         now sets RETURN-CODE 8.
      *
      * Run nightly from cron/JCL, no CGI input -- DBNAME/USERNAME/
      * PASSWD come from the environment the same way every other
      * program in this system picks them up; AML_THRESHOLD (whole
      * currency units, default 10000), AML_HIGH_THRESHOLD (HIGH-risk
      * clients, default 5000) and AML_WINDOW_DAYS (default 7) the same
      * way. Report on AMLOUT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 BSURVEIL.
       01  STRUCT-DONE-SWITCH        PIC X VALUE "N".
           88 END-OF-STRUCT          VALUE "Y".

       01  BREACH-DONE-SWITCH        PIC X VALUE "N".
           88 END-OF-BREACH          VALUE "Y".

       01  LARGE-FLAGGED             PIC 9(7) VALUE ZERO.
       01  STRUCT-FLAGGED            PIC 9(7) VALUE ZERO.
       01  BREACH-FLAGGED            PIC 9(7) VALUE ZERO.

       01  CURRENT-DATE-WS           PIC 9(8).
       01  THRESHOLD-UNITS           PIC 9(7) VALUE ZERO.
       77  DEFAULT-THRESHOLD-UNITS   PIC 9(7) VALUE 10000.
       01  HIGH-THRESHOLD-UNITS      PIC 9(7) VALUE ZERO.
       77  DEFAULT-HIGH-UNITS        PIC 9(7) VALUE 5000.
       01  WINDOW-DAYS               PIC 9(3) VALUE ZERO.
       77  DEFAULT-WINDOW-DAYS       PIC 9(3) VALUE 7.

       01  AMOUNT-ED                 PIC -(11)9.99.
       01  LEDGER-ID-ED              PIC Z(8)9.
       01  ENTRY-COUNT-ED            PIC Z(6)9.
       01  LIMIT-ED                  PIC -(11)9.99.
       01  USED-ED                   PIC -(11)9.99.

      *----------------------------------------------------------------
      *                        SQL DECLARATION
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  THRESHOLD-AMOUNT        PIC S9(13)V99.
       01  HIGH-THRESHOLD-AMOUNT   PIC S9(13)V99.
       01  DAY-START               PIC 9(14).
       01  DAY-END                 PIC 9(14).
       01  RUN-DATE                PIC 9(8).
       01  WINDOW-START            PIC 9(14).

       01  AML_LEDGER_ID           PIC 9(9).
       01  AML_REFERENCE           PIC X(30).
       01  AML_ENTRY_COUNT         PIC 9(7).
       01  AML_SUM_AMOUNT          PIC S9(13)V99.
       01  AML_LIMIT_CATEGORY      PIC X(8).
       01  AML_LIMIT_AMOUNT        PIC S9(13)V99.
       01  AML_USED_AMOUNT         PIC S9(13)V99.
       01  AML_TRANSACTION         PIC X(10).
       01  AML_OPERATOR_ID         PIC X(8).

       01  AML_NOM                 PIC X(100).
       01  AML_PRENOM              PIC X(50).
       01  AML_N_IDENTITE          PIC X(20).
       01  AML_RISK_RATING         PIC X(6).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    A HIGH-risk client's threshold is the lower one; internal
      *    accounts carry no client and take the ordinary threshold.
       EXEC SQL
          DECLARE LARGE_CURSOR CURSOR FOR
             SELECT l.ledger_id, l.account_id, a.account_number,
                   a.client_id, l.amount, l.direction, l.reference
                   FROM ledger l JOIN account a
                   ON a.account_id = l.account_id
                   LEFT JOIN client c ON c.client_id = a.client_id
                   WHERE l.ledger_timestamp BETWEEN :DAY-START
                   AND :DAY-END
                   AND l.amount >= CASE WHEN c.risk_rating = "HIGH"
                      THEN :HIGH-THRESHOLD-AMOUNT
                      ELSE :THRESHOLD-AMOUNT END
                   ORDER BY l.ledger_id
       END-EXEC.

                   COUNT(*), SUM(l.amount)
                   FROM ledger l JOIN account a
                   ON a.account_id = l.account_id
                   LEFT JOIN client c ON c.client_id = a.client_id
                   WHERE l.ledger_timestamp BETWEEN :WINDOW-START
                   AND :DAY-END
                   AND l.amount < CASE WHEN c.risk_rating = "HIGH"
                      THEN :HIGH-THRESHOLD-AMOUNT
                      ELSE :THRESHOLD-AMOUNT END
                   AND l.reference NOT IN ("INTEREST ACCRUAL",
                   "CLOSING INTEREST", "OVERDRAFT INTEREST")
                   AND l.reference NOT LIKE "MAINTENANCE FEE%"
                   AND l.reference NOT LIKE "REV OF %"
                   AND l.reference NOT LIKE "WHT %"
                   GROUP BY l.account_id, a.account_number,
                   a.client_id, c.risk_rating
                   HAVING COUNT(*) > 1
                   AND SUM(l.amount) >= CASE WHEN c.risk_rating = "HIGH"
                      THEN :HIGH-THRESHOLD-AMOUNT
                      ELSE :THRESHOLD-AMOUNT END
                   ORDER BY l.account_id
       END-EXEC.

      *    Debits LIMITCHK refused on today's business date, in the
      *    order they were tried.
       EXEC SQL
          DECLARE BREACH_CURSOR CURSOR FOR
             SELECT b.account_id, a.account_number, a.client_id,
                   b.limit_category, b.limit_amount, b.used_amount,
                   b.attempted_amount, b.transaction_name,
                   COALESCE(b.operator_id, " ")
                   FROM limit_breach b JOIN account a
                   ON a.account_id = b.account_id
                   WHERE b.business_date
                      = to_date(:RUN-DATE, 'YYYYMMDD')
                   ORDER BY b.breach_id
       END-EXEC.

      *****************************************************************
       PROCEDURE DIVISION.

           PERFORM 1020-OPEN-OUTPUT
           PERFORM 2000-REPORT-LARGE-MOVEMENTS
           PERFORM 3000-REPORT-STRUCTURING
           PERFORM 5000-REPORT-LIMIT-BREACHES
           PERFORM 9000-REPORT-SUMMARY
           PERFORM 9800-CLOSE-OUTPUT
           PERFORM 9900-CLOSE-DB
           END-IF
           MOVE THRESHOLD-UNITS TO THRESHOLD-AMOUNT

           ACCEPT HIGH-THRESHOLD-UNITS
                 FROM ENVIRONMENT "AML_HIGH_THRESHOLD"
           IF HIGH-THRESHOLD-UNITS EQUAL ZERO
              MOVE DEFAULT-HIGH-UNITS TO HIGH-THRESHOLD-UNITS
           END-IF
           MOVE HIGH-THRESHOLD-UNITS TO HIGH-THRESHOLD-AMOUNT

           ACCEPT WINDOW-DAYS FROM ENVIRONMENT "AML_WINDOW_DAYS"
           IF WINDOW-DAYS EQUAL ZERO
              MOVE DEFAULT-WINDOW-DAYS TO WINDOW-DAYS
           END-IF

           STRING WINDOW-YYYY WINDOW-MM WINDOW-DD "000000"
                 DELIMITED BY SIZE INTO WINDOW-START

      *    limit_breach rows carry the business date LIMITCHK judged
      *    the debit on -- the wall clock when the calendar isn't in
      *    use, the same fallback it stamps with.
           EXEC SQL
              SELECT to_char(COALESCE((SELECT current_business_date
                    FROM business_date), CURRENT_DATE), 'YYYYMMDD')
                    INTO :RUN-DATE
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              MOVE CURRENT-DATE-WS TO RUN-DATE
           END-IF.

      ******************************************************************
       1011-BACK-ONE-DAY.
           MOVE SPACES TO AML-LINE
           STRING "SURVEILLANCE REPORT - " CURRENT-DATE-WS
                 " - THRESHOLD " THRESHOLD-UNITS
                 " - HIGH RISK " HIGH-THRESHOLD-UNITS
                 " - WINDOW " WINDOW-DAYS " DAYS"
                 DELIMITED BY SIZE INTO AML-LINE
           WRITE AML-LINE
                 FUNCTION TRIM(AML_PRENOM) " "
                 FUNCTION TRIM(AML_NOM)
                 " ID " AML_N_IDENTITE
                 " RISK " AML_RISK_RATING
                 " LEDGER " LEDGER-ID-ED " " AML_DIRECTION " "
                 AMOUNT-ED " " FUNCTION TRIM(AML_REFERENCE)
                 DELIMITED BY SIZE INTO AML-LINE
                 FUNCTION TRIM(AML_PRENOM) " "
                 FUNCTION TRIM(AML_NOM)
                 " ID " AML_N_IDENTITE
                 " RISK " AML_RISK_RATING
                 " ENTRIES " ENTRY-COUNT-ED
                 " SUM " AMOUNT-ED " IN WINDOW"
                 DELIMITED BY SIZE INTO AML-LINE
      ******************************************************************

           EXEC SQL
              SELECT nom, prenom, n_identite, risk_rating
                    INTO :AML_NOM, :AML_PRENOM, :AML_N_IDENTITE,
                    :AML_RISK_RATING
                    FROM client
                    WHERE client_id = :AML_CLIENT_ID
           END-EXEC
              MOVE SPACES TO AML_NOM
              MOVE SPACES TO AML_PRENOM
              MOVE SPACES TO AML_N_IDENTITE
              MOVE SPACES TO AML_RISK_RATING
           END-IF.

      ******************************************************************
       5000-REPORT-LIMIT-BREACHES.
      ******************************************************************

           MOVE SPACES TO AML-LINE
           WRITE AML-LINE

           MOVE SPACES TO AML-LINE
           STRING "SECTION 3 - DAILY LIMIT BREACHES REFUSED TODAY"
                 DELIMITED BY SIZE INTO AML-LINE
           WRITE AML-LINE

           EXEC SQL
              OPEN BREACH_CURSOR
           END-EXEC

           PERFORM 5010-FETCH-BREACH
           PERFORM 5020-WRITE-BREACH-CASE UNTIL END-OF-BREACH

           EXEC SQL
              CLOSE BREACH_CURSOR
           END-EXEC.

      ******************************************************************
       5010-FETCH-BREACH.
      ******************************************************************

           EXEC SQL
              FETCH BREACH_CURSOR
                    INTO :AML_ACCOUNT_ID, :AML_ACCOUNT_NUMBER,
                    :AML_CLIENT_ID, :AML_LIMIT_CATEGORY,
                    :AML_LIMIT_AMOUNT, :AML_USED_AMOUNT, :AML_AMOUNT,
                    :AML_TRANSACTION, :AML_OPERATOR_ID
           END-EXEC

           IF SQLCODE EQUAL 100
              SET END-OF-BREACH TO TRUE
           ELSE IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BSURVEIL - BREACH FETCH FAILED, SQLCODE " SQLCODE
              MOVE 8 TO RETURN-CODE
              SET END-OF-BREACH TO TRUE
           END-IF.

      ******************************************************************
       5020-WRITE-BREACH-CASE.
      ******************************************************************

           ADD 1 TO BREACH-FLAGGED
           PERFORM 4000-LOOKUP-CLIENT

           MOVE AML_LIMIT_AMOUNT TO LIMIT-ED
           MOVE AML_USED_AMOUNT TO USED-ED
           MOVE AML_AMOUNT TO AMOUNT-ED

           MOVE SPACES TO AML-LINE
           STRING "CASE " AML_ACCOUNT_NUMBER " "
                 FUNCTION TRIM(AML_PRENOM) " "
                 FUNCTION TRIM(AML_NOM)
                 " ID " AML_N_IDENTITE
                 " RISK " AML_RISK_RATING
                 " " AML_LIMIT_CATEGORY " LIMIT " LIMIT-ED
                 " USED " USED-ED " TRIED " AMOUNT-ED
                 " VIA " AML_TRANSACTION " OPER " AML_OPERATOR_ID
                 DELIMITED BY SIZE INTO AML-LINE
           WRITE AML-LINE

           PERFORM 5010-FETCH-BREACH.

      ******************************************************************
       9000-REPORT-SUMMARY.
      ******************************************************************
           MOVE SPACES TO AML-LINE
           STRING "LARGE MOVEMENTS FLAGGED: " LARGE-FLAGGED
                 "  STRUCTURING CASES: " STRUCT-FLAGGED
                 "  LIMIT BREACHES: " BREACH-FLAGGED
                 DELIMITED BY SIZE INTO AML-LINE
           WRITE AML-LINE

           DISPLAY "BSURVEIL - LARGE MOVEMENTS FLAGGED: " LARGE-FLAGGED
           DISPLAY "BSURVEIL - STRUCTURING CASES:       "
                 STRUCT-FLAGGED
           DISPLAY "BSURVEIL - LIMIT BREACHES:          "
                 BREACH-FLAGGED.

      ******************************************************************
       9800-CLOSE-OUTPUT.
