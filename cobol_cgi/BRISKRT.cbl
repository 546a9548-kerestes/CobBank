      *****************************************************************
      * Program name:    BRISKRT
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 28/08/24  KERESTES      Created as the monthly AML risk rating
      *                         compliance asked for in place of
      *                         treating every client alike. Each
      *                         active client is scored on:
      *                         residency country (country.aml_risk
      *                         HIGH +3, MEDIUM +1); a screening_hit
      *                         dispositioned TRUE-MATCH or PEP
      *                         against the client's identity number
      *                         or name (+5, HIGH on its own); a
      *                         foreign-currency account held (+1);
      *                         NCASH cash deposits and withdrawals
      *                         over the last year at or above
      *                         AML_RISK_CASH (+2); outbound payments
      *                         to a bank outside HOME_COUNTRY and
      *                         customer credits to foreign-currency
      *                         accounts over the last year (+1, +2
      *                         at or above AML_RISK_FOREIGN); and a
      *                         relationship less than a year old
      *                         (+1). 5 and over is HIGH, 2 and over
      *                         MEDIUM, the rest LOW. A rating an
      *                         officer overrode through MRISK is left
      *                         alone -- only the score refreshes. A
      *                         changed rating writes a BATCH row to
      *                         client_risk_audit and a line on
      *                         RISKRPT.
      * 10/09/24  KERESTES      Outbound foreign payments compared
      *                         queued_at, a TIMESTAMP, with the
      *                         14-digit LOOKBACK-START, which failed
      *                         for every client and left every
      *                         rating unrecalculated with RC 8. The
      *                         sum now starts from LOOKBACK-DATE.
      *                         The ledger sums keep LOOKBACK-START,
      *                         the shape ledger_timestamp is held in.
      *
      * Run monthly from cron/JCL (BSCHED dispatches it on the 1st
      * ahead of BKYCREV, so the annual review list works off this
      * month's ratings), no CGI input -- DBNAME/USERNAME/PASSWD come
      * from the environment the same way every other program in this
      * system picks them up; BASE_CURRENCY (default EUR), HOME_COUNTRY
      * (ISO code, default FR), AML_RISK_CASH and AML_RISK_FOREIGN
      * (whole currency units, default 50000 each) the same way.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 BRISKRT.
       AUTHOR.                     ALEXANDRE KERESTES.
       DATE-WRITTEN.               2024-08-28.
      *****************************************************************
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RISK-OUTPUT ASSIGN TO RISKRPT
                 ORGANIZATION LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
      *----------------------------------------------------------------

       FILE SECTION.

       FD  RISK-OUTPUT.
       01  RISK-LINE                 PIC X(200).
      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.

       01  CLIENTS-DONE-SWITCH       PIC X VALUE "N".
           88 END-OF-CLIENTS         VALUE "Y".

       01  STEP-SWITCH               PIC X VALUE "N".
           88 STEP-FAILED            VALUE "Y" FALSE "N".

       01  CLIENTS-RATED             PIC 9(7) VALUE ZERO.
       01  RATED-HIGH                PIC 9(7) VALUE ZERO.
       01  RATED-MEDIUM              PIC 9(7) VALUE ZERO.
       01  RATED-LOW                 PIC 9(7) VALUE ZERO.
       01  RATINGS-CHANGED           PIC 9(7) VALUE ZERO.
       01  OVERRIDES-KEPT            PIC 9(7) VALUE ZERO.
       01  ITEMS-IN-ERROR            PIC 9(7) VALUE ZERO.

       01  CASH-UNITS                PIC 9(9) VALUE ZERO.
       77  DEFAULT-CASH-UNITS        PIC 9(9) VALUE 50000.
       01  FOREIGN-UNITS             PIC 9(9) VALUE ZERO.
       77  DEFAULT-FOREIGN-UNITS     PIC 9(9) VALUE 50000.

       01  LOOKBACK-YYYY             PIC 9(4).
       01  LOOKBACK-MMDD             PIC 9(4).

       01  FACTOR-POINTER            PIC 9(3).
       01  SCORE-ED                  PIC Z9.

      *----------------------------------------------------------------
      *                        SQL DECLARATION
      *----------------------------------------------------------------

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  RUN-DATE                PIC 9(8).
       01  LOOKBACK-START          PIC 9(14).
       01  LOOKBACK-DATE           PIC 9(8).
       01  BASE-CURRENCY           PIC X(3).
       01  HOME-COUNTRY            PIC X(2).
       01  CASH-THRESHOLD          PIC S9(13)V99.
       01  FOREIGN-THRESHOLD       PIC S9(13)V99.

       01  RK-CLIENT-ID            PIC 9(9).
       01  RK-NOM                  PIC X(100).
       01  RK-PRENOM               PIC X(50).
       01  RK-N-IDENTITE           PIC X(20).
       01  RK-RESIDENCY            PIC X(50).
       01  RK-OLD-RATING           PIC X(6).
       01  RK-OVERRIDE             PIC X.
       01  RK-NEW-RATING           PIC X(6).
       01  RK-SCORE                PIC 9(3).
       01  RK-FACTORS              PIC X(80).

       01  RK-COUNTRY-RISK         PIC X(6).
       01  RK-HIT-COUNT            PIC 9(7).
       01  RK-FX-ACCOUNTS          PIC 9(7).
       01  RK-FIRST-OPENED         PIC 9(8).
       01  RK-CASH-VOLUME          PIC S9(13)V99.
       01  RK-FOREIGN-OUT          PIC S9(13)V99.
       01  RK-FOREIGN-IN           PIC S9(13)V99.
       01  RK-FOREIGN-VOLUME       PIC S9(13)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    WITH HOLD -- every client's rating commits on its own, so a
      *    failure part way down the book costs one client, not the
      *    run. Residency is tax_residency, the LEGAL address's country
      *    while that is still blank, the way WHTPOST reads it.
       EXEC SQL
          DECLARE CLIENT_CURSOR CURSOR WITH HOLD FOR
             SELECT c.client_id, c.nom, c.prenom,
                   COALESCE(c.n_identite, ' '),
                   COALESCE(NULLIF(c.tax_residency, " "),
                   (SELECT ad.pays FROM client_adresse ca
                   JOIN adresse ad ON ad.adresse_id = ca.adresse_id
                   WHERE ca.client_id = c.client_id
                   AND ca.address_type = "LEGAL"), ' '),
                   c.risk_rating, c.risk_override
                   FROM client c
                   WHERE c.actif = "Y"
                   ORDER BY c.client_id
       END-EXEC.

      *****************************************************************
       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-DB-CONNECT
           PERFORM 1010-SET-PARAMETERS
           PERFORM 1020-OPEN-OUTPUT
           PERFORM 2000-RATE-CLIENTS
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
              DISPLAY "BRISKRT - UNABLE TO CONNECT TO DATABASE"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      ******************************************************************
       1010-SET-PARAMETERS.
      ******************************************************************

           ACCEPT BASE-CURRENCY FROM ENVIRONMENT "BASE_CURRENCY"
           IF BASE-CURRENCY EQUAL SPACES
              MOVE "EUR" TO BASE-CURRENCY
           END-IF

           ACCEPT HOME-COUNTRY FROM ENVIRONMENT "HOME_COUNTRY"
           IF HOME-COUNTRY EQUAL SPACES
              MOVE "FR" TO HOME-COUNTRY
           END-IF

           ACCEPT CASH-UNITS FROM ENVIRONMENT "AML_RISK_CASH"
           IF CASH-UNITS EQUAL ZERO
              MOVE DEFAULT-CASH-UNITS TO CASH-UNITS
           END-IF
           MOVE CASH-UNITS TO CASH-THRESHOLD

           ACCEPT FOREIGN-UNITS FROM ENVIRONMENT "AML_RISK_FOREIGN"
           IF FOREIGN-UNITS EQUAL ZERO
              MOVE DEFAULT-FOREIGN-UNITS TO FOREIGN-UNITS
           END-IF
           MOVE FOREIGN-UNITS TO FOREIGN-THRESHOLD

      *    Ratings run off the bank's business date -- wall clock when
      *    the business_date table is empty. The look-back is the year
      *    up to it; a 29 February run looks back to the 28th.
           EXEC SQL
              SELECT to_char(current_business_date, 'YYYYMMDD')
                    INTO :RUN-DATE FROM business_date
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              ACCEPT RUN-DATE FROM DATE YYYYMMDD
           END-IF

           MOVE RUN-DATE(1:4) TO LOOKBACK-YYYY
           MOVE RUN-DATE(5:4) TO LOOKBACK-MMDD
           SUBTRACT 1 FROM LOOKBACK-YYYY
           IF LOOKBACK-MMDD EQUAL 0229
              MOVE 0228 TO LOOKBACK-MMDD
           END-IF

           STRING LOOKBACK-YYYY LOOKBACK-MMDD
                 DELIMITED BY SIZE INTO LOOKBACK-DATE
           STRING LOOKBACK-DATE "000000"
                 DELIMITED BY SIZE INTO LOOKBACK-START.

      ******************************************************************
       1020-OPEN-OUTPUT.
      ******************************************************************

           OPEN OUTPUT RISK-OUTPUT

           MOVE SPACES TO RISK-LINE
           STRING "CLIENT AML RISK RATING - RUN " RUN-DATE
                 " - LOOK-BACK FROM " LOOKBACK-DATE
                 " - RATINGS CHANGED OR OVERRIDDEN"
                 DELIMITED BY SIZE INTO RISK-LINE
           WRITE RISK-LINE

           MOVE SPACES TO RISK-LINE
           WRITE RISK-LINE.

      ******************************************************************
       2000-RATE-CLIENTS.
      ******************************************************************

           EXEC SQL
              OPEN CLIENT_CURSOR
           END-EXEC

           PERFORM 2010-FETCH-CLIENT
           PERFORM 2020-RATE-ONE-CLIENT UNTIL END-OF-CLIENTS

           EXEC SQL
              CLOSE CLIENT_CURSOR
           END-EXEC.

      ******************************************************************
       2010-FETCH-CLIENT.
      ******************************************************************

           EXEC SQL
              FETCH CLIENT_CURSOR
                    INTO :RK-CLIENT-ID, :RK-NOM, :RK-PRENOM,
                    :RK-N-IDENTITE, :RK-RESIDENCY, :RK-OLD-RATING,
                    :RK-OVERRIDE
           END-EXEC

           IF SQLCODE EQUAL 100
              SET END-OF-CLIENTS TO TRUE
           ELSE IF SQLCODE NOT EQUAL ZERO
              DISPLAY "BRISKRT - FETCH FAILED, SQLCODE " SQLCODE
              MOVE 8 TO RETURN-CODE
              SET END-OF-CLIENTS TO TRUE
           END-IF.

      ******************************************************************
       2020-RATE-ONE-CLIENT.
      ******************************************************************

           ADD 1 TO CLIENTS-RATED
           SET STEP-FAILED TO FALSE
           MOVE ZERO TO RK-SCORE
           MOVE SPACES TO RK-FACTORS
           MOVE 1 TO FACTOR-POINTER

           PERFORM 2100-SCORE-RESIDENCY
           IF NOT STEP-FAILED
              PERFORM 2110-SCORE-SCREENING
           END-IF
           IF NOT STEP-FAILED
              PERFORM 2120-SCORE-ACCOUNTS
           END-IF
           IF NOT STEP-FAILED
              PERFORM 2130-SCORE-CASH
           END-IF
           IF NOT STEP-FAILED
              PERFORM 2140-SCORE-FOREIGN
           END-IF

           EVALUATE TRUE
              WHEN RK-SCORE NOT LESS THAN 5
                 MOVE "HIGH" TO RK-NEW-RATING
              WHEN RK-SCORE NOT LESS THAN 2
                 MOVE "MEDIUM" TO RK-NEW-RATING
              WHEN OTHER
                 MOVE "LOW" TO RK-NEW-RATING
           END-EVALUATE

           IF NOT STEP-FAILED
              PERFORM 2200-STORE-RATING
           END-IF

           IF STEP-FAILED
              EXEC SQL ROLLBACK WORK END-EXEC
              ADD 1 TO ITEMS-IN-ERROR
              MOVE 8 TO RETURN-CODE
              DISPLAY "BRISKRT - RATING FAILED, CLIENT " RK-CLIENT-ID
                    " SQLCODE " SQLCODE
           ELSE
              EXEC SQL COMMIT WORK END-EXEC
           END-IF

           PERFORM 2010-FETCH-CLIENT.

      ******************************************************************
       2100-SCORE-RESIDENCY.
      ******************************************************************
      *    A residency the country table doesn't know scores nothing.
           EXEC SQL
              SELECT aml_risk INTO :RK-COUNTRY-RISK
                    FROM country
                    WHERE country_name = :RK-RESIDENCY
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE EQUAL 100
                 MOVE "LOW" TO RK-COUNTRY-RISK
              WHEN SQLCODE NOT EQUAL ZERO
                 SET STEP-FAILED TO TRUE
           END-EVALUATE

           EVALUATE RK-COUNTRY-RISK
              WHEN "HIGH"
                 ADD 3 TO RK-SCORE
                 STRING "COUNTRY-HIGH " DELIMITED BY SIZE
                       INTO RK-FACTORS WITH POINTER FACTOR-POINTER
              WHEN "MEDIUM"
                 ADD 1 TO RK-SCORE
                 STRING "COUNTRY-MEDIUM " DELIMITED BY SIZE
                       INTO RK-FACTORS WITH POINTER FACTOR-POINTER
           END-EVALUATE.

      ******************************************************************
       2110-SCORE-SCREENING.
      ******************************************************************
      *    The hit rows carry the identity the watchlist matched, not
      *    a client_id -- the same n_identite, or the same name, is
      *    this client. A true match or PEP is HIGH whatever else the
      *    client scores.
           EXEC SQL
              SELECT COUNT(*) INTO :RK-HIT-COUNT
                    FROM screening_hit
                    WHERE disposition IN ("TRUE-MATCH", "PEP")
                    AND ((matched_n_identite = :RK-N-IDENTITE
                    AND matched_n_identite <> " ")
                    OR (matched_nom = :RK-NOM
                    AND matched_prenom = :RK-PRENOM))
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              SET STEP-FAILED TO TRUE
           ELSE IF RK-HIT-COUNT GREATER THAN ZERO
              ADD 5 TO RK-SCORE
              STRING "SCREENING " DELIMITED BY SIZE
                    INTO RK-FACTORS WITH POINTER FACTOR-POINTER
           END-IF.

      ******************************************************************
       2120-SCORE-ACCOUNTS.
      ******************************************************************
      *    Products held and account age: a foreign-currency account,
      *    and a first account opened within the look-back year.
           EXEC SQL
              SELECT COUNT(CASE WHEN currency <> :BASE-CURRENCY
                    THEN 1 END),
                    COALESCE(to_char(MIN(open_date), 'YYYYMMDD'),
                    '00000000')
                    INTO :RK-FX-ACCOUNTS, :RK-FIRST-OPENED
                    FROM account
                    WHERE client_id = :RK-CLIENT-ID
                    AND account_type <> "INTERNAL"
                    AND status <> "CLOSED"
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              SET STEP-FAILED TO TRUE
           ELSE
              IF RK-FX-ACCOUNTS GREATER THAN ZERO
                 ADD 1 TO RK-SCORE
                 STRING "FX-ACCOUNT " DELIMITED BY SIZE
                       INTO RK-FACTORS WITH POINTER FACTOR-POINTER
              END-IF
              IF RK-FIRST-OPENED GREATER THAN LOOKBACK-DATE
                 ADD 1 TO RK-SCORE
                 STRING "NEW-CLIENT " DELIMITED BY SIZE
                       INTO RK-FACTORS WITH POINTER FACTOR-POINTER
              END-IF
           END-IF.

      ******************************************************************
       2130-SCORE-CASH.
      ******************************************************************
      *    Counter cash through NCASH -- the teller's own till moves
      *    (CASH IN / OUT / TO / FROM) never touch a client account.
           EXEC SQL
              SELECT COALESCE(SUM(l.amount), 0) INTO :RK-CASH-VOLUME
                    FROM ledger l JOIN account a
                    ON a.account_id = l.account_id
                    WHERE a.client_id = :RK-CLIENT-ID
                    AND l.ledger_timestamp >= :LOOKBACK-START
                    AND (l.reference LIKE "CASH DEPOSIT%"
                    OR l.reference LIKE "CASH WITHDRAWAL%")
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              SET STEP-FAILED TO TRUE
           ELSE IF RK-CASH-VOLUME NOT LESS THAN CASH-THRESHOLD
              ADD 2 TO RK-SCORE
              STRING "CASH " DELIMITED BY SIZE
                    INTO RK-FACTORS WITH POINTER FACTOR-POINTER
           END-IF.

      ******************************************************************
       2140-SCORE-FOREIGN.
      ******************************************************************
      *    Outbound: a beneficiary BIC whose country code (positions
      *    5-6) isn't HOME_COUNTRY. Inbound: the payment files carry
      *    no originator bank, so a customer credit landing on a
      *    foreign-currency account stands for a payment from abroad
      *    -- the bank's own postings filtered out the way BFEES and
      *    BDORMANT filter them.
           EXEC SQL
              SELECT COALESCE(SUM(p.amount), 0) INTO :RK-FOREIGN-OUT
                    FROM outbound_payment p JOIN account a
                    ON a.account_id = p.account_id
                    WHERE a.client_id = :RK-CLIENT-ID
                    AND p.queued_at
                       >= to_date(:LOOKBACK-DATE, 'YYYYMMDD')
                    AND substr(p.beneficiary_bank, 5, 2)
                       <> :HOME-COUNTRY
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              SET STEP-FAILED TO TRUE
           ELSE
              EXEC SQL
                 SELECT COALESCE(SUM(l.amount), 0)
                       INTO :RK-FOREIGN-IN
                       FROM ledger l JOIN account a
                       ON a.account_id = l.account_id
                       WHERE a.client_id = :RK-CLIENT-ID
                       AND a.currency <> :BASE-CURRENCY
                       AND l.direction = "CREDIT"
                       AND l.ledger_timestamp >= :LOOKBACK-START
                       AND l.reference NOT IN ("INTEREST ACCRUAL",
                       "CLOSING INTEREST", "OVERDRAFT INTEREST",
                       "TERM MATURITY INTEREST")
                       AND l.reference NOT LIKE "MAINTENANCE FEE%"
                       AND l.reference NOT LIKE "REV OF %"
                       AND l.reference NOT LIKE "WHT %"
                       AND l.reference NOT LIKE "CASH DEPOSIT%"
              END-EXEC
              IF SQLCODE NOT EQUAL ZERO
                 SET STEP-FAILED TO TRUE
              END-IF
           END-IF

           IF NOT STEP-FAILED
              COMPUTE RK-FOREIGN-VOLUME = RK-FOREIGN-OUT
                    + RK-FOREIGN-IN
              IF RK-FOREIGN-VOLUME NOT LESS THAN FOREIGN-THRESHOLD
                 ADD 2 TO RK-SCORE
                 STRING "FOREIGN-VOLUME " DELIMITED BY SIZE
                       INTO RK-FACTORS WITH POINTER FACTOR-POINTER
              ELSE IF RK-FOREIGN-VOLUME GREATER THAN ZERO
                 ADD 1 TO RK-SCORE
                 STRING "FOREIGN " DELIMITED BY SIZE
                       INTO RK-FACTORS WITH POINTER FACTOR-POINTER
              END-IF
           END-IF.

      ******************************************************************
       2200-STORE-RATING.
      ******************************************************************
      *    An overridden rating stays the officer's; the score is
      *    refreshed either way so MRISK's RELEASE has a current one
      *    to fall back to.
           IF RK-OVERRIDE EQUAL "Y"
              EXEC SQL
                 UPDATE client SET risk_score = :RK-SCORE,
                       risk_rated_date = to_date(:RUN-DATE, 'YYYYMMDD')
                       WHERE client_id = :RK-CLIENT-ID
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE client SET risk_rating = :RK-NEW-RATING,
                       risk_score = :RK-SCORE,
                       risk_rated_date = to_date(:RUN-DATE, 'YYYYMMDD')
                       WHERE client_id = :RK-CLIENT-ID
              END-EXEC
           END-IF

           IF SQLCODE NOT EQUAL ZERO
              SET STEP-FAILED TO TRUE
           END-IF

           IF NOT STEP-FAILED AND RK-OVERRIDE NOT EQUAL "Y"
              AND RK-NEW-RATING NOT EQUAL RK-OLD-RATING
              EXEC SQL
                 INSERT INTO client_risk_audit (client_id, action,
                       rating_avant, rating_apres, risk_score, reason,
                       changed_by)
                       VALUES (:RK-CLIENT-ID, "BATCH", :RK-OLD-RATING,
                       :RK-NEW-RATING, :RK-SCORE, :RK-FACTORS,
                       "BRISKRT")
              END-EXEC
              IF SQLCODE NOT EQUAL ZERO
                 SET STEP-FAILED TO TRUE
              END-IF
           END-IF

           IF NOT STEP-FAILED
              PERFORM 2210-COUNT-AND-REPORT
           END-IF.

      ******************************************************************
       2210-COUNT-AND-REPORT.
      ******************************************************************

           IF RK-OVERRIDE EQUAL "Y"
              MOVE RK-OLD-RATING TO RK-NEW-RATING
           END-IF

           EVALUATE RK-NEW-RATING
              WHEN "HIGH"
                 ADD 1 TO RATED-HIGH
              WHEN "MEDIUM"
                 ADD 1 TO RATED-MEDIUM
              WHEN OTHER
                 ADD 1 TO RATED-LOW
           END-EVALUATE

           MOVE RK-SCORE TO SCORE-ED
           MOVE SPACES TO RISK-LINE

           IF RK-OVERRIDE EQUAL "Y"
              ADD 1 TO OVERRIDES-KEPT
              STRING "CLIENT " RK-CLIENT-ID " " RK-PRENOM(1:20)
                    " " RK-NOM(1:30) " OVERRIDE KEPT " RK-OLD-RATING
                    " SCORE " SCORE-ED " " RK-FACTORS
                    DELIMITED BY SIZE INTO RISK-LINE
              WRITE RISK-LINE
           ELSE IF RK-NEW-RATING NOT EQUAL RK-OLD-RATING
              ADD 1 TO RATINGS-CHANGED
              STRING "CLIENT " RK-CLIENT-ID " " RK-PRENOM(1:20)
                    " " RK-NOM(1:30) " " RK-OLD-RATING " TO "
                    RK-NEW-RATING " SCORE " SCORE-ED " " RK-FACTORS
                    DELIMITED BY SIZE INTO RISK-LINE
              WRITE RISK-LINE
           END-IF.

      ******************************************************************
       9000-REPORT-SUMMARY.
      ******************************************************************

           MOVE SPACES TO RISK-LINE
           WRITE RISK-LINE

           MOVE SPACES TO RISK-LINE
           STRING "CLIENTS RATED: " CLIENTS-RATED
                 "  HIGH: " RATED-HIGH
                 "  MEDIUM: " RATED-MEDIUM
                 "  LOW: " RATED-LOW
                 "  CHANGED: " RATINGS-CHANGED
                 "  OVERRIDES KEPT: " OVERRIDES-KEPT
                 DELIMITED BY SIZE INTO RISK-LINE
           WRITE RISK-LINE

           DISPLAY "BRISKRT - CLIENTS RATED:   " CLIENTS-RATED
           DISPLAY "BRISKRT - RATED HIGH:      " RATED-HIGH
           DISPLAY "BRISKRT - RATED MEDIUM:    " RATED-MEDIUM
           DISPLAY "BRISKRT - RATED LOW:       " RATED-LOW
           DISPLAY "BRISKRT - RATINGS CHANGED: " RATINGS-CHANGED
           DISPLAY "BRISKRT - OVERRIDES KEPT:  " OVERRIDES-KEPT
           DISPLAY "BRISKRT - ITEMS IN ERROR:  " ITEMS-IN-ERROR.

      ******************************************************************
       9800-CLOSE-OUTPUT.
      ******************************************************************

           CLOSE RISK-OUTPUT.

      ******************************************************************
       9900-CLOSE-DB.
      ******************************************************************

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
