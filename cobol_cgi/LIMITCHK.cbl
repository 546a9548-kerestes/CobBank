      *****************************************************************
      * Program name:    LIMITCHK
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 31/08/24  KERESTES      Created as the one place a customer
      *                         debit is held to the account's daily
      *                         limits, so NCASH, NEXTPAY, NTRANSFER
      *                         and NMOVEMENT can't drift apart on
      *                         it: an operator's posting_limit caps
      *                         one posting, nothing capped the day.
      *                         Resolves the account's CASH, EXTERNAL
      *                         and TOTAL limits (account_debit_limit
      *                         override, else the product's
      *                         debit_limit_default row, else the
      *                         account type's; 0 is no limit), adds
      *                         up what the account's customer debits
      *                         on the current business_date already
      *                         used, and refuses a posting that would
      *                         go over -- the category's own limit
      *                         first, then the total. Every refusal
      *                         is logged to limit_breach with the
      *                         transaction and operator for BSURVEIL.
      *
      * Callers must already have an open database connection and must
      * call this BEFORE the debit's unit of work has written anything:
      * a pass leaves the account row locked FOR UPDATE so a second
      * debit racing this one waits for the first to commit, while a
      * refusal COMMITs its limit_breach row (which also ends the
      * caller's unit of work) -- the refusal has to survive whatever
      * the caller does next, the way AUTHCHK's failure log does.
      *
      * Category on the call: "CASH", "EXTERNAL", or "DEBIT" for any
      * other customer debit (counts toward TOTAL only).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LIMITCHK.
       AUTHOR.      KERESTES.
      *****************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  LIM-ACCOUNT-SQL         PIC 9(9).
       01  LIM-ACCOUNT-TYPE        PIC X(10).
       01  LIM-CASH-LIMIT          PIC S9(13)V99.
       01  LIM-EXTERNAL-LIMIT      PIC S9(13)V99.
       01  LIM-TOTAL-LIMIT         PIC S9(13)V99.
       01  LIM-USED-AMOUNT         PIC S9(13)V99.
       01  LIM-BREACH-CATEGORY     PIC X(8).
       01  LIM-BREACH-LIMIT        PIC S9(13)V99.
       01  LIM-AMOUNT-SQL          PIC S9(13)V99.
       01  LIM-CHANNEL-SQL         PIC X(10).
       01  LIM-OPERATOR-SQL        PIC X(8).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

       01  LIM-ACCOUNT-ID            PIC 9(9).
       01  LIM-CATEGORY              PIC X(8).
           88 LIM-IS-CASH            VALUE "CASH    ".
           88 LIM-IS-EXTERNAL        VALUE "EXTERNAL".
       01  LIM-AMOUNT                PIC S9(13)V99.
       01  LIM-TRANSACTION           PIC X(10).
       01  LIM-OPERATOR-ID           PIC X(8).
       01  LIM-RETURN-CODE           PIC X(2).
           88 LIM-OK                 VALUE "00".
           88 LIM-CASH-EXCEEDED      VALUE "01".
           88 LIM-EXTERNAL-EXCEEDED  VALUE "02".
           88 LIM-TOTAL-EXCEEDED     VALUE "03".
           88 LIM-SQL-ERROR          VALUE "99".

       PROCEDURE DIVISION USING LIM-ACCOUNT-ID, LIM-CATEGORY,
             LIM-AMOUNT, LIM-TRANSACTION, LIM-OPERATOR-ID,
             LIM-RETURN-CODE.

       MAIN-PARA.

           SET LIM-OK TO TRUE
           MOVE LIM-ACCOUNT-ID TO LIM-ACCOUNT-SQL
           MOVE LIM-AMOUNT TO LIM-AMOUNT-SQL
           MOVE LIM-TRANSACTION TO LIM-CHANNEL-SQL
           MOVE LIM-OPERATOR-ID TO LIM-OPERATOR-SQL

           PERFORM 1000-RESOLVE-LIMITS

           IF LIM-OK AND LIM-ACCOUNT-TYPE NOT EQUAL "INTERNAL"
              IF LIM-IS-CASH AND LIM-CASH-LIMIT GREATER THAN ZERO
                 PERFORM 1010-CHECK-CASH
              END-IF
              IF LIM-OK AND LIM-IS-EXTERNAL
                    AND LIM-EXTERNAL-LIMIT GREATER THAN ZERO
                 PERFORM 1020-CHECK-EXTERNAL
              END-IF
              IF LIM-OK AND LIM-TOTAL-LIMIT GREATER THAN ZERO
                 PERFORM 1030-CHECK-TOTAL
              END-IF
           END-IF

           IF LIM-CASH-EXCEEDED OR LIM-EXTERNAL-EXCEEDED
                 OR LIM-TOTAL-EXCEEDED
              PERFORM 1040-LOG-BREACH
           END-IF

           GOBACK.

      ******************************************************************
       1000-RESOLVE-LIMITS.
      ******************************************************************
      *    Override, then product, then account type, category by
      *    category -- an override of the cash limit alone leaves the
      *    other two on their defaults. An unknown account is not
      *    this check's to refuse; LEDGPOST answers that one.
           EXEC SQL
              SELECT a.account_type,
                    COALESCE(o.cash_limit, p.cash_limit,
                    t.cash_limit, 0),
                    COALESCE(o.external_limit, p.external_limit,
                    t.external_limit, 0),
                    COALESCE(o.total_limit, p.total_limit,
                    t.total_limit, 0)
                    INTO :LIM-ACCOUNT-TYPE, :LIM-CASH-LIMIT,
                    :LIM-EXTERNAL-LIMIT, :LIM-TOTAL-LIMIT
                    FROM account a
                    LEFT JOIN account_debit_limit o
                    ON o.account_id = a.account_id
                    LEFT JOIN debit_limit_default p
                    ON p.product_code = a.product_code
                    AND p.account_type = " "
                    LEFT JOIN debit_limit_default t
                    ON t.product_code = " "
                    AND t.account_type = a.account_type
                    WHERE a.account_id = :LIM-ACCOUNT-SQL
                    FOR UPDATE OF a
           END-EXEC

           IF SQLCODE EQUAL 100
              MOVE ZERO TO LIM-CASH-LIMIT
              MOVE ZERO TO LIM-EXTERNAL-LIMIT
              MOVE ZERO TO LIM-TOTAL-LIMIT
           ELSE IF SQLCODE NOT EQUAL ZERO
              SET LIM-SQL-ERROR TO TRUE
           END-IF.

      ******************************************************************
       1010-CHECK-CASH.
      ******************************************************************
      *    Cash out of the account at a counter -- NCASH's customer leg.
           EXEC SQL
              SELECT COALESCE(SUM(l.amount), 0) INTO :LIM-USED-AMOUNT
                    FROM ledger l
                    WHERE l.account_id = :LIM-ACCOUNT-SQL
                    AND l.direction = "DEBIT"
                    AND l.business_date = COALESCE((SELECT
                    current_business_date FROM business_date),
                    CURRENT_DATE)
                    AND l.reference LIKE "CASH WITHDRAWAL%"
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              SET LIM-SQL-ERROR TO TRUE
           ELSE IF LIM-USED-AMOUNT + LIM-AMOUNT-SQL
                 GREATER THAN LIM-CASH-LIMIT
              SET LIM-CASH-EXCEEDED TO TRUE
              MOVE "CASH" TO LIM-BREACH-CATEGORY
              MOVE LIM-CASH-LIMIT TO LIM-BREACH-LIMIT
           END-IF.

      ******************************************************************
       1020-CHECK-EXTERNAL.
      ******************************************************************
      *    Payments out to other banks -- NEXTPAY's EXT debits.
           EXEC SQL
              SELECT COALESCE(SUM(l.amount), 0) INTO :LIM-USED-AMOUNT
                    FROM ledger l
                    WHERE l.account_id = :LIM-ACCOUNT-SQL
                    AND l.direction = "DEBIT"
                    AND l.business_date = COALESCE((SELECT
                    current_business_date FROM business_date),
                    CURRENT_DATE)
                    AND l.reference LIKE "EXT %"
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              SET LIM-SQL-ERROR TO TRUE
           ELSE IF LIM-USED-AMOUNT + LIM-AMOUNT-SQL
                 GREATER THAN LIM-EXTERNAL-LIMIT
              SET LIM-EXTERNAL-EXCEEDED TO TRUE
              MOVE "EXTERNAL" TO LIM-BREACH-CATEGORY
              MOVE LIM-EXTERNAL-LIMIT TO LIM-BREACH-LIMIT
           END-IF.

      ******************************************************************
       1030-CHECK-TOTAL.
      ******************************************************************
      *    Every debit a customer channel keyed today. The batches post
      *    as SYSTEM, and the bank's own staff postings (attachments,
      *    dispute clawbacks, suspense clearing, reversals) are the
      *    bank acting on the account, not the customer drawing on it.
           EXEC SQL
              SELECT COALESCE(SUM(l.amount), 0) INTO :LIM-USED-AMOUNT
                    FROM ledger l
                    WHERE l.account_id = :LIM-ACCOUNT-SQL
                    AND l.direction = "DEBIT"
                    AND l.business_date = COALESCE((SELECT
                    current_business_date FROM business_date),
                    CURRENT_DATE)
                    AND COALESCE(l.operator_id, " ") <> "SYSTEM"
                    AND l.reference NOT LIKE "ATT %"
                    AND l.reference NOT LIKE "DSP %"
                    AND l.reference NOT LIKE "SUSP %"
                    AND l.reference NOT LIKE "REV OF %"
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              SET LIM-SQL-ERROR TO TRUE
           ELSE IF LIM-USED-AMOUNT + LIM-AMOUNT-SQL
                 GREATER THAN LIM-TOTAL-LIMIT
              SET LIM-TOTAL-EXCEEDED TO TRUE
              MOVE "TOTAL" TO LIM-BREACH-CATEGORY
              MOVE LIM-TOTAL-LIMIT TO LIM-BREACH-LIMIT
           END-IF.

      ******************************************************************
       1040-LOG-BREACH.
      ******************************************************************
      *    Committed here -- the caller refuses the posting and never
      *    commits anything after a refusal. A failed log write never
      *    turns a refusal into a pass.
           EXEC SQL
              INSERT INTO limit_breach (account_id, business_date,
                    limit_category, limit_amount, used_amount,
                    attempted_amount, transaction_name, operator_id)
                    VALUES (:LIM-ACCOUNT-SQL,
                    COALESCE((SELECT current_business_date
                    FROM business_date), CURRENT_DATE),
                    :LIM-BREACH-CATEGORY, :LIM-BREACH-LIMIT,
                    :LIM-USED-AMOUNT, :LIM-AMOUNT-SQL,
                    :LIM-CHANNEL-SQL, :LIM-OPERATOR-SQL)
           END-EXEC

           IF SQLCODE EQUAL ZERO
              EXEC SQL COMMIT WORK END-EXEC
           ELSE
              EXEC SQL ROLLBACK WORK END-EXEC
           END-IF.
