      *****************************************************************
      * Program name:    WHTPOST
      * Original author: KERESTES
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 26/08/24  KERESTES      Created as the one place the bank
      *                         withholds tax on the interest it
      *                         credits a customer, so BINTEREST,
      *                         BMATURITY and DACCOUNT can't drift
      *                         apart on it. Called straight after a
      *                         successful interest credit with the
      *                         gross amount and the credit's
      *                         reference: finds the client's tax
      *                         residency (client.tax_residency, the
      *                         LEGAL address's country when still
      *                         blank), prices the tax at that
      *                         country's withholding_rate, skips a
      *                         client holding a tax_exemption
      *                         certificate valid on the business
      *                         date, then debits the customer and
      *                         credits the WHTAX internal account
      *                         under "WHT " + the interest reference
      *                         and records the withholding_tax row
      *                         the monthly remittance is built from.
      *                         No residency, no rate or an exemption
      *                         is a clean "00" with a zero tax.
      *
      * Callers must already have an open database connection and an
      * open unit of work holding the interest credit -- both legs go
      * through LEDGPOST with commit-flag "N" and the caller COMMITs or
      * ROLLs BACK the credit and the tax together. Any return code but
      * "00" means the caller must roll the interest back as well.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WHTPOST.
       AUTHOR.      KERESTES.
      *****************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

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
       01  MVMT-COMMIT-FLAG          PIC X VALUE "N".
       01  MVMT-OPERATOR-ID          PIC X(8).

      *----------------------------------------------------------------
      *                        SQL DECLARATION
      *----------------------------------------------------------------

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  WHT-ACCOUNT-SQL         PIC 9(9).
       01  WHT-CLIENT-ID           PIC 9(9).
       01  WHT-RESIDENCY           PIC X(50).
       01  WHT-RATE                PIC S9(3)V9(4).
       01  WHT-EXEMPT-COUNT        PIC 9(7).
       01  WHT-TAX-ACCOUNT-ID      PIC 9(9).
       01  WHT-LEDGER-ID           PIC 9(9).
       01  WHT-REF-SQL             PIC X(30).
       01  WHT-GROSS-SQL           PIC S9(13)V99.
       01  WHT-TAX-SQL             PIC S9(13)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

       01  WHT-ACCOUNT-ID            PIC 9(9).
       01  WHT-GROSS-AMOUNT          PIC S9(13)V99.
       01  WHT-INTEREST-REF          PIC X(30).
       01  WHT-OPERATOR-ID           PIC X(8).
       01  WHT-TAX-AMOUNT            PIC S9(13)V99.
       01  WHT-RETURN-CODE           PIC X(2).
           88 WHT-OK                 VALUE "00".
           88 WHT-NO-TAX-ACCOUNT     VALUE "02".
           88 WHT-POST-FAILED        VALUE "03".
           88 WHT-SQL-ERROR          VALUE "99".

       PROCEDURE DIVISION USING WHT-ACCOUNT-ID, WHT-GROSS-AMOUNT,
             WHT-INTEREST-REF, WHT-OPERATOR-ID, WHT-TAX-AMOUNT,
             WHT-RETURN-CODE.

       MAIN-PARA.

           SET WHT-OK TO TRUE
           MOVE ZERO TO WHT-TAX-AMOUNT
           MOVE ZERO TO WHT-RATE
           MOVE WHT-ACCOUNT-ID TO WHT-ACCOUNT-SQL
           MOVE WHT-GROSS-AMOUNT TO WHT-GROSS-SQL
           MOVE WHT-INTEREST-REF TO WHT-REF-SQL
           MOVE WHT-OPERATOR-ID TO MVMT-OPERATOR-ID

           PERFORM 1000-FIND-RESIDENCY

           IF WHT-OK AND WHT-RESIDENCY NOT EQUAL SPACES
              PERFORM 1010-FIND-RATE
           END-IF

           IF WHT-OK AND WHT-RATE GREATER THAN ZERO
              PERFORM 1020-CHECK-EXEMPTION
           END-IF

           IF WHT-OK AND WHT-RATE GREATER THAN ZERO
              COMPUTE WHT-TAX-SQL ROUNDED =
                    WHT-GROSS-SQL * WHT-RATE / 100
              IF WHT-TAX-SQL GREATER THAN ZERO
                 PERFORM 1030-FIND-TAX-ACCOUNT
                 IF WHT-OK
                    PERFORM 1040-POST-TAX
                 END-IF
                 IF WHT-OK
                    PERFORM 1050-RECORD-WITHHOLDING
                 END-IF
                 IF WHT-OK
                    MOVE WHT-TAX-SQL TO WHT-TAX-AMOUNT
                 END-IF
              END-IF
           END-IF

           GOBACK.

      ******************************************************************
       1000-FIND-RESIDENCY.
      ******************************************************************
      *    Residency is the client's, not the account's -- a joint
      *    holder's tax is the primary holder's tax here. A client
      *    onboarded before tax_residency existed, and missed by the
      *    backfill, is taxed where the LEGAL address says.
           EXEC SQL
              SELECT a.client_id, c.tax_residency
                    INTO :WHT-CLIENT-ID, :WHT-RESIDENCY
                    FROM account a
                    JOIN client c ON c.client_id = a.client_id
                    WHERE a.account_id = :WHT-ACCOUNT-SQL
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              SET WHT-SQL-ERROR TO TRUE
           ELSE IF WHT-RESIDENCY EQUAL SPACES
              EXEC SQL
                 SELECT ad.pays INTO :WHT-RESIDENCY
                       FROM client_adresse ca
                       JOIN adresse ad ON ad.adresse_id = ca.adresse_id
                       WHERE ca.client_id = :WHT-CLIENT-ID
                       AND ca.address_type = "LEGAL"
              END-EXEC
              IF SQLCODE EQUAL 100
                 MOVE SPACES TO WHT-RESIDENCY
              ELSE IF SQLCODE NOT EQUAL ZERO
                 SET WHT-SQL-ERROR TO TRUE
              END-IF
           END-IF.

      ******************************************************************
       1010-FIND-RATE.
      ******************************************************************
      *    A residency the country table doesn't know, or knows
      *    without a rate, withholds nothing.
           EXEC SQL
              SELECT withholding_rate INTO :WHT-RATE
                    FROM country
                    WHERE country_name = :WHT-RESIDENCY
           END-EXEC

           IF SQLCODE EQUAL 100
              MOVE ZERO TO WHT-RATE
           ELSE IF SQLCODE NOT EQUAL ZERO
              SET WHT-SQL-ERROR TO TRUE
           END-IF.

      ******************************************************************
       1020-CHECK-EXEMPTION.
      ******************************************************************
      *    Judged on the business date the interest is posted under
      *    -- wall clock when the business_date table is empty.
           EXEC SQL
              SELECT COUNT(*) INTO :WHT-EXEMPT-COUNT
                    FROM tax_exemption
                    WHERE client_id = :WHT-CLIENT-ID
                    AND valid_from <= COALESCE((SELECT
                       current_business_date FROM business_date),
                       CURRENT_DATE)
                    AND valid_until >= COALESCE((SELECT
                       current_business_date FROM business_date),
                       CURRENT_DATE)
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              SET WHT-SQL-ERROR TO TRUE
           ELSE IF WHT-EXEMPT-COUNT GREATER THAN ZERO
              MOVE ZERO TO WHT-RATE
           END-IF.

      ******************************************************************
       1030-FIND-TAX-ACCOUNT.
      ******************************************************************
      *    Tax is owed the day it is withheld -- no WHTAX account is
      *    a set-up error, never a reason to credit the gross.
           EXEC SQL
              SELECT account_id INTO :WHT-TAX-ACCOUNT-ID
                    FROM account
                    WHERE account_number = "WHTAX"
                    AND account_type = "INTERNAL"
           END-EXEC

           IF SQLCODE EQUAL 100
              SET WHT-NO-TAX-ACCOUNT TO TRUE
           ELSE IF SQLCODE NOT EQUAL ZERO
              SET WHT-SQL-ERROR TO TRUE
           END-IF.

      ******************************************************************
       1040-POST-TAX.
      ******************************************************************
      *    The WHT reference is what lets the debit past the
      *    held-funds floor and keeps it off dormancy, fee and
      *    surveillance counts. The customer leg's ledger row is the
      *    one the withholding_tax row points at.
           MOVE SPACES TO MVMT-REFERENCE
           STRING "WHT " WHT-INTEREST-REF
                 DELIMITED BY SIZE INTO MVMT-REFERENCE

           MOVE WHT-ACCOUNT-SQL TO MVMT-ACCOUNT-ID
           MOVE WHT-TAX-SQL TO MVMT-AMOUNT
           MOVE "DEBIT " TO MVMT-DIRECTION

           CALL "LEDGPOST" USING MVMT-ACCOUNT-ID, MVMT-AMOUNT,
                 MVMT-DIRECTION, MVMT-REFERENCE, MVMT-NEW-BALANCE,
                 MVMT-RETURN-CODE, MVMT-COMMIT-FLAG,
                 MVMT-OPERATOR-ID

           IF MVMT-OK
              EXEC SQL
                 SELECT lastval() INTO :WHT-LEDGER-ID
              END-EXEC
              IF SQLCODE NOT EQUAL ZERO
                 SET WHT-SQL-ERROR TO TRUE
              END-IF
           ELSE
              SET WHT-POST-FAILED TO TRUE
           END-IF

           IF WHT-OK
              MOVE WHT-TAX-ACCOUNT-ID TO MVMT-ACCOUNT-ID
              MOVE WHT-TAX-SQL TO MVMT-AMOUNT
              MOVE "CREDIT" TO MVMT-DIRECTION

              CALL "LEDGPOST" USING MVMT-ACCOUNT-ID, MVMT-AMOUNT,
                    MVMT-DIRECTION, MVMT-REFERENCE, MVMT-NEW-BALANCE,
                    MVMT-RETURN-CODE, MVMT-COMMIT-FLAG,
                    MVMT-OPERATOR-ID

              IF NOT MVMT-OK
                 SET WHT-POST-FAILED TO TRUE
              END-IF
           END-IF.

      ******************************************************************
       1050-RECORD-WITHHOLDING.
      ******************************************************************

           EXEC SQL
              INSERT INTO withholding_tax (account_id, client_id,
                    tax_residency, interest_reference, gross_amount,
                    withholding_rate, tax_amount, ledger_id,
                    withheld_date)
                    VALUES (:WHT-ACCOUNT-SQL, :WHT-CLIENT-ID,
                    :WHT-RESIDENCY, :WHT-REF-SQL, :WHT-GROSS-SQL,
                    :WHT-RATE, :WHT-TAX-SQL, :WHT-LEDGER-ID,
                    COALESCE((SELECT current_business_date
                       FROM business_date), CURRENT_DATE))
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              SET WHT-SQL-ERROR TO TRUE
           END-IF.
