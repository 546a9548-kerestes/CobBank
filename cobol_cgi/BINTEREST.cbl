      *                         the postings here are the bank's own
      *                         and carry the reserved operator
      *                         SYSTEM.
      * 26/08/24  KERESTES      Every accrual is now followed, inside
      *                         the same unit of work and ahead of
      *                         the stamp, by the new WHTPOST
      *                         withholding-tax debit (new
      *                         2026-WITHHOLD-TAX) -- a failed
      *                         withholding rolls the accrual back
      *                         with it so the rerun tries both
      *                         again. The summary adds a tax
      *                         withheld control total.
      *
      * Run overnight from cron/JCL, no CGI input -- DBNAME/USERNAME/
      * PASSWD come from the environment the same way every other
       01  ACCOUNTS-ALREADY-DONE     PIC 9(7) VALUE ZERO.
       01  ACCOUNTS-IN-ERROR         PIC 9(7) VALUE ZERO.
       01  TOTAL-INTEREST-POSTED     PIC S9(13)V99 VALUE ZERO.
       01  TOTAL-TAX-WITHHELD        PIC S9(13)V99 VALUE ZERO.

       01  INTEREST-AMOUNT           PIC S9(13)V99.

       01  MVMT-COMMIT-FLAG          PIC X VALUE "N".
       01  MVMT-OPERATOR-ID          PIC X(8) VALUE "SYSTEM".

      *****************************************************************
      *                 WHTPOST CALL INTERFACE VARIABLES
      *****************************************************************

       01  WHT-TAX-AMOUNT            PIC S9(13)V99.
       01  WHT-RETURN-CODE           PIC X(2).
           88 WHT-OK                 VALUE "00".

      *----------------------------------------------------------------
      *                        SQL DECLARATION
      *----------------------------------------------------------------
                 MVMT-OPERATOR-ID

           IF MVMT-OK
              PERFORM 2026-WITHHOLD-TAX
           ELSE
              ADD 1 TO ACCOUNTS-IN-ERROR
              DISPLAY "BINTEREST - ACCRUAL FAILED FOR ACCOUNT "
                    ACCOUNT_ID " RETURN CODE " MVMT-RETURN-CODE
           END-IF.

      ******************************************************************
       2026-WITHHOLD-TAX.
      ******************************************************************
      *    The tax comes off in the accrual's own unit of work -- a
      *    customer never holds gross interest overnight, and a failed
      *    withholding takes the accrual down with it.
           CALL "WHTPOST" USING MVMT-ACCOUNT-ID, MVMT-AMOUNT,
                 MVMT-REFERENCE, MVMT-OPERATOR-ID, WHT-TAX-AMOUNT,
                 WHT-RETURN-CODE

           IF WHT-OK
              PERFORM 2027-STAMP-ACCRUAL-DATE
           ELSE
              EXEC SQL ROLLBACK WORK END-EXEC
              ADD 1 TO ACCOUNTS-IN-ERROR
              DISPLAY "BINTEREST - WITHHOLDING FAILED FOR ACCOUNT "
                    ACCOUNT_ID " RETURN CODE " WHT-RETURN-CODE
           END-IF.

      ******************************************************************
       2027-STAMP-ACCRUAL-DATE.
      ******************************************************************
              IF INTEREST-AMOUNT GREATER THAN ZERO
                 ADD 1 TO ACCOUNTS-ACCRUED
                 ADD INTEREST-AMOUNT TO TOTAL-INTEREST-POSTED
                 ADD WHT-TAX-AMOUNT TO TOTAL-TAX-WITHHELD
              END-IF
           ELSE
              EXEC SQL ROLLBACK WORK END-EXEC
                 ACCOUNTS-IN-ERROR
           DISPLAY "BINTEREST - TOTAL INTEREST POSTED: "
                 TOTAL-INTEREST-POSTED
           DISPLAY "BINTEREST - TOTAL TAX WITHHELD:    "
                 TOTAL-TAX-WITHHELD

           IF ACCOUNTS-IN-ERROR GREATER THAN ZERO
              MOVE 8 TO RETURN-CODE
