      *                         unmatured for the rerun; a matured
      *                         account leaves the cursor's scope, so
      *                         the rerun can't pay anyone twice.
      * 26/08/24  KERESTES      The term's interest credit is now
      *                         followed, in the same unit of work,
      *                         by the new WHTPOST withholding-tax
      *                         debit; a payout pays principal plus
      *                         interest NET of the tax, and a failed
      *                         withholding rolls the whole maturity
      *                         back for the rerun. The summary adds
      *                         a tax withheld control total.
      *
      * Run nightly from cron/JCL, no CGI input -- DBNAME/USERNAME/
      * PASSWD come from the environment the same way every other
       01  TERMS-ROLLED-OVER         PIC 9(7) VALUE ZERO.
       01  TERMS-IN-ERROR            PIC 9(7) VALUE ZERO.
       01  TOTAL-INTEREST-POSTED     PIC S9(13)V99 VALUE ZERO.
       01  TOTAL-TAX-WITHHELD        PIC S9(13)V99 VALUE ZERO.

       01  INTEREST-AMOUNT           PIC S9(13)V99.
       01  PAYOUT-AMOUNT             PIC S9(13)V99.
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
      *    A zero-interest term never calls LEDGPOST for the credit,
      *    so the flag must start clean for every account.
           SET MVMT-OK TO TRUE
           MOVE ZERO TO WHT-TAX-AMOUNT

           COMPUTE INTEREST-AMOUNT ROUNDED =
                 TD-BALANCE * TD-RATE * TD-TERM-MONTHS / 12
                 MVMT-OPERATOR-ID

           IF MVMT-OK
              PERFORM 2110-WITHHOLD-TAX
           ELSE
              EXEC SQL ROLLBACK WORK END-EXEC
              ADD 1 TO TERMS-IN-ERROR
                    TD-ACCOUNT-ID " RETURN CODE " MVMT-RETURN-CODE
           END-IF.

      ******************************************************************
       2110-WITHHOLD-TAX.
      ******************************************************************
      *    The tax comes off before the deposit rolls or pays out. A
      *    failed withholding undoes the interest credit and leaves
      *    MVMT-RETURN-CODE not OK, so 2020 goes no further with this
      *    deposit.
           CALL "WHTPOST" USING MVMT-ACCOUNT-ID, MVMT-AMOUNT,
                 MVMT-REFERENCE, MVMT-OPERATOR-ID, WHT-TAX-AMOUNT,
                 WHT-RETURN-CODE

           IF WHT-OK
              ADD INTEREST-AMOUNT TO TOTAL-INTEREST-POSTED
              ADD WHT-TAX-AMOUNT TO TOTAL-TAX-WITHHELD
           ELSE
              EXEC SQL ROLLBACK WORK END-EXEC
              MOVE WHT-RETURN-CODE TO MVMT-RETURN-CODE
              ADD 1 TO TERMS-IN-ERROR
              MOVE 8 TO RETURN-CODE
              DISPLAY "BMATURITY - WITHHOLDING FAILED FOR ACCOUNT "
                    TD-ACCOUNT-ID " RETURN CODE " WHT-RETURN-CODE
           END-IF.

      ******************************************************************
       2200-ROLL-OVER.
      ******************************************************************
      ******************************************************************
       2300-PAY-OUT.
      ******************************************************************
      *    Principal plus the interest just credited, net of the tax
      *    withheld on it, out to the settlement account and the TERM
      *    account CLOSED -- all one unit of work, the way DACCOUNT
      *    settles a closure. A TERM
      *    opened without a settlement account and without rollover
      *    can't happen through NACCOUNT, but an old hand-patched row
      *    gets reported, not guessed at.
                    TD-ACCOUNT-ID " - SKIPPED"
           ELSE
              COMPUTE PAYOUT-AMOUNT = TD-BALANCE + INTEREST-AMOUNT
                    - WHT-TAX-AMOUNT

              MOVE TD-ACCOUNT-ID TO MVMT-ACCOUNT-ID
              MOVE PAYOUT-AMOUNT TO MVMT-AMOUNT
           DISPLAY "BMATURITY - TERMS ROLLED OVER: " TERMS-ROLLED-OVER
           DISPLAY "BMATURITY - TERMS IN ERROR:    " TERMS-IN-ERROR
           DISPLAY "BMATURITY - INTEREST POSTED:   "
                 TOTAL-INTEREST-POSTED
           DISPLAY "BMATURITY - TAX WITHHELD:      "
                 TOTAL-TAX-WITHHELD.

      ******************************************************************
       9900-CLOSE-DB.
