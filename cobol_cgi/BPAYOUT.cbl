      *                         never declared, failing the clearing
      *                         house's proof. A late item simply
      *                         rides the next night's file.
      * 30/08/24  KERESTES      Holds payments to a new payee (payee
      *                         register, NPAYEE): an item whose payee
      *                         has no cooled_at yet stays QUEUED and
      *                         out of both the control proof and the
      *                         detail pass. Before the COMMIT the run
      *                         stamps cooled_at on every payee added
      *                         before it started, so each payee sees
      *                         one full run before its first payment
      *                         leaves the bank. Items with no payee_id
      *                         (queued before the register) are not
      *                         held. Held items are counted in the
      *                         summary.
      *
      * Run end-of-day from cron/JCL (BSCHED dispatches it ahead of
      * BGLEXTR), no CGI input -- DBNAME/USERNAME/PASSWD come from the

       01  ITEMS-WRITTEN             PIC 9(7) VALUE ZERO.
       01  ITEMS-IN-ERROR            PIC 9(7) VALUE ZERO.
       01  PAYEES-COOLED             PIC 9(7) VALUE ZERO.

       01  COOL-STAMP-SWITCH         PIC X VALUE "N".
           88 COOL-STAMP-FAILED      VALUE "Y".

       01  CURRENT-DATE-WS           PIC 9(8).
       01  CURRENT-TIME-WS           PIC 9(8).
       01  QUEUED-COUNT            PIC 9(7).
       01  QUEUED-TOTAL            PIC S9(13)V99.
       01  QUEUE-BOUND             PIC 9(9).
       01  HELD-COUNT              PIC 9(7).

       01  OP-PAYMENT-ID           PIC 9(9).
       01  OP-BENEF-BANK           PIC X(11).

      *    Bounded by the snapshot 2000 takes -- the details must be
      *    exactly the population the control record declared, even
      *    while NEXTPAY keeps queueing. A payment to a payee not yet
      *    cooled is held, exactly as the control proof holds it.
       EXEC SQL
          DECLARE QUEUE_CURSOR CURSOR FOR
             SELECT payment_id, beneficiary_bank, beneficiary_account,
                   FROM outbound_payment
                   WHERE status = "QUEUED"
                   AND payment_id <= :QUEUE-BOUND
                   AND (payee_id IS NULL
                   OR payee_id NOT IN (SELECT p.payee_id FROM payee p
                   WHERE p.cooled_at IS NULL))
                   ORDER BY payment_id
       END-EXEC.

                    FROM outbound_payment
                    WHERE status = "QUEUED"
                    AND payment_id <= :QUEUE-BOUND
                    AND (payee_id IS NULL
                    OR payee_id NOT IN (SELECT p.payee_id FROM payee p
                    WHERE p.cooled_at IS NULL))
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              GOBACK
           END-IF

      *    Held items are only reported -- they stay QUEUED, already
      *    debited, and go out in the first file after the cooling.
           EXEC SQL
              SELECT COUNT(*) INTO :HELD-COUNT
                    FROM outbound_payment
                    WHERE status = "QUEUED"
                    AND payment_id <= :QUEUE-BOUND
                    AND payee_id IN (SELECT p.payee_id FROM payee p
                    WHERE p.cooled_at IS NULL)
           END-EXEC

           IF SQLCODE NOT EQUAL ZERO
              MOVE ZERO TO HELD-COUNT
           END-IF

           MOVE QUEUED-COUNT TO CTL-COUNT
           MOVE QUEUED-TOTAL TO CTL-TOTAL
           WRITE PAYOUT-LINE FROM PAYOUT-CONTROL-REC.
           END-EXEC

           IF ITEMS-IN-ERROR EQUAL ZERO
              PERFORM 3030-MARK-PAYEES-COOLED
           END-IF

           IF ITEMS-IN-ERROR EQUAL ZERO AND NOT COOL-STAMP-FAILED
              EXEC SQL COMMIT WORK END-EXEC
           ELSE
              EXEC SQL ROLLBACK WORK END-EXEC

           PERFORM 3010-FETCH-QUEUED-ITEM.

      ******************************************************************
       3030-MARK-PAYEES-COOLED.
      ******************************************************************
      *    CURRENT_TIMESTAMP is the start of this run's unit of work,
      *    so only a payee added before the run began is stamped -- one
      *    added while the file was being built waits for tomorrow's
      *    run. The stamp commits with the file or not at all.
           EXEC SQL
              UPDATE payee SET cooled_at = CURRENT_TIMESTAMP
                    WHERE cooled_at IS NULL
                    AND created_at < CURRENT_TIMESTAMP
           END-EXEC

           IF SQLCODE EQUAL ZERO OR SQLCODE EQUAL 100
              MOVE SQLERRD(3) TO PAYEES-COOLED
           ELSE
              DISPLAY "BPAYOUT - PAYEE COOLING STAMP FAILED, SQLCODE "
                    SQLCODE
              SET COOL-STAMP-FAILED TO TRUE
           END-IF.

      ******************************************************************
       9000-REPORT-SUMMARY.
      ******************************************************************
           DISPLAY "BPAYOUT - ITEMS DECLARED: " QUEUED-COUNT
           DISPLAY "BPAYOUT - ITEMS WRITTEN:  " ITEMS-WRITTEN
           DISPLAY "BPAYOUT - ITEMS IN ERROR: " ITEMS-IN-ERROR
           DISPLAY "BPAYOUT - ITEMS HELD:     " HELD-COUNT
           DISPLAY "BPAYOUT - PAYEES COOLED:  " PAYEES-COOLED
           DISPLAY "BPAYOUT - HASH TOTAL:     " QUEUED-TOTAL.

      ******************************************************************
